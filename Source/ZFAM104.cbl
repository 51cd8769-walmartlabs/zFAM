      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Report the KB each DDNAME saves through   *
      *                     shared FILE store chains (FAxxDP).        *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  DP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DP-COMPLETE            PIC  X(01) VALUE SPACES.

       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.

       01  USAGE-DDNAME           PIC  X(04) VALUE SPACES.
               03  UE-DDNAME    PIC  X(04) VALUE SPACES.
               03  UE-ROWS      PIC S9(08) COMP VALUE ZEROES.
               03  UE-SEGMENTS  PIC S9(08) COMP VALUE ZEROES.
               03  UE-SAVED     PIC S9(08) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.

       COPY ZFAMFKC.

      *****************************************************************
      * Shared FILE store chains - every reference to a chain past    *
      * the first is a chain of segments the DDNAME did not write.    *
      *****************************************************************
       01  DP-FCT.
           02  DP-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'DP  '.

       COPY ZFAMDPC.

      *****************************************************************
      * Latest-result entry on the per-table FAxxR4 queue, read by    *
      * the ZFAM119 daily health digest - the busiest DDNAME's name,  *
           02  RS-TOP-SEGMENTS    PIC S9(08) COMP VALUE ZEROES.
           02  RS-ALL-SEGMENTS    PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R104 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-USAGE.
           02  FILLER             PIC  X(15) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'DDNAME'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'Rows'.
           02  FILLER             PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE 'Approx KB'.
           02  FILLER             PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE 'Saved KB'.
           02  FILLER             PIC  X(12) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  FILLER             PIC  X(12) VALUE ' - approx KB'.
           02  FILLER             PIC  X(02) VALUE ': '.
           02  TD-U-KB            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(13) VALUE ' - saved KB: '.
           02  TD-U-SAVED         PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * Dynamic Storage                                               *
               UNTIL BROWSE-COMPLETE      EQUAL 'Y'
           PERFORM 2900-KEY-ENDBR            THRU 2900-EXIT.

           PERFORM 3000-SHARED-BROWSE        THRU 3000-EXIT.

           PERFORM 9900-WRITE-REPORT         THRU 9900-EXIT.

           PERFORM 9000-RETURN                THRU 9000-EXIT.
                NOHANDLE
           END-EXEC.

           MOVE FA-TRANID                    TO FK-TRANID
                                                DP-TRANID.

           MOVE ZEROES                       TO USAGE-COUNT.

           MOVE 'ZFAM104 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'DDNAME pool usage'          TO RP-TITLE.
           MOVE RH-USAGE                     TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Browse the FAxxDP chain entries ('C' records) and credit each *
      * shared chain's saved segments to the DDNAME it lives on.  A   *
      * table without FAxxDP saves nothing.                           *
      *****************************************************************
       3000-SHARED-BROWSE.
           MOVE 'C'                         TO DP-TYPE.
           MOVE LOW-VALUES                  TO DP-VALUE.
           MOVE 'N'                         TO DP-COMPLETE.

           EXEC CICS STARTBR
                FILE  (DP-FCT)
                RIDFLD(DP-KEY)
                RESP  (DP-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           PERFORM 3100-SHARED-CHAIN        THRU 3100-EXIT
               WITH TEST AFTER
               UNTIL DP-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR
                FILE(DP-FCT)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next chain entry and add the segments its extra      *
      * references saved to its DDNAME's slot.                        *
      *****************************************************************
       3100-SHARED-CHAIN.
           MOVE LENGTH OF DP-RECORD         TO DP-LENGTH.

           EXEC CICS READNEXT
                FILE  (DP-FCT)
                INTO  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  DP-TYPE NOT EQUAL 'C'
               MOVE 'Y'                     TO DP-COMPLETE
               GO TO 3100-EXIT.

           IF  DP-REFCOUNT NOT GREATER THAN 1
               GO TO 3100-EXIT.

           MOVE 'FILE'                      TO USAGE-DDNAME.
           IF  DP-DDNAME NOT EQUAL SPACES
               MOVE DP-DDNAME               TO USAGE-DDNAME.

           MOVE SPACES                      TO USAGE-FOUND-SW.

           PERFORM 2120-SEARCH-ENTRY        THRU 2120-EXIT
               VARYING USAGE-IX   FROM 1 BY 1
               UNTIL   USAGE-IX   GREATER THAN USAGE-COUNT
               OR      USAGE-FOUND-SW  EQUAL 'Y'.

           IF  USAGE-FOUND-SW EQUAL 'Y'
               SET  USAGE-IX             DOWN BY 1
               COMPUTE UE-SAVED(USAGE-IX) = UE-SAVED(USAGE-IX) +
                   ((DP-REFCOUNT - 1) * DP-SEGMENTS).

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
           MOVE 'C'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS RETURN
           END-EXEC.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * Hand RP-FUNCTION (and RP-LINE) to the ZFAM173 report          *
      * writer.                                                       *
      *****************************************************************
       9800-REPORT.
           EXEC CICS LINK PROGRAM(ZFAM173)
                COMMAREA(RP-COMMAREA)
                LENGTH  (LENGTH OF RP-COMMAREA)
                NOHANDLE
           END-EXEC.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write one CSSL summary line per DDNAME found.                 *
      *****************************************************************
           COMPUTE TD-U-KB = UE-SEGMENTS(USAGE-IX)
                              * THIRTY-TWO-KB / 1024.

           COMPUTE TD-U-SAVED = UE-SAVED(USAGE-IX)
                              * THIRTY-TWO-KB / 1024.

           MOVE TD-USAGE               TO TD-MESSAGE.
           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9910-EXIT.
           EXIT.

