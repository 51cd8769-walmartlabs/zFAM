      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R143 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-SCAN.
           02  FILLER             PIC  X(04) VALUE 'Line'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'Prefix'.
           02  FILLER             PIC  X(21) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE 'Card hits'.
           02  FILLER             PIC  X(11) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'Id hits'.
           02  FILLER             PIC  X(28) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

               AND SN-LEN GREATER THAN ZEROES
                   MOVE SN-LEN               TO IDRUN-LENGTH.

           MOVE 'ZFAM143 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Sensitive-data pattern scan'
                                             TO RP-TITLE.
           MOVE RH-SCAN                      TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

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
      * Write one CSSL line per offending prefix, plus the summary.   *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-SCAN-DONE)
                NOHANDLE
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9910-EXIT.
           EXIT.
