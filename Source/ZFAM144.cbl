      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Write the record lines and summary to a   *
      *                     printable report through ZFAM173 as well  *
      *                     (payload slices stay on the queue only).  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  SA-P-DATA          PIC X(100) VALUE SPACES.
           02  FILLER             PIC  X(25) VALUE SPACES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R144 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-RECORD.
           02  FILLER             PIC  X(03) VALUE 'Key'.
           02  FILLER             PIC  X(46) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'Created'.
           02  FILLER             PIC  X(13) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE 'Retention'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE 'H'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE 'D'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE 'V'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'Segs'.
           02  FILLER             PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE 'Bytes'.
           02  FILLER             PIC  X(02) VALUE SPACES.

       01  RL-RECORD.
           02  RL-R-KEY           PIC  X(48) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-RET-TYPE      PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE '/'.
           02  RL-R-RETENTION     PIC  9(07) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-HOLD          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-DELETED       PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-VERSIONS      PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-SEGMENTS      PIC  9(04) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-R-BYTES         PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

                NOHANDLE
           END-EXEC.

           MOVE 'ZFAM144 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Subject-access report by owner UID'
                                             TO RP-TITLE.
           MOVE RH-RECORD                    TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

                NOHANDLE
           END-EXEC.

           MOVE SA-D-KEY                    TO RL-R-KEY.
           MOVE SA-D-DATE                   TO RL-R-DATE.
           MOVE SA-D-TIME                   TO RL-R-TIME.
           MOVE SA-D-RET-TYPE               TO RL-R-RET-TYPE.
           MOVE SA-D-RETENTION              TO RL-R-RETENTION.
           MOVE SA-D-HOLD                   TO RL-R-HOLD.
           MOVE SA-D-DELETED                TO RL-R-DELETED.
           MOVE SA-D-VERSIONS               TO RL-R-VERSIONS.
           MOVE SA-D-SEGMENTS               TO RL-R-SEGMENTS.
           MOVE SA-D-BYTES                  TO RL-R-BYTES.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE RL-RECORD                    TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
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
      * Write the completion summary.                                 *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-SAR-DONE)
                NOHANDLE
