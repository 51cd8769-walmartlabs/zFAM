      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  ZFAM-RECORD.
           05  ZFAM-DATA          PIC  X(32000).

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R109 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-RECONCILE.
           02  FILLER             PIC  X(04) VALUE 'Pass'.
           02  FILLER             PIC  X(17) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE 'Ix'.
           02  FILLER             PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'Scanned'.
           02  FILLER             PIC  X(12) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE 'Exceptions'.
           02  FILLER             PIC  X(41) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
                   OR    IDX-COUNT EQUAL IDX-MAX.

           MOVE 'ZFAM109 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'CI reconciliation'          TO RP-TITLE.
           MOVE RH-RECONCILE                 TO RP-HEADING.
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
      * Write TD CSSL summary lines for both passes of this index.    *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           MOVE IDX-NUMBER(IDX-SUB)    TO TD-KR-INDEX.
           MOVE KEY-ROWS-COUNT         TO TD-KR-ROWS.
           MOVE KEY-MISSING-COUNT      TO TD-KR-MISSING.
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9900-EXIT.
           EXIT.

                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9901-EXIT.
           EXIT.

