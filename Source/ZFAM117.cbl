      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  WV-POSTS               PIC S9(09) COMP VALUE ZEROES.
       01  WOW-DELTA              PIC S9(09) COMP VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R117 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-TREND.
           02  FILLER             PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Day'.
           02  FILLER             PIC  X(19) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'GET'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'POST'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'PUT'.
           02  FILLER             PIC  X(11) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'DELETE'.
           02  FILLER             PIC  X(15) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.


           MOVE ZEROES                       TO DAY-COUNT.

           MOVE 'ZFAM117 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Statistics trend'           TO RP-TITLE.
           MOVE RH-TREND                     TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

           MOVE DV-DELETES                   TO TD-TR-DELETES.

           MOVE TD-TREND                     TO TD-MESSAGE.
           MOVE 'D'                          TO RP-FUNCTION.
           PERFORM 9900-WRITE-CSSL         THRU 9900-EXIT.

       4000-EXIT.
           MOVE WOW-DELTA                    TO TD-WW-DELTA.

           MOVE TD-WOW                       TO TD-MESSAGE.
           MOVE 'T'                          TO RP-FUNCTION.
           PERFORM 9900-WRITE-CSSL         THRU 9900-EXIT.

       5000-EXIT.
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
           MOVE 'C'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS RETURN
           END-EXEC.
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
      * Write TD CSSL, and the same line to the report as the detail  *
      * or totals line RP-FUNCTION says it is.                        *
      *****************************************************************
       9900-WRITE-CSSL.
           MOVE EIBTRNID              TO TD-TRANID.
                NOHANDLE
           END-EXEC.

           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
       9901-LOG-NO-HISTORY.
           MOVE TD-NO-HISTORY         TO TD-MESSAGE.
           MOVE 'D'                   TO RP-FUNCTION.
           PERFORM 9900-WRITE-CSSL  THRU 9900-EXIT.

       9901-EXIT.
