      * prints one CSSL line per member with its current size, its    *
      * share of the daily growth, and the estimated days until that  *
      * member's dataset exhausts the given allocation - flagging     *
      * anything under thirty days with an operator alert (condition  *
      * DASD plus the DDNAME, recorded through ZFAM164 for the        *
      * ZFAM165 router to deliver), weeks before it                   *
      * becomes the 3 a.m. call.                                      *
      *                                                               *
      * A table with no usable trend yet (fewer than two space        *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Forecast warning recorded through ZFAM164 *
      *                     for the ZFAM165 alert router.             *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  FLAGGED-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  NO-TREND               PIC S9(09) COMP-3 VALUE 99999.

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R147 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-FORECAST.
           02  FILLER             PIC  X(17) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(15) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE 'KB'.
           02  FILLER             PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'KB/day'.
           02  FILLER             PIC  X(12) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'Days'.
           02  FILLER             PIC  X(11) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'Flag'.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           ELSE
               MOVE ZEROES                   TO ALLOC-KB.

           MOVE 'ZFAM147 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'DASD space-exhaustion forecast'
                                             TO RP-TITLE.
           MOVE RH-FORECAST                  TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

           MOVE USAGE-COUNT                  TO TD-FD-MEMBERS.
           MOVE FLAGGED-COUNT                TO TD-FD-FLAGGED.
           MOVE TD-FORECAST-DONE             TO TD-MESSAGE.
           MOVE 'T'                          TO RP-FUNCTION.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       4000-EXIT.
               ADD  1                        TO FLAGGED-COUNT
               MOVE FA-TRANID                TO TD-FW-TRANID
               MOVE UE-DDNAME(USAGE-SUB)     TO TD-FW-DDNAME
               MOVE FA-TRANID                TO AL-RAISE-TABLE
               MOVE 'DASD'                   TO AL-RAISE-CONDITION
               MOVE UE-DDNAME(USAGE-SUB)     TO AL-RAISE-CONDITION(5:4)
               MOVE TD-FORECAST-WARN         TO AL-RAISE-TEXT
               PERFORM 4200-RAISE-ALERT    THRU 4200-EXIT.

           MOVE TD-FORECAST-LINE             TO TD-MESSAGE.
           MOVE 'D'                          TO RP-FUNCTION.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Record the alert on ZFAMAL through ZFAM164 for the ZFAM165    *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       4200-RAISE-ALERT.
           MOVE 'ZFAM147 '               TO AL-RAISE-SOURCE.

           EXEC CICS LINK PROGRAM(ZFAM164)
                COMMAREA(AL-RAISE)
                LENGTH  (LENGTH OF AL-RAISE)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                    TEXT(AL-RAISE-TEXT)
                    NOHANDLE
               END-EXEC.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * Convert a YYYYMMDD date to a serial day number so two dates   *
      * subtract to a day difference.                                 *
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
       9910-WRITE-CSSL.
           MOVE EIBTRNID               TO TD-TRANID.
                NOHANDLE
           END-EXEC.

           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9910-EXIT.
           EXIT.
