       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM191.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Event Control Record backlog and delivery-health report.      *
      *                                                               *
      * ECRs are delivered by the table's FX## sweep (ZFAM000): a     *
      * one-shot ECR when its retention has run out (and not before   *
      * its zFAM-Activate time), a recurring ECR whenever its         *
      * FK-ACTIVATE-ABS has arrived, after which the sweep re-arms it *
      * one FK-RECUR-SECS interval on.  An ECR still standing past    *
      * that time has not been delivered - the sweep is behind, or    *
      * has stopped, or a series has stopped re-arming.  This program *
      * is the read-only report of that backlog: it executes as a     *
      * background transaction, started once per table with a         *
      * FA-PARM carrying the table id and the number of minutes late  *
      * that raises an alert, the same way ZFAM180 is started:        *
      *                                                               *
      *   FAxx nnnnn                                                  *
      *                                                               *
      * Minutes left at zeroes are 60.                                *
      *                                                               *
      * FAxxKEY is browsed in full and every live ECR is given its    *
      * delivery time:                                                *
      *                                                               *
      *   recurring  FK-ACTIVATE-ABS, or FK-ABS when none is set.     *
      *   one-shot   FK-ABS plus the retention (D, S days or Y        *
      *              years), or the activation time when later.       *
      *              Hold (H) and business-calendar (B, M) retention  *
      *              have no fixed time and are counted unscheduled.  *
      *                                                               *
      * Every ECR past its delivery time gets a line - a recurring    *
      * ECR (one line per series) with its interval and the number    *
      * of activations missed - and is aged into a bucket: under 5    *
      * minutes, 5 minutes to an hour, an hour to a day, a day to a   *
      * week, over a week.  Those not yet due are counted when they   *
      * fall due within the next hour and the next day.  The FX##     *
      * control record on FAEXPIRE is shown with the last cycle's     *
      * start, flagged BEHIND when two cycle intervals have passed    *
      * since.  Any ECR late by the alert threshold or more raises    *
      * one ECRLATE alert through ZFAM164 for the ZFAM165 router.     *
      * Lines go to CSSL (the first 100 overdue lines) and to a       *
      * printable report through ZFAM173.  Nothing is delivered,      *
      * updated or deleted here.                                      *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  CURRENT-ABS            PIC S9(15) COMP-3 VALUE ZEROES.
       01  DATE-ABS               PIC S9(15) COMP-3 VALUE ZEROES.
       01  DUE-ABS                PIC S9(18) COMP-3 VALUE ZEROES.
       01  LATE-MS                PIC S9(18) COMP-3 VALUE ZEROES.
       01  AHEAD-MS               PIC S9(18) COMP-3 VALUE ZEROES.
       01  RETENTION-MS           PIC S9(18) COMP-3 VALUE ZEROES.
       01  OLDEST-MS              PIC S9(18) COMP-3 VALUE ZEROES.
       01  THRESHOLD-MS           PIC S9(18) COMP-3 VALUE ZEROES.
       01  INTERVAL-MS            PIC S9(18) COMP-3 VALUE ZEROES.
       01  LATE-MINUTES           PIC S9(15) COMP-3 VALUE ZEROES.
       01  MISSED-COUNT           PIC S9(15) COMP-3 VALUE ZEROES.

       01  ONE-MINUTE-MS          PIC S9(15) COMP-3 VALUE 60000.
       01  FIVE-MINUTES-MS        PIC S9(15) COMP-3 VALUE 300000.
       01  ONE-HOUR-MS            PIC S9(15) COMP-3 VALUE 3600000.
       01  ONE-DAY-MS             PIC S9(15) COMP-3 VALUE 86400000.
       01  ONE-WEEK-MS            PIC S9(15) COMP-3 VALUE 604800000.
       01  ONE-YEAR-MS            PIC S9(15) COMP-3 VALUE 31536000000.
       01  MINUTES-MAX            PIC S9(15) COMP-3 VALUE 99999999.
       01  MISSED-MAX             PIC S9(15) COMP-3 VALUE 99999.

       01  THRESHOLD-MINUTES      PIC S9(08) COMP VALUE ZEROES.
       01  DEFAULT-MINUTES        PIC S9(08) COMP VALUE 60.

       01  ECR-KIND               PIC  X(01) VALUE SPACES.
       01  SCHEDULED-SW           PIC  X(01) VALUE SPACES.
       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.

       01  ECR-COUNT              PIC S9(08) COMP VALUE ZEROES.
       01  SERIES-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  UNSCHEDULED-COUNT      PIC S9(08) COMP VALUE ZEROES.
       01  OVERDUE-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  SERIES-LATE-COUNT      PIC S9(08) COMP VALUE ZEROES.
       01  ALERT-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  DUE-HOUR-COUNT         PIC S9(08) COMP VALUE ZEROES.
       01  DUE-DAY-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  CSSL-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  CSSL-MAX               PIC S9(08) COMP VALUE 100.

      *****************************************************************
      * Overdue ECRs by how late they are.                            *
      *****************************************************************
       01  LATE-5M-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  LATE-1H-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  LATE-1D-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  LATE-7D-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  LATE-OVER-COUNT        PIC S9(08) COMP VALUE ZEROES.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-MINUTES         PIC  9(05) VALUE ZEROES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 10.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       COPY ZFAMFKC.

      *****************************************************************
      * faEXPIRE control record of the table's FX## sweep.  Layout    *
      * mirrors ZFAM000's FX-RECORD; only the last cycle's start and  *
      * the cycle interval are used here.                             *
      *****************************************************************
       01  FX-FCT                 PIC  X(08) VALUE 'FAEXPIRE'.
       01  FX-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  FX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FX-AGE-MS              PIC S9(15) COMP-3 VALUE ZEROES.
       01  FX-BEHIND-MS           PIC S9(15) COMP-3 VALUE ZEROES.

       01  FX-RECORD.
           02  FX-KEY             PIC  X(04).
           02  FX-ABSTIME         PIC S9(15) COMP-3 VALUE ZEROES.
           02  FX-INTERVAL        PIC S9(07) COMP-3 VALUE 86400.
           02  FX-RESTART         PIC S9(07) COMP-3 VALUE 86400.
           02  FX-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FX-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FX-APPLID          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FX-TASKID          PIC  9(06).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FX-COMMIT          PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(09).

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R191 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-BACKLOG.
           02  FILLER             PIC  X(04) VALUE 'Line'.
           02  FILLER             PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Due'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(12) VALUE 'Minutes late'.
           02  FILLER             PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(21) VALUE
               'Interval / missed'.
           02  FILLER             PIC  X(03) VALUE 'Key'.
           02  FILLER             PIC  X(37) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  TD-SERIES.
           02  FILLER             PIC  X(07) VALUE 'Series '.
           02  TD-R-DUE-DATE      PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' late '.
           02  TD-R-MINUTES       PIC ZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE 'm every '.
           02  TD-R-SECONDS       PIC ZZZZZZ9.
           02  FILLER             PIC  X(09) VALUE 's missed '.
           02  TD-R-MISSED        PIC ZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-R-KEY           PIC  X(26) VALUE SPACES.

       01  TD-EVENT.
           02  FILLER             PIC  X(07) VALUE 'Event  '.
           02  TD-E-DUE-DATE      PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' late '.
           02  TD-E-MINUTES       PIC ZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(02) VALUE 'm '.
           02  TD-E-KEY           PIC  X(55) VALUE SPACES.

       01  TD-AGES.
           02  FILLER             PIC  X(21) VALUE
               'Overdue by age - <5m '.
           02  TD-A-5M            PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(07) VALUE ' 5m-1h '.
           02  TD-A-1H            PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(07) VALUE ' 1h-1d '.
           02  TD-A-1D            PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(07) VALUE ' 1d-7d '.
           02  TD-A-7D            PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(05) VALUE ' >7d '.
           02  TD-A-OVER          PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE SPACES.

       01  TD-UPCOMING.
           02  FILLER             PIC  X(14) VALUE 'ECR backlog - '.
           02  TD-U-ECRS          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(07) VALUE ' ECRs, '.
           02  TD-U-SERIES        PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(23) VALUE
               ' series - due next hour'.
           02  TD-U-HOUR          PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(05) VALUE ' day '.
           02  TD-U-DAY           PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE SPACES.

       01  TD-OVERDUE.
           02  FILLER             PIC  X(14) VALUE 'ECR overdue - '.
           02  TD-O-OVERDUE       PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' (series: '.
           02  TD-O-SERIES        PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(06) VALUE ') over'.
           02  TD-O-THRESHOLD     PIC ZZ,ZZ9.
           02  FILLER             PIC  X(03) VALUE 'm: '.
           02  TD-O-ALERTS        PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(14) VALUE ' unscheduled: '.
           02  TD-O-UNSCHEDULED   PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE SPACES.

       01  TD-FX-CYCLE.
           02  FILLER             PIC  X(20) VALUE
               'FX sweep last cycle '.
           02  TD-F-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-F-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' on '.
           02  TD-F-APPLID        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE ' every '.
           02  TD-F-INTERVAL      PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE 's'.
           02  TD-F-BEHIND        PIC  X(09) VALUE SPACES.
           02  FILLER             PIC  X(15) VALUE SPACES.

       01  TD-FX-NONE.
           02  FILLER             PIC  X(16) VALUE
               'FX sweep has no '.
           02  TD-N-KEY           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(38) VALUE
               ' control record on FAEXPIRE - not run'.
           02  FILLER             PIC  X(32) VALUE SPACES.

       01  TD-ALERT.
           02  FILLER             PIC  X(20) VALUE
               'ECR delivery late - '.
           02  TD-L-COUNT         PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(13) VALUE ' events over '.
           02  TD-L-THRESHOLD     PIC ZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE 'm, oldest '.
           02  TD-L-OLDEST        PIC ZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(05) VALUE 'm on '.
           02  TD-L-TABLE         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(15) VALUE SPACES.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE           THRU 1000-EXIT.
           PERFORM 1100-FX-CONTROL           THRU 1100-EXIT.

           PERFORM 2000-KEY-BROWSE           THRU 2000-EXIT.
           PERFORM 2100-CHECK-KEY            THRU 2100-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.
           PERFORM 2900-KEY-ENDBR            THRU 2900-EXIT.

           PERFORM 9900-WRITE-REPORT         THRU 9900-EXIT.

           IF  ALERT-COUNT GREATER THAN ZEROES
               PERFORM 7000-ALERT            THRU 7000-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table identity and the  *
      * alert threshold from the start-up parameter.                  *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE FA-TRANID                    TO FK-TRANID.

           MOVE DEFAULT-MINUTES              TO THRESHOLD-MINUTES.
           IF  FA-MINUTES NUMERIC
           AND FA-MINUTES GREATER THAN ZEROES
               MOVE FA-MINUTES               TO THRESHOLD-MINUTES.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS)
                NOHANDLE
           END-EXEC.

           MOVE CURRENT-ABS                  TO WS-ABS.
           MULTIPLY THRESHOLD-MINUTES BY ONE-MINUTE-MS
               GIVING THRESHOLD-MS.

           MOVE ZEROES                       TO ECR-COUNT
                                                SERIES-COUNT
                                                UNSCHEDULED-COUNT
                                                OVERDUE-COUNT
                                                SERIES-LATE-COUNT
                                                ALERT-COUNT
                                                DUE-HOUR-COUNT
                                                DUE-DAY-COUNT
                                                CSSL-COUNT
                                                OLDEST-MS.

           MOVE 'ZFAM191 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'ECR backlog and delivery health'
                                             TO RP-TITLE.
           MOVE RH-BACKLOG                   TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Report the table's FX## sweep from its faEXPIRE control       *
      * record - when the last cycle started, and whether two cycle   *
      * intervals have gone by since without another.                 *
      *****************************************************************
       1100-FX-CONTROL.
           MOVE 'FX'                         TO FX-KEY.
           MOVE FA-TRANID(3:2)               TO FX-KEY(3:2).
           MOVE LENGTH OF FX-RECORD          TO FX-LENGTH.

           EXEC CICS READ
                FILE   (FX-FCT)
                RIDFLD (FX-KEY)
                INTO   (FX-RECORD)
                LENGTH (FX-LENGTH)
                RESP   (FX-RESP)
                NOHANDLE
           END-EXEC.

           IF  FX-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FX-KEY                   TO TD-N-KEY
               MOVE TD-FX-NONE               TO TD-MESSAGE
               GO TO 1100-WRITE.

           MOVE FX-DATE                      TO TD-F-DATE.
           MOVE FX-TIME                      TO TD-F-TIME.
           MOVE FX-APPLID                    TO TD-F-APPLID.
           MOVE FX-INTERVAL                  TO TD-F-INTERVAL.
           MOVE SPACES                       TO TD-F-BEHIND.

           SUBTRACT FX-ABSTIME FROM CURRENT-ABS GIVING FX-AGE-MS.
           COMPUTE FX-BEHIND-MS = FX-INTERVAL * 2000.

           IF  FX-AGE-MS GREATER THAN FX-BEHIND-MS
               MOVE ' - BEHIND'              TO TD-F-BEHIND.

           MOVE TD-FX-CYCLE                  TO TD-MESSAGE.

       1100-WRITE.
           PERFORM 9910-WRITE-CSSL           THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the zFAM key store.                          *
      *****************************************************************
       2000-KEY-BROWSE.
           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO FK-KEY.
           MOVE LENGTH      OF FK-RECORD    TO FK-LENGTH.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY store record.  Only live Event Control      *
      * Records are looked at; each is given its delivery time and    *
      * counted as overdue, due soon or later.                        *
      *****************************************************************
       2100-CHECK-KEY.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 2100-EXIT.

           IF  FK-ECR     NOT EQUAL 'Y'
           OR  FK-DELETED     EQUAL 'Y'
               GO TO 2100-EXIT.

           ADD  1                           TO ECR-COUNT.

           PERFORM 2110-DUE-TIME            THRU 2110-EXIT.

           IF  ECR-KIND EQUAL 'R'
               ADD  1                       TO SERIES-COUNT.

           IF  SCHEDULED-SW NOT EQUAL 'Y'
               ADD  1                       TO UNSCHEDULED-COUNT
               GO TO 2100-EXIT.

           IF  DUE-ABS GREATER THAN CURRENT-ABS
               PERFORM 2120-DUE-SOON        THRU 2120-EXIT
               GO TO 2100-EXIT.

           PERFORM 2130-OVERDUE             THRU 2130-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Work out when the FX## sweep is to deliver this ECR, the same *
      * way ZFAM000's 3100-PROCESS-ECR decides it.  Key records       *
      * written before a field existed carry spaces there, so each    *
      * class test comes first.                                       *
      *****************************************************************
       2110-DUE-TIME.
           MOVE 'O'                         TO ECR-KIND.
           MOVE 'Y'                         TO SCHEDULED-SW.
           MOVE ZEROES                      TO DUE-ABS.

           IF  FK-ABS NUMERIC
               MOVE FK-ABS                  TO DUE-ABS.

           IF  FK-RECUR-SECS NUMERIC
           AND FK-RECUR-SECS GREATER THAN ZEROES
               MOVE 'R'                     TO ECR-KIND
               GO TO 2110-ACTIVATE.

           IF  FK-RETENTION NOT NUMERIC
               MOVE 'N'                     TO SCHEDULED-SW
               GO TO 2110-EXIT.

           IF  FK-RETENTION-TYPE EQUAL 'D'
           OR  FK-RETENTION-TYPE EQUAL 'S'
               MULTIPLY FK-RETENTION BY ONE-DAY-MS
                   GIVING RETENTION-MS
           ELSE
           IF  FK-RETENTION-TYPE EQUAL 'Y'
               MULTIPLY FK-RETENTION BY ONE-YEAR-MS
                   GIVING RETENTION-MS
           ELSE
               MOVE 'N'                     TO SCHEDULED-SW
               GO TO 2110-EXIT.

           ADD  RETENTION-MS                TO DUE-ABS.

       2110-ACTIVATE.
           IF  FK-ACTIVATE-ABS NUMERIC
           AND FK-ACTIVATE-ABS GREATER THAN ZEROES
           AND ECR-KIND EQUAL 'R'
               MOVE FK-ACTIVATE-ABS         TO DUE-ABS.

           IF  FK-ACTIVATE-ABS NUMERIC
           AND FK-ACTIVATE-ABS GREATER THAN DUE-ABS
               MOVE FK-ACTIVATE-ABS         TO DUE-ABS.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Not yet due - count it when it falls due within the next hour *
      * or the next day.                                              *
      *****************************************************************
       2120-DUE-SOON.
           SUBTRACT CURRENT-ABS FROM DUE-ABS GIVING AHEAD-MS.

           IF  AHEAD-MS NOT GREATER THAN ONE-HOUR-MS
               ADD  1                       TO DUE-HOUR-COUNT.

           IF  AHEAD-MS NOT GREATER THAN ONE-DAY-MS
               ADD  1                       TO DUE-DAY-COUNT.

       2120-EXIT.
           EXIT.

      *****************************************************************
      * Past its delivery time and still standing - age it into its   *
      * bucket, count it against the alert threshold and list it.     *
      *****************************************************************
       2130-OVERDUE.
           SUBTRACT DUE-ABS FROM CURRENT-ABS GIVING LATE-MS.

           ADD  1                           TO OVERDUE-COUNT.

           IF  LATE-MS LESS THAN FIVE-MINUTES-MS
               ADD  1                       TO LATE-5M-COUNT
           ELSE
           IF  LATE-MS LESS THAN ONE-HOUR-MS
               ADD  1                       TO LATE-1H-COUNT
           ELSE
           IF  LATE-MS LESS THAN ONE-DAY-MS
               ADD  1                       TO LATE-1D-COUNT
           ELSE
           IF  LATE-MS LESS THAN ONE-WEEK-MS
               ADD  1                       TO LATE-7D-COUNT
           ELSE
               ADD  1                       TO LATE-OVER-COUNT.

           IF  LATE-MS NOT LESS THAN THRESHOLD-MS
               ADD  1                       TO ALERT-COUNT.

           IF  LATE-MS GREATER THAN OLDEST-MS
               MOVE LATE-MS                 TO OLDEST-MS.

           DIVIDE LATE-MS BY ONE-MINUTE-MS GIVING LATE-MINUTES.
           IF  LATE-MINUTES GREATER THAN MINUTES-MAX
               MOVE MINUTES-MAX             TO LATE-MINUTES.

           MOVE DUE-ABS                     TO DATE-ABS.

           IF  ECR-KIND EQUAL 'R'
               ADD  1                       TO SERIES-LATE-COUNT
               PERFORM 2140-LOG-SERIES      THRU 2140-EXIT
           ELSE
               PERFORM 2150-LOG-EVENT       THRU 2150-EXIT.

       2130-EXIT.
           EXIT.

      *****************************************************************
      * An overdue recurring ECR - one line per series, with its      *
      * interval and the activations it has missed, the one due       *
      * included.                                                     *
      *****************************************************************
       2140-LOG-SERIES.
           EXEC CICS FORMATTIME ABSTIME(DATE-ABS)
                YYYYMMDD(TD-R-DUE-DATE)
                DATESEP
                NOHANDLE
           END-EXEC.

           COMPUTE INTERVAL-MS = FK-RECUR-SECS * 1000.
           DIVIDE LATE-MS BY INTERVAL-MS GIVING MISSED-COUNT.
           ADD  1                           TO MISSED-COUNT.
           IF  MISSED-COUNT GREATER THAN MISSED-MAX
               MOVE MISSED-MAX              TO MISSED-COUNT.

           MOVE LATE-MINUTES                TO TD-R-MINUTES.
           MOVE FK-RECUR-SECS               TO TD-R-SECONDS.
           MOVE MISSED-COUNT                TO TD-R-MISSED.
           MOVE FK-KEY                      TO TD-R-KEY.

           MOVE TD-SERIES                   TO TD-MESSAGE.
           PERFORM 2160-WRITE-LINE          THRU 2160-EXIT.

       2140-EXIT.
           EXIT.

      *****************************************************************
      * An overdue one-shot ECR.                                      *
      *****************************************************************
       2150-LOG-EVENT.
           EXEC CICS FORMATTIME ABSTIME(DATE-ABS)
                YYYYMMDD(TD-E-DUE-DATE)
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LATE-MINUTES                TO TD-E-MINUTES.
           MOVE FK-KEY                      TO TD-E-KEY.

           MOVE TD-EVENT                    TO TD-MESSAGE.
           PERFORM 2160-WRITE-LINE          THRU 2160-EXIT.

       2150-EXIT.
           EXIT.

      *****************************************************************
      * Every overdue line goes to the report; only the first         *
      * CSSL-MAX go to CSSL as well.                                  *
      *****************************************************************
       2160-WRITE-LINE.
           IF  CSSL-COUNT LESS THAN CSSL-MAX
               ADD  1                       TO CSSL-COUNT
               PERFORM 9910-WRITE-CSSL      THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       2160-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the zFAM key store.                            *
      *****************************************************************
       2900-KEY-ENDBR.
           EXEC CICS ENDBR
                FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * ECRs late by the threshold or more - raise one ECRLATE alert  *
      * for the table on ZFAMAL through ZFAM164 for the ZFAM165       *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       7000-ALERT.
           DIVIDE OLDEST-MS BY ONE-MINUTE-MS GIVING LATE-MINUTES.
           IF  LATE-MINUTES GREATER THAN MINUTES-MAX
               MOVE MINUTES-MAX             TO LATE-MINUTES.

           MOVE ALERT-COUNT                 TO TD-L-COUNT.
           MOVE THRESHOLD-MINUTES           TO TD-L-THRESHOLD.
           MOVE LATE-MINUTES                TO TD-L-OLDEST.
           MOVE FA-TRANID                   TO TD-L-TABLE.

           MOVE TD-ALERT                    TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE FA-TRANID                   TO AL-RAISE-TABLE.
           MOVE 'ECRLATE '                  TO AL-RAISE-CONDITION.
           MOVE 'ZFAM191 '                  TO AL-RAISE-SOURCE.
           MOVE TD-ALERT                    TO AL-RAISE-TEXT.

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

       7000-EXIT.
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
      * Write the closing lines - overdue ECRs by age, the backlog    *
      * with what falls due in the next hour and day, and the overdue *
      * and alert totals.                                             *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE LATE-5M-COUNT                TO TD-A-5M.
           MOVE LATE-1H-COUNT                TO TD-A-1H.
           MOVE LATE-1D-COUNT                TO TD-A-1D.
           MOVE LATE-7D-COUNT                TO TD-A-7D.
           MOVE LATE-OVER-COUNT              TO TD-A-OVER.
           MOVE TD-AGES                      TO TD-MESSAGE.
           PERFORM 9905-WRITE-TOTAL          THRU 9905-EXIT.

           MOVE ECR-COUNT                    TO TD-U-ECRS.
           MOVE SERIES-COUNT                 TO TD-U-SERIES.
           MOVE DUE-HOUR-COUNT               TO TD-U-HOUR.
           MOVE DUE-DAY-COUNT                TO TD-U-DAY.
           MOVE TD-UPCOMING                  TO TD-MESSAGE.
           PERFORM 9905-WRITE-TOTAL          THRU 9905-EXIT.

           MOVE OVERDUE-COUNT                TO TD-O-OVERDUE.
           MOVE SERIES-LATE-COUNT            TO TD-O-SERIES.
           MOVE THRESHOLD-MINUTES            TO TD-O-THRESHOLD.
           MOVE ALERT-COUNT                  TO TD-O-ALERTS.
           MOVE UNSCHEDULED-COUNT            TO TD-O-UNSCHEDULED.
           MOVE TD-OVERDUE                   TO TD-MESSAGE.
           PERFORM 9905-WRITE-TOTAL          THRU 9905-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write one closing line to CSSL and the report.                *
      *****************************************************************
       9905-WRITE-TOTAL.
           PERFORM 9910-WRITE-CSSL           THRU 9910-EXIT.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9905-EXIT.
           EXIT.

      *****************************************************************
      * Write TD-MESSAGE to CSSL.                                     *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.
