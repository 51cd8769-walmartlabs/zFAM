       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM157.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Latency percentile report.                                    *
      *                                                               *
      * Companion to ZFAM116 and ZFAM117.  Started once per table     *
      * with a FA-PARM identifying it, this program browses the       *
      * keyed FAHLAT latency history for the table's snapshots,       *
      * takes each day's last snapshot, and prints one CSSL line per  *
      * day and verb (GET, POST, PUT, DELETE, browse) with the day's  *
      * request count and its p50/p90/p95/p99 elapsed times.  The     *
      * bucket counts are running totals, so a day's histogram is     *
      * the difference against the prior day's last snapshot.  A      *
      * percentile is reported as the upper bound, in milliseconds,   *
      * of the first bucket whose cumulative count reaches it, or     *
      * '>10000' when it falls in the overflow bucket.                *
      *                                                               *
      * When more than a week is on file the latest seven days are    *
      * summed and printed against the seven days before them, per    *
      * verb, for the week-over-week comparison.                      *
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

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 4.

      *****************************************************************
      * Latency history file and bucket bounds.                       *
      *****************************************************************
       COPY ZFAMLHC.

       01  LT-FCT                 PIC  X(08) VALUE 'FAHLAT  '.
       01  LT-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  LT-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  VERB-NAME-VALUES.
           02  FILLER             PIC  X(06) VALUE 'GET   '.
           02  FILLER             PIC  X(06) VALUE 'POST  '.
           02  FILLER             PIC  X(06) VALUE 'PUT   '.
           02  FILLER             PIC  X(06) VALUE 'DELETE'.
           02  FILLER             PIC  X(06) VALUE 'BROWSE'.

       01  VERB-NAMES REDEFINES VERB-NAME-VALUES.
           02  VERB-NAME          PIC  X(06) OCCURS 5 TIMES.

      *****************************************************************
      * One slot per day seen, holding the day's LAST running-total   *
      * histogram.  Sixty-two days covers two months of history.      *
      *****************************************************************
       01  DAY-MAX                PIC S9(04) COMP VALUE 62.
       01  DAY-COUNT              PIC S9(04) COMP VALUE ZEROES.
       01  DAY-SUB                PIC S9(04) COMP VALUE ZEROES.
       01  WEEK-START             PIC S9(04) COMP VALUE ZEROES.
       01  WEEK-SPLIT             PIC S9(04) COMP VALUE ZEROES.

       01  DAY-TABLE.
           02  DAY-ENTRY          OCCURS 62 TIMES.
               03  DE-DATE        PIC  X(08) VALUE SPACES.
               03  DE-VERB        OCCURS 5 TIMES.
                   04  DE-COUNT   PIC S9(09) COMP OCCURS 12 TIMES.

      *****************************************************************
      * One day's histogram, the week sums, and the histogram being   *
      * reported.                                                     *
      *****************************************************************
       01  DV-TABLE.
           02  DV-VERB            OCCURS 5 TIMES.
               03  DV-COUNT       PIC S9(09) COMP OCCURS 12 TIMES.

       01  TW-TABLE.
           02  TW-VERB            OCCURS 5 TIMES.
               03  TW-COUNT       PIC S9(09) COMP OCCURS 12 TIMES.

       01  PW-TABLE.
           02  PW-VERB            OCCURS 5 TIMES.
               03  PW-COUNT       PIC S9(09) COMP OCCURS 12 TIMES.

       01  RP-TABLE.
           02  RP-VERB            OCCURS 5 TIMES.
               03  RP-COUNT       PIC S9(09) COMP OCCURS 12 TIMES.

       01  RP-TOTAL               PIC S9(09) COMP VALUE ZEROES.
       01  PC-PERCENT             PIC S9(04) COMP VALUE ZEROES.
       01  PC-TARGET              PIC S9(09) COMP VALUE ZEROES.
       01  PC-CUMULATIVE          PIC S9(09) COMP VALUE ZEROES.
       01  PC-EDIT                PIC  Z(05)9.
       01  PC-LABEL               PIC  X(06) VALUE SPACES.

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

       01  TD-LATENCY.
           02  TD-LA-LABEL        PIC  X(08) VALUE SPACES.
           02  TD-LA-DATE         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-LA-VERB         PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' n: '.
           02  TD-LA-COUNT        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(06) VALUE ' p50: '.
           02  TD-LA-P50          PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' p90: '.
           02  TD-LA-P90          PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' p95: '.
           02  TD-LA-P95          PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' p99: '.
           02  TD-LA-P99          PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE SPACES.

       01  TD-NO-HISTORY.
           02  FILLER             PIC  X(47) VALUE
               'Latency report - no FAHLAT snapshots for this t'.
           02  FILLER             PIC  X(43) VALUE 'able'.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-START-BROWSE       THRU 2000-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 3000-COLLECT-DAYS   THRU 3000-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(LT-FCT) NOHANDLE
               END-EXEC.

           IF  DAY-COUNT EQUAL ZEROES
               PERFORM 9901-LOG-NO-HISTORY THRU 9901-EXIT
           ELSE
               PERFORM 4000-REPORT-DAYS    THRU 4000-EXIT
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL   DAY-SUB GREATER THAN DAY-COUNT
               PERFORM 5000-REPORT-WOW     THRU 5000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization.                                       *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                       TO DAY-COUNT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the latency file at this table's prefix.     *
      *****************************************************************
       2000-START-BROWSE.
           MOVE 'N'                          TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                   TO LT-KEY.
           MOVE FA-TRANID                    TO LT-TRANID.

           EXEC CICS STARTBR
                FILE  (LT-FCT)
                RIDFLD(LT-KEY)
                RESP  (LT-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  LT-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSE-COMPLETE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next snapshot and keep each day's last one.          *
      *****************************************************************
       3000-COLLECT-DAYS.
           MOVE LENGTH OF LT-RECORD          TO LT-LENGTH.

           EXEC CICS READNEXT
                FILE  (LT-FCT)
                INTO  (LT-RECORD)
                RIDFLD(LT-KEY)
                LENGTH(LT-LENGTH)
                RESP  (LT-RESP)
                NOHANDLE
           END-EXEC.

           IF  LT-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LT-TRANID NOT EQUAL FA-TRANID
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 3000-EXIT.

           IF  DAY-COUNT GREATER THAN ZEROES
           AND DE-DATE(DAY-COUNT) EQUAL LT-DATE
               CONTINUE
           ELSE
               IF  DAY-COUNT EQUAL DAY-MAX
                   MOVE 'Y'                  TO BROWSE-COMPLETE
                   GO TO 3000-EXIT
               ELSE
                   ADD  1                    TO DAY-COUNT
                   MOVE LT-DATE              TO DE-DATE(DAY-COUNT).

           PERFORM 3100-KEEP-VERB          THRU 3100-EXIT
               VARYING LH-VERB-SUB FROM 1 BY 1
               UNTIL   LH-VERB-SUB GREATER THAN LH-VERBS.

       3000-EXIT.
           EXIT.

       3100-KEEP-VERB.
           PERFORM 3110-KEEP-BUCKET        THRU 3110-EXIT
               VARYING LH-SUB FROM 1 BY 1
               UNTIL   LH-SUB GREATER THAN LH-BUCKETS.

       3100-EXIT.
           EXIT.

       3110-KEEP-BUCKET.
           MOVE LT-COUNT(LH-VERB-SUB LH-SUB)
             TO DE-COUNT(DAY-COUNT LH-VERB-SUB LH-SUB).

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Print one day's percentiles for each verb that saw traffic.   *
      *****************************************************************
       4000-REPORT-DAYS.
           PERFORM 4100-DAY-HISTOGRAM      THRU 4100-EXIT.

           MOVE DV-TABLE                     TO RP-TABLE.
           MOVE 'Latency '                   TO TD-LA-LABEL.
           MOVE DE-DATE(DAY-SUB)             TO TD-LA-DATE.

           PERFORM 4300-REPORT-VERB        THRU 4300-EXIT
               VARYING LH-VERB-SUB FROM 1 BY 1
               UNTIL   LH-VERB-SUB GREATER THAN LH-VERBS.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Build DAY-SUB's histogram - the difference of its last        *
      * running totals against the prior day's.  A bucket that went   *
      * backward (the histogram queue was recycled) uses the raw      *
      * day-end count instead of a negative difference.               *
      *****************************************************************
       4100-DAY-HISTOGRAM.
           PERFORM 4110-DAY-VERB           THRU 4110-EXIT
               VARYING LH-VERB-SUB FROM 1 BY 1
               UNTIL   LH-VERB-SUB GREATER THAN LH-VERBS.

       4100-EXIT.
           EXIT.

       4110-DAY-VERB.
           PERFORM 4120-DAY-BUCKET         THRU 4120-EXIT
               VARYING LH-SUB FROM 1 BY 1
               UNTIL   LH-SUB GREATER THAN LH-BUCKETS.

       4110-EXIT.
           EXIT.

       4120-DAY-BUCKET.
           IF  DAY-SUB EQUAL 1
               MOVE DE-COUNT(DAY-SUB LH-VERB-SUB LH-SUB)
                 TO DV-COUNT(LH-VERB-SUB LH-SUB)
           ELSE
               COMPUTE DV-COUNT(LH-VERB-SUB LH-SUB) =
                       DE-COUNT(DAY-SUB     LH-VERB-SUB LH-SUB) -
                       DE-COUNT(DAY-SUB - 1 LH-VERB-SUB LH-SUB).

           IF  DV-COUNT(LH-VERB-SUB LH-SUB) LESS THAN ZEROES
               MOVE DE-COUNT(DAY-SUB LH-VERB-SUB LH-SUB)
                 TO DV-COUNT(LH-VERB-SUB LH-SUB).

       4120-EXIT.
           EXIT.

      *****************************************************************
      * Print the RP-TABLE percentiles for one verb, skipping a verb  *
      * with no requests in the period.                               *
      *****************************************************************
       4300-REPORT-VERB.
           MOVE ZEROES                       TO RP-TOTAL.
           PERFORM 4310-ADD-BUCKET         THRU 4310-EXIT
               VARYING LH-SUB FROM 1 BY 1
               UNTIL   LH-SUB GREATER THAN LH-BUCKETS.

           IF  RP-TOTAL EQUAL ZEROES
               GO TO 4300-EXIT.

           MOVE VERB-NAME(LH-VERB-SUB)       TO TD-LA-VERB.
           MOVE RP-TOTAL                     TO TD-LA-COUNT.

           MOVE 50                           TO PC-PERCENT.
           PERFORM 4400-PERCENTILE         THRU 4400-EXIT.
           MOVE PC-LABEL                     TO TD-LA-P50.

           MOVE 90                           TO PC-PERCENT.
           PERFORM 4400-PERCENTILE         THRU 4400-EXIT.
           MOVE PC-LABEL                     TO TD-LA-P90.

           MOVE 95                           TO PC-PERCENT.
           PERFORM 4400-PERCENTILE         THRU 4400-EXIT.
           MOVE PC-LABEL                     TO TD-LA-P95.

           MOVE 99                           TO PC-PERCENT.
           PERFORM 4400-PERCENTILE         THRU 4400-EXIT.
           MOVE PC-LABEL                     TO TD-LA-P99.

           MOVE TD-LATENCY                   TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL         THRU 9900-EXIT.

       4300-EXIT.
           EXIT.

       4310-ADD-BUCKET.
           ADD RP-COUNT(LH-VERB-SUB LH-SUB)  TO RP-TOTAL.

       4310-EXIT.
           EXIT.

      *****************************************************************
      * Find the PC-PERCENT percentile of the verb's histogram - the  *
      * first bucket whose cumulative count reaches PC-PERCENT of     *
      * the total (rounded up) - and label it with that bucket's      *
      * upper bound.                                                  *
      *****************************************************************
       4400-PERCENTILE.
           COMPUTE PC-TARGET = (RP-TOTAL * PC-PERCENT + 99) / 100.
           MOVE ZEROES                       TO PC-CUMULATIVE.

           PERFORM 4410-CUMULATE           THRU 4410-EXIT
               VARYING LH-SUB FROM 1 BY 1
               UNTIL   LH-SUB GREATER THAN LH-BUCKETS
               OR      PC-CUMULATIVE NOT LESS THAN PC-TARGET.

           SUBTRACT 1 FROM LH-SUB GIVING LH-HIT.

           IF  LH-HIT EQUAL LH-BUCKETS
               MOVE '>10000'                 TO PC-LABEL
           ELSE
               MOVE LH-BOUND(LH-HIT)         TO PC-EDIT
               MOVE PC-EDIT                  TO PC-LABEL.

       4400-EXIT.
           EXIT.

       4410-CUMULATE.
           ADD RP-COUNT(LH-VERB-SUB LH-SUB)  TO PC-CUMULATIVE.

       4410-EXIT.
           EXIT.

      *****************************************************************
      * Print the latest seven days' percentiles against the seven    *
      * days before them, per verb, when more than a week is on       *
      * file.  A prior week short of seven days uses what is there.   *
      *****************************************************************
       5000-REPORT-WOW.
           IF  DAY-COUNT LESS THAN 8
               GO TO 5000-EXIT.

           COMPUTE WEEK-SPLIT = DAY-COUNT - 7.
           COMPUTE WEEK-START = DAY-COUNT - 13.
           IF  WEEK-START LESS THAN 1
               MOVE 1                        TO WEEK-START.

           INITIALIZE TW-TABLE.
           INITIALIZE PW-TABLE.
           PERFORM 5100-SUM-WEEKS          THRU 5100-EXIT
               VARYING DAY-SUB FROM WEEK-START BY 1
               UNTIL   DAY-SUB GREATER THAN DAY-COUNT.

           MOVE TW-TABLE                     TO RP-TABLE.
           MOVE 'WoW now '                   TO TD-LA-LABEL.
           MOVE DE-DATE(DAY-COUNT)           TO TD-LA-DATE.
           PERFORM 4300-REPORT-VERB        THRU 4300-EXIT
               VARYING LH-VERB-SUB FROM 1 BY 1
               UNTIL   LH-VERB-SUB GREATER THAN LH-VERBS.

           MOVE PW-TABLE                     TO RP-TABLE.
           MOVE 'WoW prv '                   TO TD-LA-LABEL.
           MOVE DE-DATE(WEEK-SPLIT)          TO TD-LA-DATE.
           PERFORM 4300-REPORT-VERB        THRU 4300-EXIT
               VARYING LH-VERB-SUB FROM 1 BY 1
               UNTIL   LH-VERB-SUB GREATER THAN LH-VERBS.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Add DAY-SUB's histogram into this week or the prior week.     *
      *****************************************************************
       5100-SUM-WEEKS.
           PERFORM 4100-DAY-HISTOGRAM      THRU 4100-EXIT.

           PERFORM 5110-SUM-VERB           THRU 5110-EXIT
               VARYING LH-VERB-SUB FROM 1 BY 1
               UNTIL   LH-VERB-SUB GREATER THAN LH-VERBS.

       5100-EXIT.
           EXIT.

       5110-SUM-VERB.
           PERFORM 5120-SUM-BUCKET         THRU 5120-EXIT
               VARYING LH-SUB FROM 1 BY 1
               UNTIL   LH-SUB GREATER THAN LH-BUCKETS.

       5110-EXIT.
           EXIT.

       5120-SUM-BUCKET.
           IF  DAY-SUB GREATER THAN WEEK-SPLIT
               ADD DV-COUNT(LH-VERB-SUB LH-SUB)
                 TO TW-COUNT(LH-VERB-SUB LH-SUB)
           ELSE
               ADD DV-COUNT(LH-VERB-SUB LH-SUB)
                 TO PW-COUNT(LH-VERB-SUB LH-SUB).

       5120-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9900-WRITE-CSSL.
           MOVE EIBTRNID              TO TD-TRANID.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD   TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Report a table with no snapshots on file.                     *
      *****************************************************************
       9901-LOG-NO-HISTORY.
           MOVE TD-NO-HISTORY         TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL  THRU 9900-EXIT.

       9901-EXIT.
           EXIT.
