      * (a single copy per region, started with an optional           *
      * threshold in its FA-PARM, default ten) that drains the ZA90   *
      * queue, keeps rolling per-table counts by status and reason    *
      * inside a five-minute window, and raises an operator alert the *
      * moment a bucket crosses the threshold - including the        *
      * failing dataset from the audit record so the operator starts  *
      * with it in hand.  Each bucket alerts once per window.         *
      * pattern ZFAM000 uses, so the monitor survives region          *
      * recycling without an operator remembering it.                 *
      *                                                               *
      * Alerts are recorded through ZFAM164, condition ERR plus the   *
      * status and reason, for the ZFAM165 router to deliver.         *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Threshold alert recorded through ZFAM164  *
      *                     for the ZFAM165 alert router.             *
      * 2026-10-15 ZFAMDEV  Injected test faults (AU-FAULT) are       *
      *                     drained but never counted.                *
      * 2026-10-15 ZFAMDEV  End between cycles once the @@SD shutdown *
      *                     signal is set, re-arming on SD-INTERVAL.  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  AU-KEY             PIC  X(40).
           02  FILLER             PIC  X(01).
           02  AU-CORRID          PIC  X(32).
           02  FILLER             PIC  X(01).
           02  AU-FAULT           PIC  X(08).

      *****************************************************************
      * Rolling per-table, per-status/reason buckets for the current  *

       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

      *****************************************************************
      * Region shutdown signal (ZFAM190).                             *
      *****************************************************************
       COPY ZFAMSDC.

       01  SD-INTERVAL            PIC S9(07) COMP-3 VALUE 000500.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       1000-EXIT.
           EXIT.

      *****************************************************************
      * Region shutdown, looked for between cycles - end here and     *
      * re-arm on SD-INTERVAL rather than at once, so the chain lands *
      * after the restart instead of spinning through the shutdown.   *
      *****************************************************************
       1900-SHUTDOWN-CHECK.
           MOVE LENGTH OF SD-RECORD          TO SD-LENGTH.
           MOVE 1                            TO SD-ITEM.

           EXEC CICS READQ TS QUEUE(SD-TSQ)
                INTO  (SD-RECORD)
                LENGTH(SD-LENGTH)
                ITEM  (SD-ITEM)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO SD-STOP-SW
               PERFORM 8100-RESTART        THRU 8100-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1900-EXIT.
           EXIT.

      *****************************************************************
      * One monitor cycle - drain whatever is on ZA90, roll the       *
      * window when it has aged out, then pause a minute.             *
      *****************************************************************
       2000-MONITOR-CYCLE.
           PERFORM 1900-SHUTDOWN-CHECK     THRU 1900-EXIT.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

      * ends this cycle's drain.                                      *
      *****************************************************************
       3000-DRAIN-ONE.
           MOVE SPACES                       TO AUDIT-RECORD.
           MOVE LENGTH OF AUDIT-RECORD       TO AU-LENGTH.

           EXEC CICS READQ TD QUEUE(ZA90)
               MOVE 'Y'                      TO DRAIN-COMPLETE
               GO TO 3000-EXIT.

      *****************************************************************
      * A fault injected on a test table is no incident - drain it    *
      * without counting it toward any bucket.                        *
      *****************************************************************
           IF  AU-FAULT NOT EQUAL SPACES
               GO TO 3000-EXIT.

           MOVE AU-FILE(1:4)                 TO AU-TRANID.
           IF  AU-TRANID EQUAL SPACES
               MOVE 'zFAM'                   TO AU-TRANID.

           MOVE LENGTH OF TD-ALERT           TO TD-LENGTH.

           MOVE BK-TRANID(BUCKET-SUB)        TO AL-RAISE-TABLE.
           MOVE 'ERR'                        TO AL-RAISE-CONDITION.
           MOVE BK-STATUS(BUCKET-SUB)        TO AL-RAISE-CONDITION(4:3).
           MOVE BK-REASON(BUCKET-SUB)        TO AL-RAISE-CONDITION(7:2).
           MOVE TD-ALERT                     TO AL-RAISE-TEXT.
           PERFORM 3300-RAISE-ALERT        THRU 3300-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Record the alert on ZFAMAL through ZFAM164 for the ZFAM165    *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       3300-RAISE-ALERT.
           MOVE 'ZFAM118 '               TO AL-RAISE-SOURCE.

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

       3300-EXIT.
           EXIT.

      *****************************************************************
       8000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) on SD-INTERVAL during a region shutdown.  *
      *****************************************************************
       8100-RESTART.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                FROM    (FA-PARM)
                LENGTH  (FA-LENGTH)
                INTERVAL(SD-INTERVAL)
                NOHANDLE
           END-EXEC.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
