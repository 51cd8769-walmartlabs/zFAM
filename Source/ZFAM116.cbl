      * exhaustion.  It restarts itself after each flush, the same    *
      * self-chaining START TRANSID pattern ZFAM000 uses.             *
      *                                                               *
      * Alongside each snapshot the table's running latency           *
      * histogram (the ZFAM##LH queue, see ZFAMLHC) is written to     *
      * the keyed FAHLAT file under the same key, for ZFAM157's       *
      * percentile report.                                            *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Flush the ZFAM##LH latency histogram to   *
      *                     FAHLAT with each snapshot.                *
      * 2026-10-15 ZFAMDEV  Skip the cycle, still re-arming, once the *
      *                     @@SD shutdown signal is set.              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  HS-TIME-WORK           PIC  X(08) VALUE SPACES.

      *****************************************************************
      * Latency histogram queue and its keyed history file.           *
      *****************************************************************
       COPY ZFAMLHC.

       01  LT-FCT                 PIC  X(08) VALUE 'FAHLAT  '.
       01  LT-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  LT-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Region shutdown signal (ZFAM190).                             *
      *****************************************************************
       COPY ZFAMSDC.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  TD-HE-RESP         PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(37) VALUE SPACES.

       01  TD-LAT-ERROR.
           02  FILLER             PIC  X(34) VALUE
               'Stats history - FAHLAT WRITE error'.
           02  FILLER             PIC  X(11) VALUE ' EIBRESP:  '.
           02  TD-LE-RESP         PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(37) VALUE SPACES.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 1900-SHUTDOWN-CHECK     THRU 1900-EXIT.
           PERFORM 2000-READ-COUNTERS      THRU 2000-EXIT.
           PERFORM 2500-ESTIMATE-SPACE     THRU 2500-EXIT.
           PERFORM 3000-WRITE-HISTORY      THRU 3000-EXIT.
           PERFORM 3100-WRITE-LATENCY      THRU 3100-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Region shutdown - re-arm the next cycle as usual and end      *
      * without starting this one.                                    *
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
               PERFORM 8000-RESTART        THRU 8000-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1900-EXIT.
           EXIT.

      *****************************************************************
      * Read this table's running activity counters.  A table with    *
      * no queue yet simply flushes a zero snapshot.                  *
       3000-EXIT.
           EXIT.

      *****************************************************************
      * Write this interval's latency histogram under the snapshot's  *
      * key.  A table with no histogram queue yet writes zeroes.      *
      *****************************************************************
       3100-WRITE-LATENCY.
           MOVE FA-TRANID(3:2)               TO LH-TSQ(5:2).
           MOVE 'LH'                         TO LH-TSQ(7:2).
           MOVE 1                            TO LH-ITEM.
           MOVE LENGTH OF LH-ENTRY           TO LH-LENGTH.

           EXEC CICS READQ TS QUEUE(LH-TSQ)
                INTO  (LH-ENTRY)
                LENGTH(LH-LENGTH)
                ITEM  (LH-ITEM)
                RESP  (LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO LH-ENTRY.

           MOVE HS-KEY                       TO LT-KEY.

           PERFORM 3110-COPY-VERB          THRU 3110-EXIT
               VARYING LH-VERB-SUB FROM 1 BY 1
               UNTIL   LH-VERB-SUB GREATER THAN LH-VERBS.

           MOVE LENGTH OF LT-RECORD          TO LT-LENGTH.

           EXEC CICS WRITE FILE(LT-FCT)
                FROM  (LT-RECORD)
                RIDFLD(LT-KEY)
                LENGTH(LT-LENGTH)
                RESP  (LT-RESP)
                NOHANDLE
           END-EXEC.

           IF  LT-RESP NOT EQUAL DFHRESP(NORMAL)
           AND LT-RESP NOT EQUAL DFHRESP(DUPREC)
               MOVE LT-RESP                  TO TD-LE-RESP
               MOVE LENGTH OF TD-LAT-ERROR   TO TD-LENGTH
               EXEC CICS WRITEQ TD QUEUE(CSSL)
                    FROM  (TD-LAT-ERROR)
                    LENGTH(TD-LENGTH)
                    NOHANDLE
               END-EXEC.

       3100-EXIT.
           EXIT.

       3110-COPY-VERB.
           MOVE LH-VERB-ENTRY(LH-VERB-SUB)
             TO LT-VERB-ENTRY(LH-VERB-SUB).

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) after the configured flush interval.      *
      *****************************************************************
