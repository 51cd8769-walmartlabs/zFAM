      * every one of them fails silently by growing.  This task       *
      * discovers the tables the way ZFAMPLT does (the FA* URIMAPs),  *
      * samples each queue's depth every cycle, keeps the last depth  *
      * and a consecutive-growth count per queue, and raises an       *
      * operator alert (condition QUEUE plus the family, recorded     *
      * through ZFAM164 for the ZFAM165 router to deliver) and a CSSL *
      * alert when a queue has grown GROW-LIMIT samples in            *
      * a row or passed its per-family threshold - once per episode,  *
      * re-armed when the queue shrinks.                              *
      *                                                               *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Depth alert recorded through ZFAM164 for  *
      *                     the ZFAM165 alert router.                 *
      * 2026-10-15 ZFAMDEV  Skip the cycle, still re-arming, once the *
      *                     @@SD shutdown signal is set.              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
               05  WD-GROWS       PIC S9(04) COMP.
               05  WD-ALERTED     PIC  X(01).

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

      *****************************************************************
      * Region shutdown signal (ZFAM190).                             *
      *****************************************************************
       COPY ZFAMSDC.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 1900-SHUTDOWN-CHECK     THRU 1900-EXIT.
           PERFORM 1100-LOAD-STATE         THRU 1100-EXIT.

           PERFORM 2000-INQUIRE-START      THRU 2000-EXIT.
       1100-EXIT.
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
      * Inquire URIMAP START.                                         *
      *****************************************************************
               MOVE QD-COUNT                 TO TD-DA-DEPTH
               MOVE TD-DEPTH-ALERT           TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               MOVE URI-PREFIX               TO AL-RAISE-TABLE
               MOVE 'QUEUE'                  TO AL-RAISE-CONDITION
               MOVE QF-SUFFIX(QF-SUB)        TO AL-RAISE-CONDITION(6:2)
               MOVE TD-DEPTH-ALERT           TO AL-RAISE-TEXT
               PERFORM 7100-RAISE-ALERT    THRU 7100-EXIT.

       3100-EXIT.
           EXIT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * Record the alert on ZFAMAL through ZFAM164 for the ZFAM165    *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       7100-RAISE-ALERT.
           MOVE 'ZFAM140 '               TO AL-RAISE-SOURCE.

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

       7100-EXIT.
           EXIT.

      *****************************************************************
      * Re-arm the watchdog for the next cycle (ICE chain).           *
      *****************************************************************
