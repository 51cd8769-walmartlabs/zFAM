      * carry only the key.  Entries with no after image are skipped  *
      * and counted.                                                  *
      *                                                               *
      * A completed run also acknowledges its position, with the      *
      * ABSTIME of the last entry delivered, on the ZFAMJC journal    *
      * consumer registry as offload reader WAREHOUSE-DELTA - ZFAM185 *
      * reports the offloaded journal safe to delete only up to it.   *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Completed runs acknowledge their position *
      *                     on the ZFAMJC consumer registry.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  DL-POSITION            PIC S9(09) COMP VALUE ZEROES.
       01  DL-RESUME              PIC S9(09) COMP VALUE ZEROES.
       01  DL-LAST-ABS            PIC  9(15) VALUE ZEROES.
       01  DL-CONSUMER            PIC  X(16) VALUE 'WAREHOUSE-DELTA'.
       01  DELTA-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  SKIPPED-COUNT          PIC S9(08) COMP VALUE ZEROES.

       01  DF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMJLC.
       COPY ZFAMJCC.

      *****************************************************************
      * ZFAMCK checkpoint file - one record per table and feed.       *
               UNTIL READ-COMPLETE     EQUAL 'Y'.

           PERFORM 8000-ADVANCE-CHECKPOINT THRU 8000-EXIT.
           PERFORM 8100-ACKNOWLEDGE        THRU 8100-EXIT.
           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.
               GO TO 3000-EXIT.

           ADD  ONE                          TO DL-POSITION.
           MOVE JL-ABS                       TO DL-LAST-ABS.

           IF  DL-POSITION NOT GREATER THAN DL-RESUME
               GO TO 3000-EXIT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * Acknowledge the delivered-through position on the ZFAMJC      *
      * journal consumer registry, registering the feed the first     *
      * time it completes for the table.                              *
      *****************************************************************
       8100-ACKNOWLEDGE.
           MOVE FA-TRANID(3:2)               TO JC-TABLE.
           MOVE DL-CONSUMER                  TO JC-CONSUMER.
           MOVE LENGTH OF JC-RECORD          TO JC-LENGTH.

           EXEC CICS READ FILE(JC-FCT)
                INTO  (JC-RECORD)
                RIDFLD(JC-KEY)
                LENGTH(JC-LENGTH)
                UPDATE
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP NOT EQUAL DFHRESP(NORMAL)
           AND JC-RESP NOT EQUAL DFHRESP(NOTFND)
               GO TO 8100-EXIT.

           IF  JC-RESP EQUAL DFHRESP(NOTFND)
               MOVE FA-TRANID(3:2)           TO JC-TABLE
               MOVE DL-CONSUMER              TO JC-CONSUMER
               MOVE 'O'                      TO JC-TYPE
               MOVE ZEROES                   TO JC-ACKS
                                                 JC-EPOCH
               MOVE WS-ABS                   TO JC-REGISTERED-ABS.

           MOVE 'A'                          TO JC-STATUS.
           MOVE DL-POSITION                  TO JC-POSITION.
           IF  DL-LAST-ABS GREATER THAN ZEROES
               MOVE DL-LAST-ABS              TO JC-ACK-ABS.
           MOVE WS-ABS                       TO JC-SEEN-ABS.
           ADD  ONE                          TO JC-ACKS.

           MOVE LENGTH OF JC-RECORD          TO JC-LENGTH.

           IF  JC-RESP EQUAL DFHRESP(NOTFND)
               EXEC CICS WRITE FILE(JC-FCT)
                    FROM  (JC-RECORD)
                    RIDFLD(JC-KEY)
                    LENGTH(JC-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE(JC-FCT)
                    FROM  (JC-RECORD)
                    LENGTH(JC-LENGTH)
                    NOHANDLE
               END-EXEC.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
