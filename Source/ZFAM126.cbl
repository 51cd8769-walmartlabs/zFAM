      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Checkpoint and end at the next safe point *
      *                     once the @@SD shutdown signal is set.     *
      * 2026-10-15 ZFAMDEV  A shared (FK-SHARED) chain is released    *
      *                     through ZFAM170, not purged outright.     *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       COPY ZFAMJLC.

      *****************************************************************
      * Shared FILE store chains (FK-SHARED) are counted on FAxxDP;   *
      * ZFAM170 releases a reference and says whether the segments    *
      * may go.                                                       *
      *****************************************************************
       01  DEDUP-KEEP-SW          PIC  X(01) VALUE 'N'.

       COPY ZFAMDPC.

      *****************************************************************
      * Old-chain purge RIDFLD, the same shape ZFAM002's PUT uses     *
      * when it deletes a replaced chain.                             *
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Region shutdown signal.  Once ZFAM190 sets it, this task      *
      * checkpoints at its next safe point and ends, leaving the      *
      * <xx>RP queue for the same FA-PARM to resume from.             *
      *****************************************************************
       COPY ZFAMSDC.

       01  TD-SHUTDOWN.
           02  FILLER             PIC  X(45) VALUE
               'Stopped for region shutdown - position checkp'.
           02  FILLER             PIC  X(45) VALUE
               'ointed; re-run with the same FA-PARM.        '.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

               WITH TEST AFTER
               UNTIL READ-COMPLETE     EQUAL 'Y'.

           IF  SD-STOP-SW NOT EQUAL 'Y'
               PERFORM 8000-CLEAR-CHECKPOINT THRU 8000-EXIT.

           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.
      * being applied again.                                          *
      *****************************************************************
       3000-READ-JOURNAL.
           PERFORM 7100-SHUTDOWN-CHECK     THRU 7100-EXIT.

           IF  SD-STOP-SW EQUAL 'Y'
               PERFORM 7000-CHECKPOINT     THRU 7000-EXIT
               MOVE 'Y'                      TO READ-COMPLETE
               MOVE TD-SHUTDOWN              TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               GO TO 3000-EXIT.

           MOVE LENGTH OF JL-RECORD          TO RJ-LENGTH.

           EXEC CICS READQ TD QUEUE(RJ-TDQ)

      *****************************************************************
      * Purge the chain the existing KEY record points at, ahead of   *
      * the replayed image taking its place.  A shared chain is only  *
      * purged when ZFAM170 says this was its last reference.         *
      *****************************************************************
       3110-PURGE-CHAIN.
           MOVE 'N'                          TO DEDUP-KEEP-SW.

           IF  FK-SHARED EQUAL 'Y'
               PERFORM 3112-RELEASE-CHAIN  THRU 3112-EXIT.

           IF  DEDUP-KEEP-SW EQUAL 'Y'
               GO TO 3110-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME
           ELSE
       3110-EXIT.
           EXIT.

      *****************************************************************
      * Release this record's reference to its shared chain.  The     *
      * segments stay while other references remain, or when ZFAM170  *
      * cannot be reached.                                            *
      *****************************************************************
       3112-RELEASE-CHAIN.
           MOVE 'R'                          TO DR-FUNCTION.
           MOVE FK-TRANID                    TO DR-TABLE.
           MOVE FK-FF-KEY                    TO DR-FF-KEY.
           MOVE SPACES                       TO DR-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM170)
                COMMAREA(DR-COMMAREA)
                LENGTH  (LENGTH OF DR-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP   NOT EQUAL DFHRESP(NORMAL)
           OR  DR-RESULT NOT EQUAL 'D'
               MOVE 'Y'                      TO DEDUP-KEEP-SW.

       3112-EXIT.
           EXIT.

      *****************************************************************
      * Delete one segment of the replaced chain.                     *
      *****************************************************************
           MOVE SPACES                       TO FK-LOB
                                                 FK-INTENT
                                                 FK-DELETED
                                                 FK-UID
                                                 FK-SHARED.
           MOVE ZEROES                       TO FK-LOCK-TIME.

           MOVE 'FILE'                       TO FF-DDNAME.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * Look for the region shutdown signal.                          *
      *****************************************************************
       7100-SHUTDOWN-CHECK.
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
               MOVE 'Y'                      TO SD-STOP-SW.

       7100-EXIT.
           EXIT.

      *****************************************************************
      * Persist the replay position and commit everything applied     *
      * since the last checkpoint, so a restart resumes here.         *
