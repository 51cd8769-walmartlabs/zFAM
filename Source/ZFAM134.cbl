      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Checkpoint and end at the next safe point *
      *                     once the @@SD shutdown signal is set.     *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Region shutdown signal.  Once ZFAM190 sets it, this task      *
      * checkpoints at its next safe point and ends, leaving the      *
      * <xx>CO queue for the same FA-PARM to resume from.             *
      *****************************************************************
       COPY ZFAMSDC.

       01  TD-SHUTDOWN.
           02  FILLER             PIC  X(45) VALUE
               'Stopped for region shutdown - position checkp'.
           02  FILLER             PIC  X(45) VALUE
               'ointed; re-run with the same FA-PARM.        '.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

           IF  SD-STOP-SW NOT EQUAL 'Y'
               PERFORM 8000-CLEAR-CHECKPOINT THRU 8000-EXIT
               PERFORM 8100-VERIFY-TARGET  THRU 8100-EXIT.

           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.
      * in ascending order.                                           *
      *****************************************************************
       3000-PROCESS-ROW.
           PERFORM 7100-SHUTDOWN-CHECK     THRU 7100-EXIT.

           IF  SD-STOP-SW EQUAL 'Y'
               PERFORM 7000-CHECKPOINT     THRU 7000-EXIT
               MOVE 'Y'                      TO BROWSE-COMPLETE
               MOVE TD-SHUTDOWN              TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               GO TO 3000-EXIT.

           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READNEXT
       3210-EXIT.
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
      * Persist the browse position and commit, then re-establish     *
      * the browse past the syncpoint.                                *
