      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Checkpoint and end at the next record     *
      *                     once the @@SD shutdown signal is set.     *
      *                                                               *
      *                                                               *
      *****************************************************************
       01  CHECKPOINT-COUNT       PIC S9(08) COMP VALUE ZEROES.
       01  CHECKPOINT-KEY         PIC  X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Region shutdown signal.  Once ZFAM190 sets it, the copy       *
      * checkpoints at the record just copied and ends, leaving the   *
      * FAxxCK queue for the next run to resume from.                 *
      *****************************************************************
       COPY ZFAMSDC.

       01  TD-SHUTDOWN.
           02  FILLER             PIC  X(45) VALUE
               'CWR stopped for region shutdown - checkpoint '.
           02  FILLER             PIC  X(45) VALUE
               'saved on the FAxxCK queue for the next run.  '.

      *****************************************************************
      * Optional FCWR start parameters - selective/filtered CWR.      *
      * FCWR may START this task with a CWR-PARM commarea to copy     *
               WITH TEST AFTER
                   UNTIL COPY-COMPLETE EQUAL 'Y'.

           IF  SD-STOP-SW NOT EQUAL 'Y'
               EXEC CICS DELETEQ TS QUEUE(CK-TSQ) NOHANDLE END-EXEC.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

                   PERFORM 3250-CHECKPOINT    THRU 3250-EXIT.

               IF  CWR-DELAY-SECONDS GREATER THAN ZEROES
               AND SD-STOP-SW NOT EQUAL 'Y'
                   PERFORM 3260-THROTTLE      THRU 3260-EXIT.

       3100-EXIT.

      *****************************************************************
      * Save the current browse position every CHECKPOINT-INTERVAL    *
      * records copied - or at once, ending the copy, when the region *
      * is shutting down.                                             *
      *****************************************************************
       3250-CHECKPOINT.
           ADD  1                             TO CHECKPOINT-COUNT.

           PERFORM 3240-SHUTDOWN-CHECK        THRU 3240-EXIT.

           IF  SD-STOP-SW EQUAL 'Y'
               MOVE CHECKPOINT-INTERVAL       TO CHECKPOINT-COUNT
               MOVE 'Y'                       TO COPY-COMPLETE
               MOVE 'Y'                       TO RECORD-COMPLETE
               MOVE TD-SHUTDOWN               TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL      THRU 9900-EXIT.

           IF  CHECKPOINT-COUNT NOT LESS THAN CHECKPOINT-INTERVAL
               MOVE FK-KEY                    TO CHECKPOINT-KEY
               MOVE LENGTH OF CHECKPOINT-KEY  TO CK-LENGTH
       3250-EXIT.
           EXIT.

      *****************************************************************
      * Look for the region shutdown signal.                          *
      *****************************************************************
       3240-SHUTDOWN-CHECK.
           MOVE LENGTH OF SD-RECORD           TO SD-LENGTH.
           MOVE 1                             TO SD-ITEM.

           EXEC CICS READQ TS QUEUE(SD-TSQ)
                INTO  (SD-RECORD)
                LENGTH(SD-LENGTH)
                ITEM  (SD-ITEM)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                       TO SD-STOP-SW.

       3240-EXIT.
           EXIT.

      *****************************************************************
      * Throttle throughput - pace this copy task so it does not      *
      * dominate the CICS region, converting the configured raw-      *
