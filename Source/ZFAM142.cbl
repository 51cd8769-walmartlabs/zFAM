      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  FA-PARM carries an optional emergency     *
      *                     override reason; the run is refused       *
      *                     inside a ZFAM174 change-freeze window     *
      *                     unless one is given.                      *
      * 2026-10-15 ZFAMDEV  Checkpoint and end at the next safe point *
      *                     once the @@SD shutdown signal is set.     *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FA-DDNAME          PIC  X(04) VALUE SPACES.
           02  FA-OVERRIDE        PIC  X(40) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 48.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Region shutdown signal.  Once ZFAM190 sets it, this task      *
      * checkpoints at its next safe point and ends, leaving the      *
      * <xx>KR queue for the same FA-PARM to resume from.             *
      *****************************************************************
       COPY ZFAMSDC.

       01  TD-SHUTDOWN.
           02  FILLER             PIC  X(45) VALUE
               'Stopped for region shutdown - position checkp'.
           02  FILLER             PIC  X(45) VALUE
               'ointed; re-run with the same FA-PARM.        '.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  FILLER             PIC  X(42) VALUE
               'nothing to rotate to - run abandoned.     '.

      *****************************************************************
      * Change-freeze check (ZFAM174/ZFAMFZ).                         *
      *****************************************************************
       COPY ZFAMFZC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 1100-GET-GENERATION     THRU 1100-EXIT.
           PERFORM 1200-READ-CHECKPOINT    THRU 1200-EXIT.

           PERFORM 1300-CHECK-FREEZE       THRU 1300-EXIT.

           IF  FC-RESULT EQUAL 'F'
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           PERFORM 2000-START-BROWSE       THRU 2000-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               END-EXEC.

           PERFORM 4000-CLOSE-CHAIN        THRU 4000-EXIT.
           IF  SD-STOP-SW NOT EQUAL 'Y'
               PERFORM 8000-CLEAR-CHECKPOINT THRU 8000-EXIT.

           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * Refuse to act inside a change-freeze window unless FA-PARM    *
      * carries an emergency override reason - ZFAM174 announces      *
      * the refusal and audits the override.                          *
      *****************************************************************
       1300-CHECK-FREEZE.
           MOVE 'ZFAM142 '                   TO FC-PROGRAM.
           MOVE 'KEY-ROTATE  '               TO FC-ACTION.
           MOVE FA-TRANID                    TO FC-TABLE.
           MOVE FA-OVERRIDE                  TO FC-OVERRIDE.

           EXEC CICS LINK PROGRAM(ZFAM174)
                COMMAREA(FC-COMMAREA)
                LENGTH  (LENGTH OF FC-COMMAREA)
                NOHANDLE
           END-EXEC.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the FILE store at the checkpoint.            *
      *****************************************************************
               MOVE 'N'                      TO CHAIN-TOUCHED-SW
               MOVE ZEROES                   TO CHAIN-DIGEST-TOTAL.

           IF  SD-STOP-SW EQUAL 'Y'
               MOVE LOW-VALUES               TO CHAIN-ID
               GO TO 3000-EXIT.

           PERFORM 3100-ROTATE-SEGMENT     THRU 3100-EXIT.

       3000-EXIT.

           ADD  1                            TO SINCE-CHECKPOINT.

           PERFORM 7100-SHUTDOWN-CHECK     THRU 7100-EXIT.

           IF  SINCE-CHECKPOINT NOT LESS THAN CHECKPOINT-INTERVAL
           OR  SD-STOP-SW EQUAL 'Y'
               PERFORM 7000-CHECKPOINT     THRU 7000-EXIT.

           IF  SD-STOP-SW EQUAL 'Y'
               MOVE 'Y'                      TO BROWSE-COMPLETE
               MOVE TD-SHUTDOWN              TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT.

       4000-EXIT.
           EXIT.

       4100-EXIT.
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
      * Persist the chain-boundary position and commit, then          *
      * re-establish the browse past the syncpoint.                   *
