       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM153.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * MQ outbound change publisher.                                 *
      *                                                               *
      * This program executes as a long-running background            *
      * transaction, started once per table with a FA-PARM naming     *
      * the table and the output/side queues - the same FA-PARM       *
      * ZFAM111 takes for the inbound direction.  It walks the        *
      * table's xxJM journal mirror (ZFAMJLC records ZFAM002 writes   *
      * for every journaled POST, PUT, PATCH and DELETE) and MQPUTs   *
      * one message per change to the output queue:                   *
      *                                                               *
      *   KEY=<key>;OP=<ADD|CHANGE|DELETE>;CORRID=<id>;ABS=<abstime>; *
      *                                                               *
      * followed by the after image (none for a DELETE).  The body    *
      * opens with the same KEY=...; prefix ZFAM111 reads, and the    *
      * first 24 bytes of the correlation id also go in the MQMD      *
      * CorrelId.  An add is a change with no before image.           *
      *                                                               *
      * The position reached - mirror wipe generation (xxJE) and      *
      * mirror item - is checkpointed on the single-item xxMP queue   *
      * in the same unit of work as each MQPUT, so a restart neither  *
      * republishes nor skips an entry.  Define xxMP recoverable for  *
      * that to hold across a region failure.  A checkpoint from an   *
      * earlier wipe generation restarts at the top of the new        *
      * window; if it had not reached the end of the old window the   *
      * entries in between were rolled away unpublished, which is     *
      * logged to CSSL.                                               *
      *                                                               *
      * ZFAM185 prunes the mirror by compacting entries off its       *
      * front, so the checkpoint also carries the xxJB prune base it  *
      * was taken under; a resume in the same generation shifts the   *
      * item by however far the base has moved since.  A dispatch     *
      * that finds a compaction running - or sees one start while it  *
      * reads - publishes nothing and tries again next interval.      *
      * Each dispatch acknowledges its position on the ZFAMJC         *
      * journal consumer registry as consumer MQ-PUBLISHER, so the    *
      * pruner never removes an entry the publisher has not sent.     *
      *                                                               *
      * An entry the output queue will not accept is re-put to the    *
      * configured side queue, the way ZFAM111 poisons a message, so  *
      * the publisher never stalls on one entry.  Should the side     *
      * queue refuse it too, the position is not advanced and the     *
      * entry is retried on the next dispatch.  Each dispatch         *
      * publishes a bounded batch, then restarts itself after a       *
      * short interval - the same self-chaining START TRANSID         *
      * pattern ZFAM111 uses.                                         *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Checkpoint carries the xxJB prune base;   *
      *                     position acknowledged on ZFAMJC.          *
      * 2026-10-15 ZFAMDEV  Skip the cycle, still re-arming, once the *
      *                     @@SD shutdown signal is set.              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  ONE                    PIC S9(08) COMP VALUE 1.
       01  BATCH-LIMIT            PIC S9(08) COMP VALUE 500.
       01  PUBLISH-INTERVAL       PIC S9(07) COMP-3 VALUE 000005.

       01  PUBLISH-COMPLETE       PIC  X(01) VALUE SPACES.
       01  PUBLISHED-SW           PIC  X(01) VALUE SPACES.
       01  ENTRY-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  PUBLISHED-COUNT        PIC S9(08) COMP VALUE ZEROES.
       01  SIDE-COUNT             PIC S9(08) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FA-QUEUE           PIC  X(48) VALUE SPACES.
           02  FA-SIDE-QUEUE      PIC  X(48) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 100.

      *****************************************************************
      * Journal mirror, its wipe generation and this publisher's      *
      * checkpoint.                                                   *
      *****************************************************************
       01  JM-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JM-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  JM-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JM-MAX-ITEMS           PIC S9(04) COMP VALUE 5000.

       01  JE-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JE-ITEM                PIC S9(04) COMP VALUE 1.
       01  JE-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JE-EPOCH               PIC  9(09) VALUE ZEROES.

       01  CK-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  CK-ITEM                PIC S9(04) COMP VALUE 1.
       01  CK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  CK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  PB-POSITION.
           02  PB-EPOCH           PIC  9(09) VALUE ZEROES.
           02  PB-ITEM            PIC  9(05) VALUE ZEROES.
           02  PB-ABS             PIC  9(15) VALUE ZEROES.
           02  PB-BASE            PIC  9(09) VALUE ZEROES.

       01  PB-LOGICAL             PIC  9(09) VALUE ZEROES.
       01  MIRROR-BASE            PIC  9(09) VALUE ZEROES.
       01  MIRROR-SEQUENCE        PIC  9(09) VALUE ZEROES.
       01  PB-CONSUMER            PIC  X(16) VALUE 'MQ-PUBLISHER'.

       COPY ZFAMJLC.
       COPY ZFAMJCC.

      *****************************************************************
      * Outbound message.  Header fields are trimmed of trailing      *
      * spaces and STRINGed together ahead of the after image.        *
      *****************************************************************
       01  PB-OPERATION           PIC  X(06) VALUE SPACES.
       01  PB-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  PB-CORRID-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  PB-OP-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  PB-POINTER             PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * MQ call interface resources.  Constants carry their CMQV      *
      * names.                                                        *
      *****************************************************************
       01  MQ-HCONN               PIC S9(09) BINARY VALUE ZEROES.
       01  MQ-HOBJ                PIC S9(09) BINARY VALUE ZEROES.
       01  MQ-COMPCODE            PIC S9(09) BINARY VALUE ZEROES.
       01  MQ-REASON              PIC S9(09) BINARY VALUE ZEROES.
       01  MQ-OPEN-OPTIONS        PIC S9(09) BINARY VALUE ZEROES.
       01  MQ-DATA-LENGTH         PIC S9(09) BINARY VALUE ZEROES.

       01  MQOO-OUTPUT            PIC S9(09) BINARY VALUE 16.
       01  MQCC-OK                PIC S9(09) BINARY VALUE 0.
       01  MQPMO-SYNCPOINT        PIC S9(09) BINARY VALUE 2.
       01  MQMT-DATAGRAM          PIC S9(09) BINARY VALUE 8.
       01  MQEI-UNLIMITED         PIC S9(09) BINARY VALUE -1.
       01  MQENC-NATIVE           PIC S9(09) BINARY VALUE 785.
       01  MQFMT-STRING           PIC  X(08) VALUE 'MQSTR   '.
       01  MQPRI-AS-Q-DEF         PIC S9(09) BINARY VALUE -1.
       01  MQPER-PERSISTENT       PIC S9(09) BINARY VALUE 1.

       01  MQ-OBJECT-DESCRIPTOR.
           02  MQOD-STRUCID       PIC  X(04) VALUE 'OD  '.
           02  MQOD-VERSION       PIC S9(09) BINARY VALUE 1.
           02  MQOD-OBJECTTYPE    PIC S9(09) BINARY VALUE 1.
           02  MQOD-OBJECTNAME    PIC  X(48) VALUE SPACES.
           02  FILLER             PIC X(104) VALUE LOW-VALUES.

       01  MQ-MESSAGE-DESCRIPTOR.
           02  MQMD-STRUCID       PIC  X(04) VALUE 'MD  '.
           02  MQMD-VERSION       PIC S9(09) BINARY VALUE 1.
           02  MQMD-REPORT        PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-MSGTYPE       PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-EXPIRY        PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-FEEDBACK      PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-ENCODING      PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-CCSID         PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-FORMAT        PIC  X(08) VALUE SPACES.
           02  MQMD-PRIORITY      PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-PERSISTENCE   PIC S9(09) BINARY VALUE ZEROES.
           02  MQMD-MSGID         PIC  X(24) VALUE LOW-VALUES.
           02  MQMD-CORRELID      PIC  X(24) VALUE LOW-VALUES.
           02  FILLER             PIC X(228) VALUE LOW-VALUES.

       01  MQ-PUT-OPTIONS.
           02  MQPMO-STRUCID      PIC  X(04) VALUE 'PMO '.
           02  MQPMO-VERSION      PIC S9(09) BINARY VALUE 1.
           02  MQPMO-OPTIONS      PIC S9(09) BINARY VALUE ZEROES.
           02  FILLER             PIC X(116) VALUE LOW-VALUES.

       01  MQCALL-MQOPEN          PIC  X(08) VALUE 'MQOPEN  '.
       01  MQCALL-MQCLOSE         PIC  X(08) VALUE 'MQCLOSE '.
       01  MQCALL-MQPUT           PIC  X(08) VALUE 'MQPUT   '.
       01  MQCALL-MQPUT1          PIC  X(08) VALUE 'MQPUT1  '.

       01  MQ-CLOSE-OPTIONS       PIC S9(09) BINARY VALUE ZEROES.

       01  MQ-BUFFER              PIC  X(16400) VALUE LOW-VALUES.

      *****************************************************************
      * Region shutdown signal (ZFAM190).                             *
      *****************************************************************
       COPY ZFAMSDC.

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

       01  TD-PUBLISH-DONE.
           02  FILLER             PIC  X(16) VALUE 'MQ publish -    '.
           02  TD-PD-READ         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' read    -'.
           02  TD-PD-PUBLISHED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' put     -'.
           02  TD-PD-SIDE         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' side   '.
           02  FILLER             PIC  X(13) VALUE SPACES.

       01  TD-PUBLISH-ERROR.
           02  FILLER             PIC  X(16) VALUE 'MQ publish - MQ '.
           02  FILLER             PIC  X(12) VALUE 'call failed:'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-PE-CALL         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' reason: '.
           02  TD-PE-REASON       PIC  9(09) VALUE ZEROES.
           02  FILLER             PIC  X(35) VALUE SPACES.

       01  TD-PUBLISH-GAP.
           02  FILLER             PIC  X(16) VALUE 'MQ publish - mir'.
           02  FILLER             PIC  X(16) VALUE 'ror rolled past '.
           02  FILLER             PIC  X(06) VALUE 'item: '.
           02  TD-PG-ITEM         PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(16) VALUE ' - changes lost '.
           02  FILLER             PIC  X(07) VALUE 'after: '.
           02  TD-PG-ABS          PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(09) VALUE SPACES.

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
           PERFORM 1900-SHUTDOWN-CHECK     THRU 1900-EXIT.
           PERFORM 2000-OPEN-QUEUE         THRU 2000-EXIT.

           IF  MQ-COMPCODE EQUAL MQCC-OK
               PERFORM 3000-PUBLISH-ENTRY  THRU 3000-EXIT
                   WITH TEST AFTER
                   UNTIL PUBLISH-COMPLETE EQUAL 'Y'
                   OR    ENTRY-COUNT      EQUAL BATCH-LIMIT

               PERFORM 2900-CLOSE-QUEUE    THRU 2900-EXIT.

           PERFORM 7500-ACKNOWLEDGE        THRU 7500-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.
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

           MOVE 'N'                          TO PUBLISH-COMPLETE.
           MOVE ZEROES                       TO ENTRY-COUNT
                                                 PUBLISHED-COUNT
                                                 SIDE-COUNT.

           MOVE FA-TRANID(3:2)               TO JM-TSQ(1:2)
                                                 JE-TSQ(1:2)
                                                 JB-TSQ(1:2)
                                                 CK-TSQ(1:2).
           MOVE 'JM'                         TO JM-TSQ(3:2).
           MOVE 'JE'                         TO JE-TSQ(3:2).
           MOVE 'JB'                         TO JB-TSQ(3:2).
           MOVE 'MP'                         TO CK-TSQ(3:2).

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           PERFORM 1100-READ-EPOCH         THRU 1100-EXIT.
           PERFORM 1200-READ-CHECKPOINT    THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Current mirror wipe generation.  No xxJE queue means the      *
      * mirror has never rolled; ZFAM002 starts counting at 2 on the  *
      * first wipe, so that window is generation 1.                   *
      *****************************************************************
       1100-READ-EPOCH.
           MOVE LENGTH OF JE-EPOCH           TO JE-LENGTH.
           MOVE 1                            TO JE-ITEM.

           EXEC CICS READQ TS QUEUE(JE-TSQ)
                INTO  (JE-EPOCH)
                LENGTH(JE-LENGTH)
                ITEM  (JE-ITEM)
                RESP  (JE-RESP)
                NOHANDLE
           END-EXEC.

           IF  JE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                        TO JE-EPOCH.

           PERFORM 1150-READ-PRUNE-BASE    THRU 1150-EXIT.
           MOVE JB-BASE                      TO MIRROR-BASE.
           MOVE JB-SEQUENCE                  TO MIRROR-SEQUENCE.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Mirror prune control (xxJB).  A base pruned in an earlier     *
      * generation no longer applies - it is zero after a wipe.       *
      *****************************************************************
       1150-READ-PRUNE-BASE.
           MOVE LENGTH OF JB-CONTROL         TO JB-LENGTH.
           MOVE 1                            TO JB-ITEM.

           EXEC CICS READQ TS QUEUE(JB-TSQ)
                INTO  (JB-CONTROL)
                LENGTH(JB-LENGTH)
                ITEM  (JB-ITEM)
                RESP  (JB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JB-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO JB-EPOCH
                                                 JB-BASE
                                                 JB-SEQUENCE
               MOVE SPACES                   TO JB-STATE
               GO TO 1150-EXIT.

           IF  JB-EPOCH NOT EQUAL JE-EPOCH
               MOVE ZEROES                   TO JB-BASE.

       1150-EXIT.
           EXIT.

      *****************************************************************
      * Resume from the checkpoint.  No checkpoint starts at the top  *
      * of the current window; one from an earlier wipe generation    *
      * also restarts at the top, logging the gap when the old        *
      * window had not been published to its end.                     *
      *****************************************************************
       1200-READ-CHECKPOINT.
           MOVE ZEROES                       TO PB-BASE.
           MOVE LENGTH OF PB-POSITION        TO CK-LENGTH.
           MOVE 1                            TO CK-ITEM.

           EXEC CICS READQ TS QUEUE(CK-TSQ)
                INTO  (PB-POSITION)
                LENGTH(CK-LENGTH)
                ITEM  (CK-ITEM)
                RESP  (CK-RESP)
                NOHANDLE
           END-EXEC.

           IF  CK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE JE-EPOCH                 TO PB-EPOCH
               MOVE ZEROES                   TO PB-ITEM
                                                 PB-ABS
               MOVE MIRROR-BASE              TO PB-BASE
               GO TO 1200-EXIT.

           IF  PB-EPOCH EQUAL JE-EPOCH
               PERFORM 1210-REBASE         THRU 1210-EXIT
               GO TO 1200-EXIT.

           IF  PB-ITEM LESS THAN JM-MAX-ITEMS
               MOVE PB-ITEM                  TO TD-PG-ITEM
               MOVE PB-ABS                   TO TD-PG-ABS
               MOVE TD-PUBLISH-GAP           TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT.

           MOVE JE-EPOCH                     TO PB-EPOCH.
           MOVE ZEROES                       TO PB-ITEM.
           MOVE MIRROR-BASE                  TO PB-BASE.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * Same generation - shift the checkpoint item by however far    *
      * the prune base has moved since it was taken.  A checkpoint    *
      * written before the base existed is shorter and reads with a   *
      * zero base.  A position already pruned away (the publisher was *
      * retired on the registry) restarts at the top, logged.         *
      *****************************************************************
       1210-REBASE.
           IF  PB-BASE EQUAL MIRROR-BASE
               GO TO 1210-EXIT.

           COMPUTE PB-LOGICAL = PB-BASE + PB-ITEM.

           IF  PB-LOGICAL LESS THAN MIRROR-BASE
               MOVE PB-ITEM                  TO TD-PG-ITEM
               MOVE PB-ABS                   TO TD-PG-ABS
               MOVE TD-PUBLISH-GAP           TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               MOVE ZEROES                   TO PB-ITEM
           ELSE
               COMPUTE PB-ITEM = PB-LOGICAL - MIRROR-BASE.

           MOVE MIRROR-BASE                  TO PB-BASE.

       1210-EXIT.
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
      * Open the configured output queue.                             *
      *****************************************************************
       2000-OPEN-QUEUE.
           MOVE FA-QUEUE                     TO MQOD-OBJECTNAME.
           MOVE MQOO-OUTPUT                  TO MQ-OPEN-OPTIONS.

           CALL MQCALL-MQOPEN USING MQ-HCONN
                                    MQ-OBJECT-DESCRIPTOR
                                    MQ-OPEN-OPTIONS
                                    MQ-HOBJ
                                    MQ-COMPCODE
                                    MQ-REASON.

           IF  MQ-COMPCODE NOT EQUAL MQCC-OK
               MOVE MQCALL-MQOPEN            TO TD-PE-CALL
               MOVE MQ-REASON                TO TD-PE-REASON
               PERFORM 9920-LOG-MQ-ERROR   THRU 9920-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Close the output queue.                                       *
      *****************************************************************
       2900-CLOSE-QUEUE.
           CALL MQCALL-MQCLOSE USING MQ-HCONN
                                     MQ-HOBJ
                                     MQ-CLOSE-OPTIONS
                                     MQ-COMPCODE
                                     MQ-REASON.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Read the mirror entry after the checkpoint and publish it.    *
      * ITEMERR (or no mirror at all) means the publisher has caught  *
      * up and this dispatch is done.                                 *
      *****************************************************************
       3000-PUBLISH-ENTRY.
           IF  JB-STATE EQUAL 'C'
               MOVE 'Y'                      TO PUBLISH-COMPLETE
               GO TO 3000-EXIT.

           COMPUTE JM-ITEM = PB-ITEM + 1.
           MOVE LENGTH OF JL-RECORD          TO JM-LENGTH.
           MOVE SPACES                       TO JL-CORRID.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO  (JL-RECORD)
                LENGTH(JM-LENGTH)
                ITEM  (JM-ITEM)
                RESP  (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO PUBLISH-COMPLETE
               GO TO 3000-EXIT.

           PERFORM 1150-READ-PRUNE-BASE    THRU 1150-EXIT.

           IF  JB-STATE    EQUAL 'C'
           OR  JB-SEQUENCE NOT EQUAL MIRROR-SEQUENCE
               MOVE 'Y'                      TO PUBLISH-COMPLETE
               GO TO 3000-EXIT.

           ADD  ONE                          TO ENTRY-COUNT.

           PERFORM 3100-BUILD-MESSAGE      THRU 3100-EXIT.
           PERFORM 3200-PUT-MESSAGE        THRU 3200-EXIT.

           IF  PUBLISHED-SW EQUAL 'Y'
               ADD  ONE                      TO PUBLISHED-COUNT
           ELSE
               PERFORM 3500-SIDE-QUEUE     THRU 3500-EXIT.

           IF  PUBLISHED-SW NOT EQUAL 'Y'
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC
               MOVE 'Y'                      TO PUBLISH-COMPLETE
               GO TO 3000-EXIT.

           MOVE JM-ITEM                      TO PB-ITEM.
           MOVE JL-ABS                       TO PB-ABS.
           PERFORM 7000-CHECKPOINT         THRU 7000-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Build the message - KEY/OP/CORRID/ABS header, then the after  *
      * image.  A DELETE carries no image; a change with no before    *
      * image is an add.                                              *
      *****************************************************************
       3100-BUILD-MESSAGE.
           IF  JL-METHOD EQUAL 'DELETE'
               MOVE 'DELETE'                 TO PB-OPERATION
               MOVE ZEROES                   TO JL-AFTER-LENGTH
           ELSE
           IF  JL-BEFORE-LENGTH EQUAL ZEROES
               MOVE 'ADD'                    TO PB-OPERATION
           ELSE
               MOVE 'CHANGE'                 TO PB-OPERATION.

           MOVE ZEROES                       TO PB-KEY-LENGTH.
           INSPECT FUNCTION REVERSE(JL-KEY)
           TALLYING PB-KEY-LENGTH
           FOR LEADING SPACES.
           SUBTRACT PB-KEY-LENGTH FROM LENGTH OF JL-KEY
               GIVING PB-KEY-LENGTH.

           MOVE ZEROES                       TO PB-OP-LENGTH.
           INSPECT FUNCTION REVERSE(PB-OPERATION)
           TALLYING PB-OP-LENGTH
           FOR LEADING SPACES.
           SUBTRACT PB-OP-LENGTH FROM LENGTH OF PB-OPERATION
               GIVING PB-OP-LENGTH.

           MOVE ZEROES                       TO PB-CORRID-LENGTH.
           INSPECT FUNCTION REVERSE(JL-CORRID)
           TALLYING PB-CORRID-LENGTH
           FOR LEADING SPACES.
           SUBTRACT PB-CORRID-LENGTH FROM LENGTH OF JL-CORRID
               GIVING PB-CORRID-LENGTH.

           IF  PB-KEY-LENGTH EQUAL ZEROES
               MOVE ONE                      TO PB-KEY-LENGTH.

           MOVE LOW-VALUES                   TO MQ-BUFFER.
           MOVE ONE                          TO PB-POINTER.

           STRING 'KEY='                     DELIMITED BY SIZE
                  JL-KEY(1:PB-KEY-LENGTH)    DELIMITED BY SIZE
                  ';OP='                     DELIMITED BY SIZE
                  PB-OPERATION(1:PB-OP-LENGTH)
                                             DELIMITED BY SIZE
                  ';CORRID='                 DELIMITED BY SIZE
                  INTO MQ-BUFFER
                  WITH POINTER PB-POINTER.

           IF  PB-CORRID-LENGTH GREATER THAN ZEROES
               STRING JL-CORRID(1:PB-CORRID-LENGTH)
                                             DELIMITED BY SIZE
                      INTO MQ-BUFFER
                      WITH POINTER PB-POINTER.

           STRING ';ABS='                    DELIMITED BY SIZE
                  JL-ABS                     DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  INTO MQ-BUFFER
                  WITH POINTER PB-POINTER.

           IF  JL-AFTER-LENGTH GREATER THAN ZEROES
               MOVE JL-AFTER(1:JL-AFTER-LENGTH)
                 TO MQ-BUFFER(PB-POINTER:JL-AFTER-LENGTH)
               ADD  JL-AFTER-LENGTH          TO PB-POINTER.

           SUBTRACT ONE FROM PB-POINTER GIVING MQ-DATA-LENGTH.

           MOVE LOW-VALUES                   TO MQMD-MSGID
                                                 MQMD-CORRELID.
           MOVE JL-CORRID(1:24)              TO MQMD-CORRELID.
           MOVE MQMT-DATAGRAM                TO MQMD-MSGTYPE.
           MOVE MQEI-UNLIMITED               TO MQMD-EXPIRY.
           MOVE MQENC-NATIVE                 TO MQMD-ENCODING.
           MOVE MQFMT-STRING                 TO MQMD-FORMAT.
           MOVE MQPRI-AS-Q-DEF               TO MQMD-PRIORITY.
           MOVE MQPER-PERSISTENT             TO MQMD-PERSISTENCE.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Put the message to the output queue under syncpoint, so it    *
      * commits with the checkpoint that records it.                  *
      *****************************************************************
       3200-PUT-MESSAGE.
           MOVE 'N'                          TO PUBLISHED-SW.
           MOVE MQPMO-SYNCPOINT              TO MQPMO-OPTIONS.

           CALL MQCALL-MQPUT USING MQ-HCONN
                                   MQ-HOBJ
                                   MQ-MESSAGE-DESCRIPTOR
                                   MQ-PUT-OPTIONS
                                   MQ-DATA-LENGTH
                                   MQ-BUFFER
                                   MQ-COMPCODE
                                   MQ-REASON.

           IF  MQ-COMPCODE EQUAL MQCC-OK
               MOVE 'Y'                      TO PUBLISHED-SW
           ELSE
               MOVE MQCALL-MQPUT             TO TD-PE-CALL
               MOVE MQ-REASON                TO TD-PE-REASON
               PERFORM 9920-LOG-MQ-ERROR   THRU 9920-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Re-put an unpublishable entry to the side queue so the        *
      * publisher never stalls on one entry.  No side queue, or a     *
      * side queue that refuses it as well, leaves the entry          *
      * unpublished for the next dispatch to retry.                   *
      *****************************************************************
       3500-SIDE-QUEUE.
           IF  FA-SIDE-QUEUE EQUAL SPACES
               GO TO 3500-EXIT.

           MOVE FA-SIDE-QUEUE                TO MQOD-OBJECTNAME.
           MOVE MQPMO-SYNCPOINT              TO MQPMO-OPTIONS.

           CALL MQCALL-MQPUT1 USING MQ-HCONN
                                    MQ-OBJECT-DESCRIPTOR
                                    MQ-MESSAGE-DESCRIPTOR
                                    MQ-PUT-OPTIONS
                                    MQ-DATA-LENGTH
                                    MQ-BUFFER
                                    MQ-COMPCODE
                                    MQ-REASON.

           IF  MQ-COMPCODE EQUAL MQCC-OK
               MOVE 'Y'                      TO PUBLISHED-SW
               ADD  ONE                      TO SIDE-COUNT
           ELSE
               MOVE MQCALL-MQPUT1            TO TD-PE-CALL
               MOVE MQ-REASON                TO TD-PE-REASON
               PERFORM 9920-LOG-MQ-ERROR   THRU 9920-EXIT.

           MOVE FA-QUEUE                     TO MQOD-OBJECTNAME.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Record the position just published and commit it together     *
      * with the MQPUT.                                               *
      *****************************************************************
       7000-CHECKPOINT.
           MOVE LENGTH OF PB-POSITION        TO CK-LENGTH.
           MOVE 1                            TO CK-ITEM.

           EXEC CICS WRITEQ TS QUEUE(CK-TSQ)
                FROM  (PB-POSITION)
                LENGTH(CK-LENGTH)
                ITEM  (CK-ITEM)
                REWRITE
                RESP  (CK-RESP)
                NOHANDLE
           END-EXEC.

           IF  CK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                        TO CK-ITEM
               EXEC CICS WRITEQ TS QUEUE(CK-TSQ)
                    FROM  (PB-POSITION)
                    LENGTH(CK-LENGTH)
                    ITEM  (CK-ITEM)
                    RESP  (CK-RESP)
                    NOHANDLE
               END-EXEC.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Acknowledge the position published so far on the ZFAMJC       *
      * journal consumer registry, registering the publisher the      *
      * first time it runs for the table.                             *
      *****************************************************************
       7500-ACKNOWLEDGE.
           MOVE FA-TRANID(3:2)               TO JC-TABLE.
           MOVE PB-CONSUMER                  TO JC-CONSUMER.
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
               GO TO 7500-EXIT.

           IF  JC-RESP EQUAL DFHRESP(NOTFND)
               MOVE FA-TRANID(3:2)           TO JC-TABLE
               MOVE PB-CONSUMER              TO JC-CONSUMER
               MOVE 'P'                      TO JC-TYPE
               MOVE ZEROES                   TO JC-ACKS
               MOVE WS-ABS                   TO JC-REGISTERED-ABS.

           MOVE 'A'                          TO JC-STATUS.
           MOVE PB-EPOCH                     TO JC-EPOCH.
           COMPUTE JC-POSITION = PB-BASE + PB-ITEM.
           MOVE PB-ABS                       TO JC-ACK-ABS.
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

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       7500-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) - keep the publisher running.             *
      *****************************************************************
       8000-RESTART.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                FROM    (FA-PARM)
                LENGTH  (FA-LENGTH)
                INTERVAL(PUBLISH-INTERVAL)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
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
      * Write TD CSSL summary when this dispatch completes.           *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE ENTRY-COUNT           TO TD-PD-READ.
           MOVE PUBLISHED-COUNT       TO TD-PD-PUBLISHED.
           MOVE SIDE-COUNT            TO TD-PD-SIDE.
           MOVE TD-PUBLISH-DONE       TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL  THRU 9910-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD-MESSAGE to CSSL.                                     *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID              TO TD-TRANID.
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

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Write an MQ call failure line to CSSL.                        *
      *****************************************************************
       9920-LOG-MQ-ERROR.
           MOVE TD-PUBLISH-ERROR      TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL  THRU 9910-EXIT.

       9920-EXIT.
           EXIT.
