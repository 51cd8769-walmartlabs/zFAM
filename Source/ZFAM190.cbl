       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM190.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager                               *
      *                                                               *
      * This program executes in the first phase of the shutdown PLT  *
      * - the counterpart of ZFAMPLT - and performs the following:    *
      *                                                               *
      * 1).  Write the @@SD shutdown signal (ZFAMSDC), so every       *
      *      long-running zFAM task stops at its next safe point -    *
      *      CWR and the checkpointed sweeps checkpoint and end, the  *
      *      self-restarting tasks skip their work.                   *
      * 2).  Browse URIMAP and, for each zFAM URIMAP, START the       *
      *      write-behind applier (xxWB, ZFAM145) and the replication *
      *      retry (xxRT, ZFAM023) for any non-empty queue, rather    *
      *      than wait out a retry interval.                          *
      * 3).  Wait, up to WAIT-SECONDS, for every xxWB and xxRT queue  *
      *      to drain, sampling the depths every DELAY-INTERVAL.      *
      * 4).  Clear the @@IF in-flight table, counting the slots left  *
      *      standing.                                                *
      * 5).  Write the @@SS summary - a header, then one item per     *
      *      table with entries still queued or a CWR or sweep        *
      *      checkpoint standing - with a CSSL line for each, a WTO   *
      *      and a ZFAM138 administrative audit record.  ZFAMPLT      *
      *      reports it and restarts the drainers it names at the     *
      *      next startup.                                            *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * Define Constant and Define Storage.                           *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  NOW-ABS                PIC S9(15) COMP-3 VALUE ZEROES.
       01  ELAPSED-MS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  WAIT-MS                PIC S9(15) COMP-3 VALUE ZEROES.

       01  APPLID                 PIC  X(08) VALUE SPACES.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  FA                     PIC  X(02) VALUE 'FA'.
       01  DRAIN-DONE-SW          PIC  X(01) VALUE 'N'.
       01  DRAINED-SW             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * The bounded wait for the backlog, and the pause between       *
      * samples (HHMMSS).  SETTLE-INTERVAL gives CWR and the sweeps   *
      * a moment to reach a safe point and write their checkpoints    *
      * before the checkpoint queues are looked for.                  *
      *****************************************************************
       01  WAIT-SECONDS           PIC S9(08) COMP VALUE 120.
       01  DELAY-INTERVAL         PIC S9(07) COMP-3 VALUE 000005.
       01  SETTLE-INTERVAL        PIC S9(07) COMP-3 VALUE 000002.

       01  URI-MAP.
           02  URI-PREFIX         PIC  X(04) VALUE SPACES.
           02  URI-SUFFIX         PIC  X(04) VALUE SPACES.

       01  URI-TRAN               PIC  X(04) VALUE SPACES.
       01  URI-PATH               PIC X(256) VALUE SPACES.

      *****************************************************************
      * One slot per zFAM table found on the URIMAP browse.           *
      *****************************************************************
       01  TB-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  TB-MAX                 PIC S9(04) COMP VALUE 100.
       01  TB-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  TB-OUTSTANDING         PIC S9(04) COMP VALUE ZEROES.
       01  TB-BACKLOG             PIC S9(08) COMP VALUE ZEROES.

       01  TB-STATE.
           02  TB-ENTRY OCCURS 100 TIMES.
               05  TB-TABLE       PIC  X(04).
               05  TB-WB-DEPTH    PIC S9(08) COMP.
               05  TB-RT-DEPTH    PIC S9(08) COMP.
               05  TB-CHECKPOINTS.
                   10  TB-CHECKPOINT PIC X(02) OCCURS 5 TIMES.

      *****************************************************************
      * The checkpoint queue families looked for per table - CWR      *
      * (ZFAM101) and the ZFAM126, ZFAM132, ZFAM134 and ZFAM142       *
      * sweeps, in SS-CHECKPOINT order.                               *
      *****************************************************************
       01  CK-FAMILY-LIST         PIC  X(10) VALUE 'CKRPMGCOKR'.

       01  CK-FAMILY-TABLE REDEFINES CK-FAMILY-LIST.
           02  CK-FAMILY          PIC  X(02) OCCURS 5 TIMES.

       01  CK-SUB                 PIC S9(04) COMP VALUE ZEROES.

       01  QD-TSQ                 PIC  X(04) VALUE SPACES.
       01  QD-ITEM                PIC S9(04) COMP VALUE 1.
       01  QD-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  QD-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  QD-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  QD-PROBE               PIC  X(01) VALUE SPACES.

       01  DR-PARM.
           02  DR-TRANID          PIC  X(04) VALUE SPACES.

       01  DR-LENGTH              PIC S9(04) COMP VALUE 4.

       COPY ZFAMSDC.

       COPY ZFAMIFC.

      *****************************************************************
      * Administrative-action audit (ZFAM138/ZFAMAA).                 *
      *****************************************************************
       01  ZFAM138                PIC  X(08) VALUE 'ZFAM138 '.

       01  ZFAM138-COMMAREA.
           02  CA138-ACTION       PIC  X(12) VALUE SPACES.
           02  CA138-TABLE        PIC  X(04) VALUE SPACES.
           02  CA138-PARMS        PIC  X(40) VALUE SPACES.
           02  CA138-BEFORE       PIC  X(16) VALUE SPACES.
           02  CA138-AFTER        PIC  X(16) VALUE SPACES.

       01  AA-AFTER.
           02  AA-TABLES          PIC  9(04) VALUE ZEROES.
           02  FILLER             PIC  X(07) VALUE ' tables'.
           02  FILLER             PIC  X(05) VALUE SPACES.

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

       01  TD-STARTING.
           02  FILLER             PIC  X(41) VALUE
               'zFAM shutdown - signal set on @@SD for '.
           02  TD-SG-APPLID       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(31) VALUE SPACES.

       01  TD-DRAINED.
           02  FILLER             PIC  X(22) VALUE
               'zFAM shutdown - drain '.
           02  TD-DR-RESULT       PIC  X(09) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' in'.
           02  TD-DR-SECONDS      PIC  ZZZ9.
           02  FILLER             PIC  X(13) VALUE 's, in-flight '.
           02  TD-DR-IN-FLIGHT    PIC  ZZ9.
           02  FILLER             PIC  X(21) VALUE
               ', tables outstanding '.
           02  TD-DR-TABLES       PIC  ZZ9.
           02  FILLER             PIC  X(12) VALUE SPACES.

       01  TD-OUTSTANDING.
           02  FILLER             PIC  X(28) VALUE
               'zFAM shutdown outstanding - '.
           02  TD-OS-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' - WB '.
           02  TD-OS-WB           PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(04) VALUE ' RT '.
           02  TD-OS-RT           PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(14) VALUE ' checkpoints: '.
           02  TD-OS-CHECKPOINTS.
               05  TD-OS-CHECKPOINT OCCURS 5 TIMES.
                   10  TD-OS-FAMILY PIC X(02).
                   10  FILLER     PIC  X(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-SIGNAL             THRU 1000-EXIT.

           PERFORM 2000-INQUIRE-START      THRU 2000-EXIT.
           PERFORM 2100-INQUIRE-NEXT       THRU 2100-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.
           PERFORM 2900-INQUIRE-END        THRU 2900-EXIT.

           PERFORM 3000-WAIT-DRAIN         THRU 3000-EXIT
                   WITH TEST AFTER
                   UNTIL DRAIN-DONE-SW EQUAL 'Y'.

           PERFORM 4000-CLEAR-IN-FLIGHT    THRU 4000-EXIT.
           PERFORM 5000-WRITE-SUMMARY      THRU 5000-EXIT.
           PERFORM 6000-AUDIT              THRU 6000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Write the shutdown signal - from here on each long-running    *
      * zFAM task stops at its next safe point.                       *
      *****************************************************************
       1000-SIGNAL.
           EXEC CICS ASSIGN APPLID(APPLID) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'S'                   TO SD-STATE.
           MOVE WS-ABS                TO SD-ABS.
           MOVE APPLID                TO SD-APPLID.
           MOVE LENGTH OF SD-RECORD   TO SD-LENGTH.

           EXEC CICS DELETEQ TS QUEUE(SD-TSQ)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITEQ TS QUEUE(SD-TSQ)
                FROM  (SD-RECORD)
                LENGTH(SD-LENGTH)
                ITEM  (SD-ITEM)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           COMPUTE WAIT-MS = WAIT-SECONDS * 1000.

           MOVE APPLID                TO TD-SG-APPLID.
           MOVE TD-STARTING           TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL  THRU 9910-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-STARTING)
                NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Inquire URIMAP START.                                         *
      *****************************************************************
       2000-INQUIRE-START.
           EXEC CICS INQUIRE URIMAP START
                NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Inquire URIMAP NEXT - record each FA* table and kick its      *
      * drainers.                                                     *
      *****************************************************************
       2100-INQUIRE-NEXT.
           EXEC CICS INQUIRE URIMAP(URI-MAP)
                PATH(URI-PATH)
                TRANSACTION(URI-TRAN)
                NEXT
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                TO EOF
               GO TO 2100-EXIT.

           IF  URI-PREFIX(1:2) NOT EQUAL FA
           OR  URI-SUFFIX      NOT EQUAL SPACES
           OR  TB-COUNT        NOT LESS THAN TB-MAX
               GO TO 2100-EXIT.

           ADD  1                     TO TB-COUNT.
           MOVE TB-COUNT              TO TB-SUB.
           MOVE URI-PREFIX            TO TB-TABLE(TB-SUB).
           MOVE SPACES                TO TB-CHECKPOINTS(TB-SUB).

           PERFORM 3100-SAMPLE-TABLE THRU 3100-EXIT.

           MOVE URI-PREFIX            TO DR-TRANID.

           IF  TB-WB-DEPTH(TB-SUB) GREATER THAN ZEROES
               MOVE URI-PREFIX(3:2)   TO QD-TSQ(1:2)
               MOVE 'WB'              TO QD-TSQ(3:2)
               PERFORM 2200-START-DRAINER THRU 2200-EXIT.

           IF  TB-RT-DEPTH(TB-SUB) GREATER THAN ZEROES
               MOVE URI-PREFIX(3:2)   TO QD-TSQ(1:2)
               MOVE 'RT'              TO QD-TSQ(3:2)
               PERFORM 2200-START-DRAINER THRU 2200-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * START the drainer whose transaction is named for its queue,   *
      * the way ZFAM002 starts it.  A write-behind applier already    *
      * draining backs off on the queue ENQ.                          *
      *****************************************************************
       2200-START-DRAINER.
           MOVE LENGTH OF DR-PARM     TO DR-LENGTH.

           EXEC CICS START TRANSID(QD-TSQ)
                FROM    (DR-PARM)
                LENGTH  (DR-LENGTH)
                NOHANDLE
           END-EXEC.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Inquire URIMAP END.                                           *
      *****************************************************************
       2900-INQUIRE-END.
           EXEC CICS INQUIRE URIMAP END
                NOHANDLE
           END-EXEC.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Sample every table's backlog.  Done when it is all drained or *
      * the wait has run out; otherwise pause and sample again.       *
      *****************************************************************
       3000-WAIT-DRAIN.
           MOVE ZEROES                TO TB-BACKLOG.

           PERFORM 3100-SAMPLE-TABLE THRU 3100-EXIT
               VARYING TB-SUB FROM 1 BY 1
               UNTIL   TB-SUB GREATER THAN TB-COUNT.

           EXEC CICS ASKTIME ABSTIME(NOW-ABS) NOHANDLE
           END-EXEC.

           COMPUTE ELAPSED-MS = NOW-ABS - SD-ABS.

           IF  TB-BACKLOG EQUAL ZEROES
               MOVE 'Y'               TO DRAIN-DONE-SW
                                         DRAINED-SW
               GO TO 3000-EXIT.

           IF  ELAPSED-MS NOT LESS THAN WAIT-MS
               MOVE 'Y'               TO DRAIN-DONE-SW
               GO TO 3000-EXIT.

           EXEC CICS DELAY INTERVAL(DELAY-INTERVAL) NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Sample one table's xxWB and xxRT queue depths.                *
      *****************************************************************
       3100-SAMPLE-TABLE.
           MOVE TB-TABLE(TB-SUB)(3:2) TO QD-TSQ(1:2).
           MOVE 'WB'                  TO QD-TSQ(3:2).
           PERFORM 3200-QUEUE-DEPTH  THRU 3200-EXIT.
           MOVE QD-COUNT              TO TB-WB-DEPTH(TB-SUB).

           MOVE 'RT'                  TO QD-TSQ(3:2).
           PERFORM 3200-QUEUE-DEPTH  THRU 3200-EXIT.
           MOVE QD-COUNT              TO TB-RT-DEPTH(TB-SUB).

           ADD  TB-WB-DEPTH(TB-SUB)   TO TB-BACKLOG.
           ADD  TB-RT-DEPTH(TB-SUB)   TO TB-BACKLOG.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Number of items on QD-TSQ - ZEROES when there is no queue.    *
      *****************************************************************
       3200-QUEUE-DEPTH.
           MOVE LENGTH OF QD-PROBE    TO QD-LENGTH.
           MOVE 1                     TO QD-ITEM.
           MOVE ZEROES                TO QD-COUNT.

           EXEC CICS READQ TS QUEUE(QD-TSQ)
                INTO    (QD-PROBE)
                LENGTH  (QD-LENGTH)
                ITEM    (QD-ITEM)
                NUMITEMS(QD-COUNT)
                RESP    (QD-RESP)
                NOHANDLE
           END-EXEC.

           IF  QD-RESP NOT EQUAL DFHRESP(NORMAL)
           AND QD-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE ZEROES            TO QD-COUNT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Count the in-flight slots left standing, then clear the       *
      * table the way ZFAM146's CLEAR option does.                    *
      *****************************************************************
       4000-CLEAR-IN-FLIGHT.
           MOVE ZEROES                TO SS-IN-FLIGHT.
           MOVE LENGTH OF IF-STATE    TO IF-LENGTH.
           MOVE 1                     TO IF-ITEM.

           EXEC CICS READQ TS QUEUE(IF-TSQ)
                INTO  (IF-STATE)
                LENGTH(IF-LENGTH)
                ITEM  (IF-ITEM)
                RESP  (IF-RESP)
                NOHANDLE
           END-EXEC.

           IF  IF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           PERFORM 4100-COUNT-SLOT   THRU 4100-EXIT
               VARYING IF-SUB FROM 1 BY 1
               UNTIL   IF-SUB GREATER THAN IF-COUNT
               OR      IF-SUB GREATER THAN IF-MAX-SLOTS.

           EXEC CICS DELETEQ TS QUEUE(IF-TSQ)
                NOHANDLE
           END-EXEC.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Count one in-flight slot.                                     *
      *****************************************************************
       4100-COUNT-SLOT.
           IF  IF-IN-USE(IF-SUB) EQUAL 'Y'
               ADD  1                 TO SS-IN-FLIGHT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Write the @@SS summary - the header, then one item for each   *
      * table with anything left outstanding.                         *
      *****************************************************************
       5000-WRITE-SUMMARY.
           EXEC CICS DELAY INTERVAL(SETTLE-INTERVAL) NOHANDLE
           END-EXEC.

           MOVE ZEROES                TO TB-OUTSTANDING.

           PERFORM 5100-FIND-CHECKPOINTS THRU 5100-EXIT
               VARYING TB-SUB FROM 1 BY 1
               UNTIL   TB-SUB GREATER THAN TB-COUNT.

           EXEC CICS DELETEQ TS QUEUE(SS-TSQ)
                NOHANDLE
           END-EXEC.

           MOVE 'H'                   TO SS-TYPE.
           MOVE SPACES                TO SS-TABLE
                                         SS-CHECKPOINTS.
           MOVE ZEROES                TO SS-WB-DEPTH
                                         SS-RT-DEPTH.
           MOVE TB-OUTSTANDING        TO SS-TABLES.
           MOVE DRAINED-SW            TO SS-DRAINED.
           MOVE SD-ABS                TO SS-ABS.
           MOVE APPLID                TO SS-APPLID.
           PERFORM 5300-WRITE-ITEM   THRU 5300-EXIT.

           PERFORM 5200-WRITE-TABLE  THRU 5200-EXIT
               VARYING TB-SUB FROM 1 BY 1
               UNTIL   TB-SUB GREATER THAN TB-COUNT.

           IF  DRAINED-SW EQUAL 'Y'
               MOVE 'completed'       TO TD-DR-RESULT
           ELSE
               MOVE 'timed out'       TO TD-DR-RESULT.

           DIVIDE ELAPSED-MS BY 1000 GIVING TD-DR-SECONDS.
           MOVE SS-IN-FLIGHT          TO TD-DR-IN-FLIGHT.
           MOVE TB-OUTSTANDING        TO TD-DR-TABLES.
           MOVE TD-DRAINED            TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL  THRU 9910-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-DRAINED)
                NOHANDLE
           END-EXEC.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Note which of the table's checkpoint queues are standing, and *
      * whether it has anything left outstanding at all.              *
      *****************************************************************
       5100-FIND-CHECKPOINTS.
           PERFORM 5110-FIND-ONE     THRU 5110-EXIT
               VARYING CK-SUB FROM 1 BY 1
               UNTIL   CK-SUB GREATER THAN 5.

           IF  TB-WB-DEPTH(TB-SUB)    GREATER THAN ZEROES
           OR  TB-RT-DEPTH(TB-SUB)    GREATER THAN ZEROES
           OR  TB-CHECKPOINTS(TB-SUB) NOT EQUAL SPACES
               ADD  1                 TO TB-OUTSTANDING.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Look for one checkpoint queue.                                *
      *****************************************************************
       5110-FIND-ONE.
           MOVE TB-TABLE(TB-SUB)(3:2) TO QD-TSQ(1:2).
           MOVE CK-FAMILY(CK-SUB)     TO QD-TSQ(3:2).
           PERFORM 3200-QUEUE-DEPTH  THRU 3200-EXIT.

           IF  QD-COUNT GREATER THAN ZEROES
               MOVE CK-FAMILY(CK-SUB)
                 TO TB-CHECKPOINT(TB-SUB, CK-SUB).

       5110-EXIT.
           EXIT.

      *****************************************************************
      * Write the summary item and CSSL line for one table with       *
      * anything left outstanding.                                    *
      *****************************************************************
       5200-WRITE-TABLE.
           IF  TB-WB-DEPTH(TB-SUB)    EQUAL ZEROES
           AND TB-RT-DEPTH(TB-SUB)    EQUAL ZEROES
           AND TB-CHECKPOINTS(TB-SUB) EQUAL SPACES
               GO TO 5200-EXIT.

           MOVE 'T'                   TO SS-TYPE.
           MOVE TB-TABLE(TB-SUB)      TO SS-TABLE.
           MOVE TB-WB-DEPTH(TB-SUB)   TO SS-WB-DEPTH.
           MOVE TB-RT-DEPTH(TB-SUB)   TO SS-RT-DEPTH.
           MOVE TB-CHECKPOINTS(TB-SUB)
                                      TO SS-CHECKPOINTS.
           MOVE ZEROES                TO SS-IN-FLIGHT
                                         SS-TABLES.
           PERFORM 5300-WRITE-ITEM   THRU 5300-EXIT.

           MOVE TB-TABLE(TB-SUB)      TO TD-OS-TABLE.
           MOVE TB-WB-DEPTH(TB-SUB)   TO TD-OS-WB.
           MOVE TB-RT-DEPTH(TB-SUB)   TO TD-OS-RT.
           MOVE SPACES                TO TD-OS-CHECKPOINTS.

           PERFORM 5210-EDIT-CHECKPOINT THRU 5210-EXIT
               VARYING CK-SUB FROM 1 BY 1
               UNTIL   CK-SUB GREATER THAN 5.

           MOVE TD-OUTSTANDING        TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL  THRU 9910-EXIT.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * Edit one checkpoint family onto the CSSL line.                *
      *****************************************************************
       5210-EDIT-CHECKPOINT.
           MOVE TB-CHECKPOINT(TB-SUB, CK-SUB)
             TO TD-OS-FAMILY(CK-SUB).

       5210-EXIT.
           EXIT.

      *****************************************************************
      * Append one item to the @@SS summary queue.                    *
      *****************************************************************
       5300-WRITE-ITEM.
           MOVE LENGTH OF SS-RECORD   TO SS-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(SS-TSQ)
                FROM  (SS-RECORD)
                LENGTH(SS-LENGTH)
                ITEM  (SS-ITEM)
                RESP  (SS-RESP)
                NOHANDLE
           END-EXEC.

       5300-EXIT.
           EXIT.

      *****************************************************************
      * Record the shutdown on the administrative audit trail.        *
      *****************************************************************
       6000-AUDIT.
           MOVE 'SHUTDOWN    '        TO CA138-ACTION.
           MOVE SPACES                TO CA138-TABLE
                                         CA138-PARMS.
           MOVE APPLID                TO CA138-PARMS(1:8).
           MOVE TD-DR-RESULT          TO CA138-BEFORE.
           MOVE TB-OUTSTANDING        TO AA-TABLES.
           MOVE AA-AFTER              TO CA138-AFTER.

           EXEC CICS LINK PROGRAM(ZFAM138)
                COMMAREA(ZFAM138-COMMAREA)
                LENGTH  (LENGTH OF ZFAM138-COMMAREA)
                NOHANDLE
           END-EXEC.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * Write a line to CSSL.                                         *
      *****************************************************************
       9910-WRITE-CSSL.
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
                FROM  (TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
