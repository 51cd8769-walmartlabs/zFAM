       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM185.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * CDC journal pruning and consumer lag report.                  *
      *                                                               *
      * The xxJM journal mirror is read by the ?changes feed, the     *
      * ZFAM153 MQ publisher and the as-of read path, and until now   *
      * was only ever cleared by the writers' wipe at JM-MAX-ITEMS -  *
      * whoever had not caught up lost changes.  Consumers now        *
      * acknowledge their position on the ZFAMJC journal consumer     *
      * registry, and this program removes only what every active     *
      * consumer has acknowledged.  It executes as a background       *
      * transaction, started once per table with a FA-PARM:           *
      *                                                               *
      *   FAxx [ddd] [R]                                              *
      *                                                               *
      *   ddd - days without contact after which an active consumer   *
      *         is reported dormant and no longer holds the journal   *
      *         (default 7)                                           *
      *   R   - report only; nothing is archived or removed           *
      *                                                               *
      * The horizon is the lowest position acknowledged by an active  *
      * ?changes poller or publisher in the current mirror epoch;     *
      * retired (I), dormant and previous-epoch consumers hold        *
      * nothing.  Entries at or before the horizon are also kept when *
      * they were journaled after the oldest ZFAMBC backup cut, so    *
      * the oldest cataloged backup can still be rolled forward.      *
      *                                                               *
      * Entries to prune are first written, in the ZFAMJLC layout, to *
      * the table's <xx>JA extrapartition archive queue (a dataset    *
      * ZFAM126 can take as its <xx>RJ roll-forward input) - nothing  *
      * is removed that was not archived.  The mirror is then         *
      * compacted under the same ENQ the writers take: the retained   *
      * entries are copied aside to <xx>JK, the mirror rebuilt from   *
      * them, and the <xx>JB prune base advanced by the count         *
      * removed, so every consumer's logical position is unchanged.   *
      * JB-STATE and JB-SEQUENCE tell readers a compaction is running *
      * or ran under them.  A compaction found interrupted is not     *
      * resumed: the window is rolled and the epoch bumped, exactly   *
      * as a full window would be, so consumers are told to reset.    *
      *                                                               *
      * The report (queue R185 through ZFAM173) lists every           *
      * registered consumer with its state, position, entries behind  *
      * the head and last contact, marks the one holding the journal  *
      * back, and gives the point before which the offloaded journal  *
      * datasets are safe to delete - the oldest of the offload       *
      * readers' (ZFAM133) acknowledged entries and the oldest backup *
      * cut.                                                          *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  DORMANT-ABS            PIC S9(15) COMP-3 VALUE ZEROES.
       01  FORMAT-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  DAY-MILLISECONDS       PIC S9(15) COMP-3 VALUE 86400000.
       01  ONE                    PIC S9(08) COMP VALUE 1.

       01  DORMANT-DAYS           PIC S9(04) COMP VALUE 7.
       01  REPORT-ONLY-SW         PIC  X(01) VALUE 'N'.
       01  PRUNE-BUSY-SW          PIC  X(01) VALUE 'N'.
       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.
       01  ARCHIVE-DONE-SW        PIC  X(01) VALUE 'N'.
       01  ARCHIVE-ERROR-SW       PIC  X(01) VALUE 'N'.
       01  BACKUP-HOLD-SW         PIC  X(01) VALUE 'N'.
       01  COPY-ERROR-SW          PIC  X(01) VALUE 'N'.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-DAYS            PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-MODE            PIC  X(01) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 10.

       01  FA-DAYS-JUST           PIC  X(03) VALUE ZEROES.
       01  FA-DAYS-N REDEFINES FA-DAYS-JUST
                                  PIC  9(03).
       01  FA-DAYS-SPACES         PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Journal mirror, its wipe generation and the prune work        *
      * queues.  <xx>JP is only an ENQ name - one prune per table at  *
      * a time.                                                       *
      *****************************************************************
       01  JM-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JM-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  JM-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  JM-SCAN                PIC S9(04) COMP VALUE ZEROES.
       01  JM-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JM-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.

       01  JK-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JK-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  JK-SCAN                PIC S9(04) COMP VALUE ZEROES.
       01  JK-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  JP-ENQ                 PIC  X(04) VALUE 'FA##'.

       01  JA-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  JA-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  JE-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JE-ITEM                PIC S9(04) COMP VALUE 1.
       01  JE-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JE-EPOCH               PIC  9(09) VALUE ZEROES.

       COPY ZFAMJLC.

       COPY ZFAMJCC.

       COPY ZFAMBCC.

      *****************************************************************
      * The mirror as this run found it, and the prune arithmetic.    *
      * Positions are logical: the prune base plus the physical item. *
      *****************************************************************
       01  MIRROR-EPOCH           PIC  9(09) VALUE ZEROES.
       01  MIRROR-BASE            PIC  9(09) VALUE ZEROES.
       01  MIRROR-SEQUENCE        PIC  9(09) VALUE ZEROES.
       01  MIRROR-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  MIRROR-HEAD            PIC  9(09) VALUE ZEROES.
       01  HORIZON                PIC  9(09) VALUE ZEROES.
       01  HORIZON-HOLDER         PIC  X(16) VALUE SPACES.
       01  PRUNE-LIMIT            PIC S9(08) COMP VALUE ZEROES.
       01  PRUNE-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  KEEP-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  PRUNED-ABS             PIC  9(15) VALUE ZEROES.

       01  BACKUP-FOUND-SW        PIC  X(01) VALUE 'N'.
       01  BACKUP-CUT-ABS         PIC  9(15) VALUE ZEROES.
       01  BACKUP-EXTRACT         PIC  X(08) VALUE SPACES.

       01  OFFLOAD-SAFE-ABS       PIC  9(15) VALUE ZEROES.
       01  OFFLOAD-HOLDER         PIC  X(16) VALUE SPACES.

      *****************************************************************
      * The table's registered consumers, as browsed from ZFAMJC.     *
      *****************************************************************
       01  CN-MAX                 PIC S9(04) COMP VALUE 100.
       01  CN-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  CN-SUB                 PIC S9(04) COMP VALUE ZEROES.

       01  CN-TABLE.
           02  CN-ENTRY           OCCURS 100 TIMES.
               03  CN-NAME        PIC  X(16) VALUE SPACES.
               03  CN-TYPE        PIC  X(01) VALUE SPACES.
               03  CN-STATUS      PIC  X(01) VALUE SPACES.
               03  CN-STATE       PIC  X(08) VALUE SPACES.
               03  CN-EPOCH       PIC  9(09) VALUE ZEROES.
               03  CN-POSITION    PIC  9(09) VALUE ZEROES.
               03  CN-ACK-ABS     PIC  9(15) VALUE ZEROES.
               03  CN-SEEN-ABS    PIC  9(15) VALUE ZEROES.

       01  JC-BR-KEY.
           02  JC-BR-TABLE        PIC  X(02) VALUE SPACES.
           02  JC-BR-CONSUMER     PIC  X(16) VALUE LOW-VALUES.

       01  BC-BR-KEY.
           02  BC-BR-TABLE        PIC  X(02) VALUE SPACES.
           02  BC-BR-STAMP        PIC  X(14) VALUE LOW-VALUES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R185 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-LAG.
           02  FILLER             PIC  X(17) VALUE 'Consumer'.
           02  FILLER             PIC  X(02) VALUE 'T'.
           02  FILLER             PIC  X(09) VALUE 'State'.
           02  FILLER             PIC  X(10) VALUE ' Position'.
           02  FILLER             PIC  X(12) VALUE '     Behind'.
           02  FILLER             PIC  X(20) VALUE 'Last seen'.
           02  FILLER             PIC  X(07) VALUE 'Holds'.
           02  FILLER             PIC  X(23) VALUE SPACES.

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

       01  TD-CONSUMER.
           02  TD-C-NAME          PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-TYPE          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-STATE         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-POSITION      PIC  Z(08)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-BEHIND        PIC  ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-SEEN-DATE     PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-SEEN-TIME     PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-HOLD          PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE SPACES.

       01  TD-MIRROR-STATE.
           02  FILLER             PIC  X(22) VALUE
               'Journal prune - epoch '.
           02  TD-MS-EPOCH        PIC  Z(08)9.
           02  FILLER             PIC  X(09) VALUE ' entries '.
           02  TD-MS-COUNT        PIC  ZZ,ZZ9.
           02  FILLER             PIC  X(06) VALUE ' base '.
           02  TD-MS-BASE         PIC  ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(06) VALUE ' head '.
           02  TD-MS-HEAD         PIC  ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE SPACES.

       01  TD-HORIZON.
           02  FILLER             PIC  X(24) VALUE
               'Journal prune - horizon '.
           02  TD-HZ-POSITION     PIC  ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' held by '.
           02  TD-HZ-HOLDER       PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(30) VALUE SPACES.

       01  TD-BACKUP.
           02  FILLER             PIC  X(34) VALUE
               'Journal prune - oldest backup cut '.
           02  TD-BK-DATE         PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-BK-TIME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-BK-EXTRACT      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(26) VALUE SPACES.

       01  TD-NO-BACKUP           PIC  X(90) VALUE
           'Journal prune - no backup cataloged on ZFAMBC.'.

       01  TD-PRUNED.
           02  FILLER             PIC  X(16) VALUE 'Journal prune - '.
           02  TD-PR-ARCHIVED     PIC  ZZ,ZZ9.
           02  FILLER             PIC  X(13) VALUE ' archived to '.
           02  TD-PR-QUEUE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-PR-REMOVED      PIC  ZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' removed'.
           02  FILLER             PIC  X(34) VALUE SPACES.

       01  TD-BACKUP-HOLD         PIC  X(90) VALUE
           'Journal prune - pruning stopped at the oldest backup cut.'.

       01  TD-REPORT-ONLY         PIC  X(90) VALUE
           'Journal prune - report only, nothing archived or removed.'.

       01  TD-NO-ARCHIVE.
           02  FILLER             PIC  X(30) VALUE
               'Journal prune - archive queue '.
           02  TD-NA-QUEUE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(56) VALUE
               ' refused a write - nothing past it removed.'.

       01  TD-RACE.
           02  FILLER             PIC  X(46) VALUE
               'Journal prune - mirror wiped or compacted while'.
           02  FILLER             PIC  X(44) VALUE
               ' archiving - nothing removed.'.

       01  TD-COPY-FAILED         PIC  X(90) VALUE
           'Journal prune - compaction copy failed - nothing removed.'.

       01  TD-RESTORE-FAILED.
           02  FILLER             PIC  X(48) VALUE
               'Journal prune - mirror rebuild failed - window '.
           02  FILLER             PIC  X(42) VALUE
               'rolled, epoch bumped.'.

       01  TD-INTERRUPTED.
           02  FILLER             PIC  X(48) VALUE
               'Journal prune - interrupted compaction found - '.
           02  FILLER             PIC  X(42) VALUE
               'window rolled, epoch bumped.'.

       01  TD-BUSY                PIC  X(90) VALUE
           'Journal prune - another prune of this table is running.'.

       01  TD-OFFLOAD.
           02  FILLER             PIC  X(36) VALUE
               'Journal prune - offload safe before '.
           02  TD-OF-DATE         PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-OF-TIME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' held by '.
           02  TD-OF-HOLDER       PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE SPACES.

       01  TD-NO-OFFLOAD.
           02  FILLER             PIC  X(48) VALUE
               'Journal prune - no offload reader or backup holds'.
           02  FILLER             PIC  X(42) VALUE
               ' the offloaded journal.'.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE           THRU 1000-EXIT.

           IF  PRUNE-BUSY-SW EQUAL 'Y'
               MOVE TD-BUSY                  TO TD-MESSAGE
               PERFORM 9920-LOG-DETAIL       THRU 9920-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 1100-READ-MIRROR          THRU 1100-EXIT.

           IF  JB-STATE EQUAL 'C'
               PERFORM 1200-RECOVER          THRU 1200-EXIT
               PERFORM 1100-READ-MIRROR      THRU 1100-EXIT.

           PERFORM 2000-LOAD-CONSUMERS       THRU 2000-EXIT.
           PERFORM 2500-OLDEST-BACKUP        THRU 2500-EXIT.
           PERFORM 3000-HORIZON              THRU 3000-EXIT.

           IF  REPORT-ONLY-SW EQUAL 'Y'
               MOVE TD-REPORT-ONLY           TO TD-MESSAGE
               PERFORM 9920-LOG-DETAIL       THRU 9920-EXIT
           ELSE
               PERFORM 4000-ARCHIVE          THRU 4000-EXIT.

           IF  PRUNE-COUNT GREATER THAN ZEROES
               PERFORM 5000-COMPACT          THRU 5000-EXIT.

           PERFORM 6000-REPORT-CONSUMER      THRU 6000-EXIT
               VARYING CN-SUB FROM 1 BY 1
               UNTIL   CN-SUB GREATER THAN CN-COUNT.

           PERFORM 9900-WRITE-DONE           THRU 9900-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table and options, open *
      * the report and take the table's prune ENQ.                    *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE FA-TRANID(3:2)               TO JM-TSQ(1:2)
                                                 JK-TSQ(1:2)
                                                 JP-ENQ(1:2)
                                                 JA-TDQ(1:2)
                                                 JE-TSQ(1:2)
                                                 JB-TSQ(1:2).
           MOVE 'JM'                         TO JM-TSQ(3:2).
           MOVE 'JK'                         TO JK-TSQ(3:2).
           MOVE 'JP'                         TO JP-ENQ(3:2).
           MOVE 'JA'                         TO JA-TDQ(3:2).
           MOVE 'JE'                         TO JE-TSQ(3:2).
           MOVE 'JB'                         TO JB-TSQ(3:2).

           PERFORM 1010-DORMANT-DAYS         THRU 1010-EXIT.

           COMPUTE DORMANT-ABS =
                   WS-ABS - (DORMANT-DAYS * DAY-MILLISECONDS).

           IF  FA-MODE EQUAL 'R' OR 'r'
               MOVE 'Y'                      TO REPORT-ONLY-SW.

           MOVE 'ZFAM185 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'CDC journal pruning and consumer lag'
                                             TO RP-TITLE.
           MOVE RH-LAG                       TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS ENQ RESOURCE(JP-ENQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
                NOSUSPEND
                TASK
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(ENQBUSY)
               MOVE 'Y'                      TO PRUNE-BUSY-SW.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * The dormant threshold, 1 to 3 digits left-justified in the    *
      * FA-PARM; anything else leaves the default.                    *
      *****************************************************************
       1010-DORMANT-DAYS.
           IF  FA-DAYS EQUAL SPACES
               GO TO 1010-EXIT.

           MOVE ZEROES                       TO FA-DAYS-SPACES.
           INSPECT FA-DAYS
           TALLYING FA-DAYS-SPACES FOR TRAILING SPACES.

           MOVE ZEROES                       TO FA-DAYS-JUST.
           MOVE FA-DAYS(1:3 - FA-DAYS-SPACES)
             TO FA-DAYS-JUST(FA-DAYS-SPACES + 1:3 - FA-DAYS-SPACES).

           IF  FA-DAYS-JUST NUMERIC
           AND FA-DAYS-N GREATER THAN ZEROES
               MOVE FA-DAYS-N                TO DORMANT-DAYS.

       1010-EXIT.
           EXIT.

      *****************************************************************
      * Read the mirror's wipe epoch, its prune control and its item  *
      * count.  A prune base from an earlier epoch is zero now.       *
      *****************************************************************
       1100-READ-MIRROR.
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
                                                 JB-PRUNED-ABS
                                                 JB-PRUNED-AT
               MOVE SPACES                   TO JB-STATE.

           IF  JB-EPOCH NOT EQUAL JE-EPOCH
               MOVE ZEROES                   TO JB-BASE.

           MOVE LENGTH OF JL-RECORD          TO JM-LENGTH.
           MOVE 1                            TO JM-ITEM.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO    (JL-RECORD)
                LENGTH  (JM-LENGTH)
                ITEM    (JM-ITEM)
                NUMITEMS(JM-COUNT)
                RESP    (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO JM-COUNT.

           MOVE JE-EPOCH                     TO MIRROR-EPOCH.
           MOVE JB-BASE                      TO MIRROR-BASE.
           MOVE JB-SEQUENCE                  TO MIRROR-SEQUENCE.
           MOVE JM-COUNT                     TO MIRROR-COUNT.
           COMPUTE MIRROR-HEAD = MIRROR-BASE + MIRROR-COUNT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * A compaction was interrupted - this task holds the prune ENQ, *
      * so its owner is gone and the mirror may be half rebuilt.      *
      * Roll the window and bump the epoch, as a full window would,   *
      * so every consumer is told to reset rather than skip silently. *
      *****************************************************************
       1200-RECOVER.
           EXEC CICS ENQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 5800-ROLL-WINDOW          THRU 5800-EXIT.

           EXEC CICS DEQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE TD-INTERRUPTED               TO TD-MESSAGE.
           PERFORM 9920-LOG-DETAIL           THRU 9920-EXIT.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * Browse the table's consumers from ZFAMJC.                     *
      *****************************************************************
       2000-LOAD-CONSUMERS.
           MOVE ZEROES                       TO CN-COUNT.
           MOVE SPACES                       TO BROWSE-COMPLETE.
           MOVE FA-TRANID(3:2)               TO JC-BR-TABLE.
           MOVE LOW-VALUES                   TO JC-BR-CONSUMER.

           EXEC CICS STARTBR FILE(JC-FCT)
                RIDFLD(JC-BR-KEY)
                GTEQ
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           PERFORM 2100-CONSUMER-NEXT        THRU 2100-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(JC-FCT) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

       2100-CONSUMER-NEXT.
           MOVE LENGTH OF JC-RECORD          TO JC-LENGTH.

           EXEC CICS READNEXT FILE(JC-FCT)
                INTO  (JC-RECORD)
                RIDFLD(JC-BR-KEY)
                LENGTH(JC-LENGTH)
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  JC-TABLE NOT EQUAL FA-TRANID(3:2)
           OR  CN-COUNT EQUAL CN-MAX
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 2100-EXIT.

           ADD  ONE                          TO CN-COUNT.
           MOVE JC-CONSUMER                  TO CN-NAME    (CN-COUNT).
           MOVE JC-TYPE                      TO CN-TYPE    (CN-COUNT).
           MOVE JC-STATUS                    TO CN-STATUS  (CN-COUNT).
           MOVE JC-EPOCH                     TO CN-EPOCH   (CN-COUNT).
           MOVE JC-POSITION                  TO CN-POSITION(CN-COUNT).
           MOVE JC-ACK-ABS                   TO CN-ACK-ABS (CN-COUNT).
           MOVE JC-SEEN-ABS                  TO CN-SEEN-ABS(CN-COUNT).

       2100-EXIT.
           EXIT.

      *****************************************************************
      * The oldest ZFAMBC backup of the table - the catalog is keyed  *
      * by table and cut date and time, so it is the first record.    *
      *****************************************************************
       2500-OLDEST-BACKUP.
           MOVE 'N'                          TO BACKUP-FOUND-SW.
           MOVE FA-TRANID(3:2)               TO BC-BR-TABLE.
           MOVE LOW-VALUES                   TO BC-BR-STAMP.

           EXEC CICS STARTBR FILE(BC-FCT)
                RIDFLD(BC-BR-KEY)
                GTEQ
                RESP  (BC-RESP)
                NOHANDLE
           END-EXEC.

           IF  BC-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2500-EXIT.

           MOVE LENGTH OF BC-RECORD          TO BC-LENGTH.

           EXEC CICS READNEXT FILE(BC-FCT)
                INTO  (BC-RECORD)
                RIDFLD(BC-BR-KEY)
                LENGTH(BC-LENGTH)
                RESP  (BC-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS ENDBR FILE(BC-FCT) NOHANDLE
           END-EXEC.

           IF  BC-RESP  EQUAL DFHRESP(NORMAL)
           AND BC-TABLE EQUAL FA-TRANID(3:2)
               MOVE 'Y'                      TO BACKUP-FOUND-SW
               MOVE BC-CUT-ABS               TO BACKUP-CUT-ABS
               MOVE BC-EXTRACT               TO BACKUP-EXTRACT.

       2500-EXIT.
           EXIT.

      *****************************************************************
      * Classify each consumer and find the horizon - the lowest      *
      * position an active mirror consumer of this epoch has          *
      * acknowledged - and the offload safe-delete point.             *
      *****************************************************************
       3000-HORIZON.
           MOVE MIRROR-HEAD                  TO HORIZON.
           MOVE '(none)'                     TO HORIZON-HOLDER.
           MOVE ZEROES                       TO OFFLOAD-SAFE-ABS.
           MOVE SPACES                       TO OFFLOAD-HOLDER.

           PERFORM 3100-CLASSIFY             THRU 3100-EXIT
               VARYING CN-SUB FROM 1 BY 1
               UNTIL   CN-SUB GREATER THAN CN-COUNT.

           IF  BACKUP-FOUND-SW EQUAL 'Y'
               IF  OFFLOAD-HOLDER EQUAL SPACES
               OR  BACKUP-CUT-ABS LESS THAN OFFLOAD-SAFE-ABS
                   MOVE BACKUP-CUT-ABS       TO OFFLOAD-SAFE-ABS
                   MOVE 'backup '            TO OFFLOAD-HOLDER
                   MOVE BACKUP-EXTRACT       TO OFFLOAD-HOLDER(8:8).

           IF  HORIZON LESS THAN MIRROR-BASE
               MOVE MIRROR-BASE              TO HORIZON.

           COMPUTE PRUNE-LIMIT = HORIZON - MIRROR-BASE.

           IF  PRUNE-LIMIT GREATER THAN MIRROR-COUNT
               MOVE MIRROR-COUNT             TO PRUNE-LIMIT.

       3000-EXIT.
           EXIT.

       3100-CLASSIFY.
           MOVE 'active'                     TO CN-STATE(CN-SUB).

           IF  CN-STATUS(CN-SUB) EQUAL 'I'
               MOVE 'inactive'               TO CN-STATE(CN-SUB)
               GO TO 3100-EXIT.

           IF  CN-SEEN-ABS(CN-SUB) LESS THAN DORMANT-ABS
               MOVE 'dormant'                TO CN-STATE(CN-SUB)
               GO TO 3100-EXIT.

           IF  CN-TYPE(CN-SUB) EQUAL 'O'
               MOVE 'offload'                TO CN-STATE(CN-SUB)
               PERFORM 3200-OFFLOAD-HOLD     THRU 3200-EXIT
               GO TO 3100-EXIT.

           IF  CN-EPOCH(CN-SUB) NOT EQUAL MIRROR-EPOCH
               MOVE 'rolled'                 TO CN-STATE(CN-SUB)
               GO TO 3100-EXIT.

           IF  CN-POSITION(CN-SUB) LESS THAN HORIZON
               MOVE CN-POSITION(CN-SUB)      TO HORIZON
               MOVE CN-NAME(CN-SUB)          TO HORIZON-HOLDER.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * An offload reader holds the offloaded journal datasets from   *
      * its last acknowledged entry on.                               *
      *****************************************************************
       3200-OFFLOAD-HOLD.
           IF  CN-ACK-ABS(CN-SUB) EQUAL ZEROES
               GO TO 3200-EXIT.

           IF  OFFLOAD-HOLDER EQUAL SPACES
           OR  CN-ACK-ABS(CN-SUB) LESS THAN OFFLOAD-SAFE-ABS
               MOVE CN-ACK-ABS(CN-SUB)       TO OFFLOAD-SAFE-ABS
               MOVE CN-NAME(CN-SUB)          TO OFFLOAD-HOLDER.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Archive the entries below the horizon to <xx>JA, oldest       *
      * first, stopping at the first entry journaled after the oldest *
      * backup cut.  Only what was archived is removed.               *
      *****************************************************************
       4000-ARCHIVE.
           MOVE ZEROES                       TO PRUNE-COUNT
                                                 PRUNED-ABS.
           MOVE 'N'                          TO ARCHIVE-DONE-SW
                                                 ARCHIVE-ERROR-SW
                                                 BACKUP-HOLD-SW.

           IF  PRUNE-LIMIT GREATER THAN ZEROES
               PERFORM 4100-ARCHIVE-ONE      THRU 4100-EXIT
                   VARYING JM-SCAN FROM 1 BY 1
                   UNTIL   JM-SCAN GREATER THAN PRUNE-LIMIT
                   OR      ARCHIVE-DONE-SW EQUAL 'Y'.

           IF  ARCHIVE-ERROR-SW EQUAL 'Y'
               MOVE JA-TDQ                   TO TD-NA-QUEUE
               MOVE TD-NO-ARCHIVE            TO TD-MESSAGE
               PERFORM 9920-LOG-DETAIL       THRU 9920-EXIT.

           IF  BACKUP-HOLD-SW EQUAL 'Y'
               MOVE TD-BACKUP-HOLD           TO TD-MESSAGE
               PERFORM 9920-LOG-DETAIL       THRU 9920-EXIT.

       4000-EXIT.
           EXIT.

       4100-ARCHIVE-ONE.
           MOVE LENGTH OF JL-RECORD          TO JM-LENGTH.
           MOVE JM-SCAN                      TO JM-ITEM.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO  (JL-RECORD)
                LENGTH(JM-LENGTH)
                ITEM  (JM-ITEM)
                RESP  (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO ARCHIVE-DONE-SW
               GO TO 4100-EXIT.

           IF  BACKUP-FOUND-SW EQUAL 'Y'
           AND JL-ABS GREATER THAN BACKUP-CUT-ABS
               MOVE 'Y'                      TO ARCHIVE-DONE-SW
                                                 BACKUP-HOLD-SW
               GO TO 4100-EXIT.

           EXEC CICS WRITEQ TD QUEUE(JA-TDQ)
                FROM  (JL-RECORD)
                LENGTH(JM-LENGTH)
                RESP  (JA-RESP)
                NOHANDLE
           END-EXEC.

           IF  JA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO ARCHIVE-DONE-SW
                                                 ARCHIVE-ERROR-SW
               GO TO 4100-EXIT.

           ADD  ONE                          TO PRUNE-COUNT.
           MOVE JL-ABS                       TO PRUNED-ABS.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Remove the archived entries by compacting the mirror under    *
      * the writers' ENQ.  Should the mirror have been wiped or       *
      * compacted since it was read, nothing is removed.  Readers see *
      * JB-STATE C for the duration and a new JB-SEQUENCE after.      *
      *****************************************************************
       5000-COMPACT.
           EXEC CICS ENQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 1100-READ-MIRROR          THRU 1100-EXIT.

           IF  JE-EPOCH     NOT EQUAL MIRROR-EPOCH
           OR  JB-SEQUENCE  NOT EQUAL MIRROR-SEQUENCE
           OR  MIRROR-COUNT LESS THAN PRUNE-COUNT
               MOVE TD-RACE                  TO TD-MESSAGE
               PERFORM 9920-LOG-DETAIL       THRU 9920-EXIT
               MOVE ZEROES                   TO PRUNE-COUNT
               GO TO 5000-DEQ.

           MOVE JE-EPOCH                     TO JB-EPOCH.
           MOVE MIRROR-BASE                  TO JB-BASE.
           MOVE 'C'                          TO JB-STATE.
           ADD  ONE                          TO JB-SEQUENCE.
           PERFORM 5900-WRITE-CONTROL        THRU 5900-EXIT.

           EXEC CICS DELETEQ TS QUEUE(JK-TSQ)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO COPY-ERROR-SW.
           COMPUTE KEEP-COUNT = MIRROR-COUNT - PRUNE-COUNT.

           PERFORM 5100-SAVE-ONE             THRU 5100-EXIT
               VARYING JM-SCAN FROM PRUNE-COUNT BY 1
               UNTIL   JM-SCAN NOT LESS THAN MIRROR-COUNT
               OR      COPY-ERROR-SW EQUAL 'Y'.

           IF  COPY-ERROR-SW EQUAL 'Y'
               EXEC CICS DELETEQ TS QUEUE(JK-TSQ)
                    NOHANDLE
               END-EXEC
               MOVE SPACES                   TO JB-STATE
               ADD  ONE                      TO JB-SEQUENCE
               PERFORM 5900-WRITE-CONTROL    THRU 5900-EXIT
               MOVE TD-COPY-FAILED           TO TD-MESSAGE
               PERFORM 9920-LOG-DETAIL       THRU 9920-EXIT
               MOVE ZEROES                   TO PRUNE-COUNT
               GO TO 5000-DEQ.

           EXEC CICS DELETEQ TS QUEUE(JM-TSQ)
                NOHANDLE
           END-EXEC.

           PERFORM 5200-RESTORE-ONE          THRU 5200-EXIT
               VARYING JK-SCAN FROM 1 BY 1
               UNTIL   JK-SCAN GREATER THAN KEEP-COUNT
               OR      COPY-ERROR-SW EQUAL 'Y'.

           EXEC CICS DELETEQ TS QUEUE(JK-TSQ)
                NOHANDLE
           END-EXEC.

           IF  COPY-ERROR-SW EQUAL 'Y'
               PERFORM 5800-ROLL-WINDOW      THRU 5800-EXIT
               MOVE TD-RESTORE-FAILED        TO TD-MESSAGE
               PERFORM 9920-LOG-DETAIL       THRU 9920-EXIT
               GO TO 5000-DEQ.

           ADD  PRUNE-COUNT                  TO JB-BASE.
           MOVE SPACES                       TO JB-STATE.
           ADD  ONE                          TO JB-SEQUENCE.
           MOVE PRUNED-ABS                   TO JB-PRUNED-ABS.
           MOVE WS-ABS                       TO JB-PRUNED-AT.
           PERFORM 5900-WRITE-CONTROL        THRU 5900-EXIT.

           MOVE JB-BASE                      TO MIRROR-BASE.
           MOVE KEEP-COUNT                   TO MIRROR-COUNT.

       5000-DEQ.
           EXEC CICS DEQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Copy one retained mirror entry (the item after JM-SCAN) to    *
      * the <xx>JK work queue.                                        *
      *****************************************************************
       5100-SAVE-ONE.
           MOVE LENGTH OF JL-RECORD          TO JM-LENGTH.
           COMPUTE JM-ITEM = JM-SCAN + 1.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO  (JL-RECORD)
                LENGTH(JM-LENGTH)
                ITEM  (JM-ITEM)
                RESP  (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO COPY-ERROR-SW
               GO TO 5100-EXIT.

           EXEC CICS WRITEQ TS QUEUE(JK-TSQ)
                FROM    (JL-RECORD)
                LENGTH  (JM-LENGTH)
                ITEM    (JK-ITEM)
                AUXILIARY
                RESP    (JK-RESP)
                NOHANDLE
           END-EXEC.

           IF  JK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO COPY-ERROR-SW.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Copy one retained entry back from <xx>JK to the rebuilt       *
      * mirror.                                                       *
      *****************************************************************
       5200-RESTORE-ONE.
           MOVE LENGTH OF JL-RECORD          TO JM-LENGTH.
           MOVE JK-SCAN                      TO JK-ITEM.

           EXEC CICS READQ TS QUEUE(JK-TSQ)
                INTO  (JL-RECORD)
                LENGTH(JM-LENGTH)
                ITEM  (JK-ITEM)
                RESP  (JK-RESP)
                NOHANDLE
           END-EXEC.

           IF  JK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO COPY-ERROR-SW
               GO TO 5200-EXIT.

           EXEC CICS WRITEQ TS QUEUE(JM-TSQ)
                FROM    (JL-RECORD)
                LENGTH  (JM-LENGTH)
                ITEM    (JM-ITEM)
                AUXILIARY
                RESP    (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO COPY-ERROR-SW.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * Roll the window as ZFAM002's 8630 does at JM-MAX-ITEMS -      *
      * clear the mirror and its work queue and bump the wipe epoch - *
      * and leave the prune control idle with no base.  The caller    *
      * holds the mirror ENQ.                                         *
      *****************************************************************
       5800-ROLL-WINDOW.
           EXEC CICS DELETEQ TS QUEUE(JM-TSQ)
                NOHANDLE
           END-EXEC.

           EXEC CICS DELETEQ TS QUEUE(JK-TSQ)
                NOHANDLE
           END-EXEC.

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

           ADD  1                            TO JE-EPOCH.

           MOVE LENGTH OF JE-EPOCH           TO JE-LENGTH.

           IF  JE-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(JE-TSQ)
                    FROM  (JE-EPOCH)
                    LENGTH(JE-LENGTH)
                    ITEM  (JE-ITEM)
                    REWRITE
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(JE-TSQ)
                    FROM  (JE-EPOCH)
                    LENGTH(JE-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE JE-EPOCH                     TO JB-EPOCH.
           MOVE ZEROES                       TO JB-BASE.
           MOVE SPACES                       TO JB-STATE.
           ADD  ONE                          TO JB-SEQUENCE.
           PERFORM 5900-WRITE-CONTROL        THRU 5900-EXIT.

           MOVE ZEROES                       TO PRUNE-COUNT.

       5800-EXIT.
           EXIT.

      *****************************************************************
      * Write the single <xx>JB prune control item.                   *
      *****************************************************************
       5900-WRITE-CONTROL.
           MOVE LENGTH OF JB-CONTROL         TO JB-LENGTH.
           MOVE 1                            TO JB-ITEM.

           EXEC CICS WRITEQ TS QUEUE(JB-TSQ)
                FROM  (JB-CONTROL)
                LENGTH(JB-LENGTH)
                ITEM  (JB-ITEM)
                REWRITE
                RESP  (JB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JB-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(JB-TSQ)
                    FROM  (JB-CONTROL)
                    LENGTH(JB-LENGTH)
                    RESP  (JB-RESP)
                    NOHANDLE
               END-EXEC.

       5900-EXIT.
           EXIT.

      *****************************************************************
      * One consumer's lag line.  Behind is the entries between its   *
      * acknowledged position and the mirror head, for the mirror     *
      * consumers of this epoch.                                      *
      *****************************************************************
       6000-REPORT-CONSUMER.
           MOVE CN-NAME(CN-SUB)              TO TD-C-NAME.
           MOVE CN-TYPE(CN-SUB)              TO TD-C-TYPE.
           MOVE CN-STATE(CN-SUB)             TO TD-C-STATE.
           MOVE CN-POSITION(CN-SUB)          TO TD-C-POSITION.
           MOVE ZEROES                       TO TD-C-BEHIND.
           MOVE SPACES                       TO TD-C-HOLD.

           IF  CN-TYPE(CN-SUB) NOT EQUAL 'O'
           AND CN-EPOCH(CN-SUB) EQUAL MIRROR-EPOCH
           AND CN-POSITION(CN-SUB) LESS THAN MIRROR-HEAD
               COMPUTE TD-C-BEHIND =
                       MIRROR-HEAD - CN-POSITION(CN-SUB).

           IF  CN-NAME(CN-SUB) EQUAL HORIZON-HOLDER
           OR  CN-NAME(CN-SUB) EQUAL OFFLOAD-HOLDER
               MOVE 'HOLDING'                TO TD-C-HOLD.

           MOVE SPACES                       TO TD-C-SEEN-DATE
                                                 TD-C-SEEN-TIME.

           IF  CN-SEEN-ABS(CN-SUB) EQUAL ZEROES
               MOVE 'never'                  TO TD-C-SEEN-DATE
           ELSE
               MOVE CN-SEEN-ABS(CN-SUB)      TO FORMAT-ABS
               EXEC CICS FORMATTIME ABSTIME(FORMAT-ABS)
                    TIME(TD-C-SEEN-TIME)
                    YYYYMMDD(TD-C-SEEN-DATE)
                    TIMESEP
                    DATESEP
                    NOHANDLE
               END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-CONSUMER                  TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
           IF  PRUNE-BUSY-SW NOT EQUAL 'Y'
               EXEC CICS DEQ RESOURCE(JP-ENQ)
                    LENGTH(JM-ENQ-LENGTH)
                    TASK
                    NOHANDLE
               END-EXEC.

           MOVE 'C'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Hand RP-FUNCTION (and RP-LINE) to the ZFAM173 report          *
      * writer.                                                       *
      *****************************************************************
       9800-REPORT.
           EXEC CICS LINK PROGRAM(ZFAM173)
                COMMAREA(RP-COMMAREA)
                LENGTH  (LENGTH OF RP-COMMAREA)
                NOHANDLE
           END-EXEC.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write the closing summary lines - the mirror, the horizon and *
      * its holder, the backup cut, what was pruned and the offload   *
      * safe-delete point.                                            *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE MIRROR-EPOCH                TO TD-MS-EPOCH.
           MOVE MIRROR-COUNT                TO TD-MS-COUNT.
           MOVE MIRROR-BASE                 TO TD-MS-BASE.
           MOVE MIRROR-HEAD                 TO TD-MS-HEAD.
           MOVE TD-MIRROR-STATE             TO TD-MESSAGE.
           PERFORM 9930-LOG-TOTAL           THRU 9930-EXIT.

           MOVE HORIZON                     TO TD-HZ-POSITION.
           MOVE HORIZON-HOLDER              TO TD-HZ-HOLDER.
           MOVE TD-HORIZON                  TO TD-MESSAGE.
           PERFORM 9930-LOG-TOTAL           THRU 9930-EXIT.

           IF  BACKUP-FOUND-SW EQUAL 'Y'
               MOVE BACKUP-CUT-ABS          TO FORMAT-ABS
               EXEC CICS FORMATTIME ABSTIME(FORMAT-ABS)
                    TIME(TD-BK-TIME)
                    YYYYMMDD(TD-BK-DATE)
                    TIMESEP
                    DATESEP
                    NOHANDLE
               END-EXEC
               MOVE BACKUP-EXTRACT          TO TD-BK-EXTRACT
               MOVE TD-BACKUP               TO TD-MESSAGE
           ELSE
               MOVE TD-NO-BACKUP            TO TD-MESSAGE.
           PERFORM 9930-LOG-TOTAL           THRU 9930-EXIT.

           MOVE PRUNE-COUNT                 TO TD-PR-ARCHIVED
                                                TD-PR-REMOVED.
           MOVE JA-TDQ                      TO TD-PR-QUEUE.
           MOVE TD-PRUNED                   TO TD-MESSAGE.
           PERFORM 9930-LOG-TOTAL           THRU 9930-EXIT.

           IF  OFFLOAD-HOLDER EQUAL SPACES
               MOVE TD-NO-OFFLOAD           TO TD-MESSAGE
           ELSE
               MOVE OFFLOAD-SAFE-ABS        TO FORMAT-ABS
               EXEC CICS FORMATTIME ABSTIME(FORMAT-ABS)
                    TIME(TD-OF-TIME)
                    YYYYMMDD(TD-OF-DATE)
                    TIMESEP
                    DATESEP
                    NOHANDLE
               END-EXEC
               MOVE OFFLOAD-HOLDER          TO TD-OF-HOLDER
               MOVE TD-OFFLOAD              TO TD-MESSAGE.
           PERFORM 9930-LOG-TOTAL           THRU 9930-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD-MESSAGE to CSSL.                                     *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Write TD-MESSAGE to CSSL and as a report detail line.         *
      *****************************************************************
       9920-LOG-DETAIL.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9920-EXIT.
           EXIT.

      *****************************************************************
      * Write TD-MESSAGE to CSSL and as a report totals line.         *
      *****************************************************************
       9930-LOG-TOTAL.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9930-EXIT.
           EXIT.
