       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM192.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * System-of-record reconciliation.                              *
      *                                                               *
      * A table loaded from another system's master drifts from it    *
      * over time - a missed delete, a failed feed, an update that    *
      * never arrived.  This program compares the table with a key    *
      * extract from the system of record (SR-RECORD in ZFAMSRC: one  *
      * key per line, optionally with the master's last-change time   *
      * and content digest) and reports every difference.  It         *
      * executes as a background transaction, started once per table  *
      * with a FA-PARM naming the table and, optionally, the extra-   *
      * partition TD queues JCL maps to the extract and to the repair *
      * key file:                                                     *
      *                                                               *
      *   FAxx                - read <xx>SR, write <xx>SK             *
      *   FAxx iiii kkkk      - read queue iiii, write queue kkkk     *
      *                                                               *
      * The extract must be sorted ascending by key, in the same      *
      * collating sequence as the FAxxKEY browse, so the two are      *
      * matched in a single merge pass.  A key out of sequence stops  *
      * the run with a CSSL message rather than report false          *
      * differences.  Event Control Records, aliases and deleted keys *
      * are not data the master holds; they are passed over and       *
      * counted as skipped.  Each key is reported as:                 *
      *                                                               *
      *   MISSING   on the master, not in zFAM                        *
      *   EXTRA     in zFAM, no longer on the master                  *
      *   CHANGED   on both, and the master's timestamp is later than *
      *             zFAM's last write (FK-ABS), or its digest is not  *
      *             the same as FK-DIGEST.  A key with neither field  *
      *             on the extract, or no digest on file in zFAM, is  *
      *             counted as not compared.                          *
      *                                                               *
      * Every difference is written to the repair key file (RK-RECORD *
      * in ZFAMSRC), flagged M or C to drive a reload from the master *
      * or X to drive the cleanup.  A line per difference (the first  *
      * 100 also to CSSL) and the totals go to a printable report     *
      * through ZFAM173.  Nothing in the table is changed here.       *
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

       01  RECON-FAILED           PIC  X(01) VALUE SPACES.
       01  SR-EOF                 PIC  X(01) VALUE SPACES.
       01  SR-BLANK-SW            PIC  X(01) VALUE SPACES.
       01  ZF-EOF                 PIC  X(01) VALUE SPACES.
       01  ZF-SKIP-SW             PIC  X(01) VALUE SPACES.
       01  STALE-SW               PIC  X(01) VALUE SPACES.
       01  DIGEST-SW              PIC  X(01) VALUE SPACES.
       01  COMPARED-SW            PIC  X(01) VALUE SPACES.
       01  SK-FAILED              PIC  X(01) VALUE SPACES.

       01  SR-COUNT               PIC S9(08) COMP VALUE ZEROES.
       01  ZF-COUNT               PIC S9(08) COMP VALUE ZEROES.
       01  MATCHED-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  MISSING-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  EXTRA-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  CHANGED-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  STALE-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  DIGEST-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  UNCOMPARED-COUNT       PIC S9(08) COMP VALUE ZEROES.
       01  SKIPPED-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  SK-COUNT               PIC S9(08) COMP VALUE ZEROES.
       01  CSSL-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  CSSL-MAX               PIC S9(08) COMP VALUE 100.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-SR-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-SK-TDQ          PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 14.

      *****************************************************************
      * System-of-record extract - the current and previous keys.     *
      *****************************************************************
       01  SR-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  SR-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  SR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SR-CURRENT-KEY         PIC X(255) VALUE LOW-VALUES.
       01  SR-PREV-KEY            PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Repair key file.                                              *
      *****************************************************************
       01  SK-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  SK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  SK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMSRC.

      *****************************************************************
      * zFAM key store - the current key, and FK-ABS as the extract   *
      * carries a timestamp.                                          *
      *****************************************************************
       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  ZF-CURRENT-KEY         PIC X(255) VALUE LOW-VALUES.

       01  ZF-TIMESTAMP.
           02  ZF-TS-DATE         PIC  X(08) VALUE SPACES.
           02  ZF-TS-TIME         PIC  X(06) VALUE SPACES.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       COPY ZFAMFKC.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R192 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-RECON.
           02  FILLER             PIC  X(06) VALUE 'Action'.
           02  FILLER             PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'Differs'.
           02  FILLER             PIC  X(13) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Key'.
           02  FILLER             PIC  X(68) VALUE SPACES.

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

       01  TD-DIFFERENCE.
           02  TD-X-ACTION        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-X-DIFFERS       PIC  X(20) VALUE SPACES.
           02  TD-X-KEY           PIC  X(61) VALUE SPACES.

       01  TD-RECON-QUEUE.
           02  FILLER             PIC  X(30) VALUE
               'SoR reconciliation - TD queue '.
           02  TD-Q-TDQ           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-Q-VERB          PIC  X(05) VALUE SPACES.
           02  FILLER             PIC  X(14) VALUE ' failed, resp '.
           02  TD-Q-RESP          PIC  9(04) VALUE ZEROES.
           02  FILLER             PIC  X(32) VALUE SPACES.

       01  TD-RECON-BROWSE.
           02  FILLER             PIC  X(35) VALUE
               'SoR reconciliation - cannot browse '.
           02  TD-B-FCT           PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' - resp: '.
           02  TD-B-RESP          PIC  9(04) VALUE ZEROES.
           02  FILLER             PIC  X(34) VALUE SPACES.

       01  TD-RECON-SEQUENCE.
           02  FILLER             PIC  X(40) VALUE
               'SoR reconciliation - key out of sequence'.
           02  FILLER             PIC  X(07) VALUE ' key: '.
           02  TD-S-KEY           PIC  X(43) VALUE SPACES.

       01  TD-RECON-ABANDONED.
           02  FILLER             PIC  X(46) VALUE
               'SoR reconciliation abandoned - the report and '.
           02  FILLER             PIC  X(30) VALUE
               'repair key file are incomplete'.
           02  FILLER             PIC  X(14) VALUE SPACES.

       01  TD-TOTAL-KEYS.
           02  FILLER             PIC  X(09) VALUE 'SoR keys '.
           02  TD-T-SOR           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE ' zFAM keys '.
           02  TD-T-ZFAM          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' matched '.
           02  TD-T-MATCHED       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' skipped '.
           02  TD-T-SKIPPED       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE SPACES.

       01  TD-TOTAL-DIFFS.
           02  FILLER             PIC  X(18) VALUE
               'Missing from zFAM '.
           02  TD-T-MISSING       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE ' not on master '.
           02  TD-T-EXTRA         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' changed '.
           02  TD-T-CHANGED       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE SPACES.

       01  TD-TOTAL-CHANGED.
           02  FILLER             PIC  X(21) VALUE
               'Changed by timestamp '.
           02  TD-T-STALE         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE ' by digest '.
           02  TD-T-DIGEST        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(14) VALUE ' not compared '.
           02  TD-T-UNCOMPARED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE SPACES.

       01  TD-TOTAL-KEYFILE.
           02  FILLER             PIC  X(16) VALUE 'Repair key file '.
           02  TD-K-TDQ           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-K-COUNT         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(13) VALUE ' keys written'.
           02  FILLER             PIC  X(43) VALUE SPACES.

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
           PERFORM 2000-PRIME                THRU 2000-EXIT.

           PERFORM 3000-RECONCILE            THRU 3000-EXIT
               UNTIL SR-EOF EQUAL 'Y'
               AND   ZF-EOF EQUAL 'Y'.

           PERFORM 2900-KEY-ENDBR            THRU 2900-EXIT.
           PERFORM 9900-WRITE-REPORT         THRU 9900-EXIT.
           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table identity and the  *
      * extract and key file queues from the start-up parameter.      *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO RECON-FAILED
                                                 SR-EOF
                                                 ZF-EOF
                                                 SK-FAILED.

           MOVE FA-TRANID                    TO FK-TRANID.

           MOVE FA-TRANID(3:2)               TO SR-TDQ(1:2)
                                                 SK-TDQ(1:2).
           MOVE 'SR'                         TO SR-TDQ(3:2).
           MOVE 'SK'                         TO SK-TDQ(3:2).

           IF  FA-SR-TDQ NOT EQUAL SPACES
           AND FA-SR-TDQ NOT EQUAL LOW-VALUES
               MOVE FA-SR-TDQ                TO SR-TDQ.

           IF  FA-SK-TDQ NOT EQUAL SPACES
           AND FA-SK-TDQ NOT EQUAL LOW-VALUES
               MOVE FA-SK-TDQ                TO SK-TDQ.

           MOVE 'ZFAM192 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'System-of-record reconciliation'
                                             TO RP-TITLE.
           MOVE RH-RECON                     TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read the first extract key, then start the key store browse   *
      * and read the first zFAM key.  An unreadable extract or key    *
      * store ends the run before a misleading report is written.     *
      *****************************************************************
       2000-PRIME.
           PERFORM 8150-NEXT-SOR             THRU 8150-EXIT.

           IF  RECON-FAILED EQUAL 'Y'
               GO TO 2000-EXIT.

           MOVE LOW-VALUES                   TO FK-KEY.
           MOVE LENGTH      OF FK-RECORD     TO FK-LENGTH.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'Y'                      TO ZF-EOF
               MOVE HIGH-VALUES              TO ZF-CURRENT-KEY
               GO TO 2000-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FK-FCT                   TO TD-B-FCT
               MOVE FK-RESP                  TO TD-B-RESP
               MOVE TD-RECON-BROWSE          TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT
               MOVE 'Y'                      TO RECON-FAILED
                                                 SR-EOF
                                                 ZF-EOF
               GO TO 2000-EXIT.

           PERFORM 8250-NEXT-ZFAM            THRU 8250-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the zFAM key store.                            *
      *****************************************************************
       2900-KEY-ENDBR.
           EXEC CICS ENDBR
                FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Match the current extract key against the current zFAM key.   *
      * The lower of the two has no partner on the other side; equal  *
      * keys are compared for version.  Either side at end of file    *
      * holds HIGH-VALUES, so the other side runs off as missing or   *
      * extra.                                                        *
      *****************************************************************
       3000-RECONCILE.
           IF  SR-CURRENT-KEY LESS THAN ZF-CURRENT-KEY
               PERFORM 3100-MISSING          THRU 3100-EXIT
               GO TO 3000-EXIT.

           IF  SR-CURRENT-KEY GREATER THAN ZF-CURRENT-KEY
               PERFORM 3200-EXTRA            THRU 3200-EXIT
               GO TO 3000-EXIT.

           PERFORM 3300-MATCHED              THRU 3300-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * On the master, not in zFAM - load it from the master.         *
      *****************************************************************
       3100-MISSING.
           ADD  1                            TO MISSING-COUNT.

           MOVE 'MISSING '                   TO TD-X-ACTION.
           MOVE SPACES                       TO TD-X-DIFFERS.
           MOVE 'M'                          TO RK-ACTION.
           MOVE SR-CURRENT-KEY               TO RK-KEY.
           PERFORM 3900-DIFFERENCE           THRU 3900-EXIT.

           PERFORM 8150-NEXT-SOR             THRU 8150-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * In zFAM, no longer on the master - clean it up.               *
      *****************************************************************
       3200-EXTRA.
           ADD  1                            TO EXTRA-COUNT.

           MOVE 'EXTRA   '                   TO TD-X-ACTION.
           MOVE SPACES                       TO TD-X-DIFFERS.
           MOVE 'X'                          TO RK-ACTION.
           MOVE ZF-CURRENT-KEY               TO RK-KEY.
           PERFORM 3900-DIFFERENCE           THRU 3900-EXIT.

           PERFORM 8250-NEXT-ZFAM            THRU 8250-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * On both sides.  The master's timestamp is compared with       *
      * FK-ABS (the last write to zFAM) in YYYYMMDDHHMMSS, and its    *
      * digest with FK-DIGEST; a later timestamp or a different       *
      * digest means zFAM holds an older version - reload it.  A key  *
      * with nothing to compare is counted as not compared.           *
      *****************************************************************
       3300-MATCHED.
           MOVE 'N'                          TO STALE-SW
                                                 DIGEST-SW
                                                 COMPARED-SW.

           IF  SR-TIMESTAMP NUMERIC
               PERFORM 3310-COMPARE-TIMESTAMP THRU 3310-EXIT.

           IF  SR-DIGEST NUMERIC
           AND FK-DIGEST NUMERIC
           AND FK-DIGEST NOT EQUAL ZEROES
               MOVE 'Y'                      TO COMPARED-SW
               IF  SR-DIGEST-N NOT EQUAL FK-DIGEST
                   MOVE 'Y'                  TO DIGEST-SW
                   ADD  1                    TO DIGEST-COUNT.

           IF  COMPARED-SW NOT EQUAL 'Y'
               ADD  1                        TO UNCOMPARED-COUNT.

           IF  STALE-SW  NOT EQUAL 'Y'
           AND DIGEST-SW NOT EQUAL 'Y'
               ADD  1                        TO MATCHED-COUNT
               GO TO 3300-READ.

           ADD  1                            TO CHANGED-COUNT.

           MOVE 'CHANGED '                   TO TD-X-ACTION.
           MOVE 'timestamp'                  TO TD-X-DIFFERS.
           IF  DIGEST-SW EQUAL 'Y'
               MOVE 'digest'                 TO TD-X-DIFFERS.
           IF  STALE-SW  EQUAL 'Y'
           AND DIGEST-SW EQUAL 'Y'
               MOVE 'timestamp, digest'      TO TD-X-DIFFERS.

           MOVE 'C'                          TO RK-ACTION.
           MOVE SR-CURRENT-KEY               TO RK-KEY.
           PERFORM 3900-DIFFERENCE           THRU 3900-EXIT.

       3300-READ.
           PERFORM 8150-NEXT-SOR             THRU 8150-EXIT.
           PERFORM 8250-NEXT-ZFAM            THRU 8250-EXIT.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Format FK-ABS as YYYYMMDDHHMMSS and compare it with the       *
      * master's timestamp.                                           *
      *****************************************************************
       3310-COMPARE-TIMESTAMP.
           MOVE 'Y'                          TO COMPARED-SW.

           EXEC CICS FORMATTIME ABSTIME(FK-ABS)
                YYYYMMDD(ZF-TS-DATE)
                TIME(ZF-TS-TIME)
                NOHANDLE
           END-EXEC.

           IF  SR-TIMESTAMP GREATER THAN ZF-TIMESTAMP
               MOVE 'Y'                      TO STALE-SW
               ADD  1                        TO STALE-COUNT.

       3310-EXIT.
           EXIT.

      *****************************************************************
      * Write one difference to the repair key file, and a line to    *
      * the report (and, for the first CSSL-MAX, to CSSL).  A key     *
      * file that cannot be written is reported once and not written  *
      * again; the compare carries on so the report is still whole.   *
      *****************************************************************
       3900-DIFFERENCE.
           MOVE RK-KEY                       TO TD-X-KEY.
           INSPECT TD-X-KEY
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE TD-DIFFERENCE                TO TD-MESSAGE.

           IF  CSSL-COUNT LESS THAN CSSL-MAX
               ADD  1                        TO CSSL-COUNT
               PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           IF  SK-FAILED EQUAL 'Y'
               GO TO 3900-EXIT.

           MOVE LENGTH OF RK-RECORD          TO SK-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(SK-TDQ)
                FROM  (RK-RECORD)
                LENGTH(SK-LENGTH)
                RESP  (SK-RESP)
                NOHANDLE
           END-EXEC.

           IF  SK-RESP EQUAL DFHRESP(NORMAL)
               ADD  1                        TO SK-COUNT
               GO TO 3900-EXIT.

           MOVE 'Y'                          TO SK-FAILED.
           MOVE SK-TDQ                       TO TD-Q-TDQ.
           MOVE 'write'                      TO TD-Q-VERB.
           MOVE SK-RESP                      TO TD-Q-RESP.
           MOVE TD-RECON-QUEUE               TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL           THRU 9910-EXIT.

       3900-EXIT.
           EXIT.

      *****************************************************************
      * Read one extract record.  End of file sets the current key to *
      * HIGH-VALUES; a blank line is passed over; a key not higher    *
      * than the last one means the extract is not in key order.      *
      *****************************************************************
       8100-READ-SOR.
           MOVE 'N'                          TO SR-BLANK-SW.
           MOVE SPACES                       TO SR-RECORD.
           MOVE LENGTH OF SR-RECORD          TO SR-LENGTH.

           EXEC CICS READQ TD QUEUE(SR-TDQ)
                INTO  (SR-RECORD)
                LENGTH(SR-LENGTH)
                RESP  (SR-RESP)
                NOHANDLE
           END-EXEC.

           IF  SR-RESP EQUAL DFHRESP(QZERO)
               MOVE 'Y'                      TO SR-EOF
               MOVE HIGH-VALUES              TO SR-CURRENT-KEY
               GO TO 8100-EXIT.

           IF  SR-RESP NOT EQUAL DFHRESP(NORMAL)
           AND SR-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE SR-TDQ                   TO TD-Q-TDQ
               MOVE 'read '                  TO TD-Q-VERB
               MOVE SR-RESP                  TO TD-Q-RESP
               MOVE TD-RECON-QUEUE           TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL       THRU 9910-EXIT
               MOVE 'Y'                      TO RECON-FAILED
                                                 SR-EOF
                                                 ZF-EOF
               GO TO 8100-EXIT.

           IF  SR-KEY EQUAL SPACES
               MOVE 'Y'                      TO SR-BLANK-SW
               GO TO 8100-EXIT.

           ADD  1                            TO SR-COUNT.
           MOVE SR-KEY                       TO SR-CURRENT-KEY.

           IF  SR-COUNT GREATER THAN 1
           AND SR-CURRENT-KEY NOT GREATER THAN SR-PREV-KEY
               PERFORM 8900-SEQUENCE-ERROR   THRU 8900-EXIT
               GO TO 8100-EXIT.

           MOVE SR-CURRENT-KEY               TO SR-PREV-KEY.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Read the next non-blank extract record.                       *
      *****************************************************************
       8150-NEXT-SOR.
           MOVE 'Y'                          TO SR-BLANK-SW.
           PERFORM 8100-READ-SOR             THRU 8100-EXIT
               UNTIL SR-BLANK-SW NOT EQUAL 'Y'.

       8150-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY store record.  End of file sets the current *
      * key to HIGH-VALUES.  ECRs, aliases and deleted keys are not   *
      * the master's data and are passed over.                        *
      *****************************************************************
       8200-READ-ZFAM.
           MOVE 'N'                          TO ZF-SKIP-SW.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO ZF-EOF
               MOVE HIGH-VALUES              TO ZF-CURRENT-KEY
               GO TO 8200-EXIT.

           IF  FK-ECR     EQUAL 'Y'
           OR  FK-ALIAS   EQUAL 'Y'
           OR  FK-DELETED EQUAL 'Y'
               ADD  1                        TO SKIPPED-COUNT
               MOVE 'Y'                      TO ZF-SKIP-SW
               GO TO 8200-EXIT.

           ADD  1                            TO ZF-COUNT.
           MOVE FK-KEY                       TO ZF-CURRENT-KEY.
           INSPECT ZF-CURRENT-KEY
           REPLACING ALL LOW-VALUES BY SPACES.

       8200-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY store record the master should hold.        *
      *****************************************************************
       8250-NEXT-ZFAM.
           IF  ZF-EOF EQUAL 'Y'
               GO TO 8250-EXIT.

           MOVE 'Y'                          TO ZF-SKIP-SW.
           PERFORM 8200-READ-ZFAM            THRU 8200-EXIT
               UNTIL ZF-SKIP-SW NOT EQUAL 'Y'.

       8250-EXIT.
           EXIT.

      *****************************************************************
      * An extract out of key order cannot be merged - stop, and say  *
      * so, rather than report false differences.                     *
      *****************************************************************
       8900-SEQUENCE-ERROR.
           MOVE SR-CURRENT-KEY               TO TD-S-KEY.
           MOVE TD-RECON-SEQUENCE            TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL           THRU 9910-EXIT.

           MOVE 'Y'                          TO RECON-FAILED
                                                 SR-EOF
                                                 ZF-EOF.

       8900-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
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
      * Write the closing lines - the keys read on each side, the     *
      * differences by kind and the repair key file count.  A run     *
      * stopped short says so first.                                  *
      *****************************************************************
       9900-WRITE-REPORT.
           IF  RECON-FAILED EQUAL 'Y'
               MOVE TD-RECON-ABANDONED       TO TD-MESSAGE
               PERFORM 9905-WRITE-TOTAL      THRU 9905-EXIT.

           MOVE SR-COUNT                     TO TD-T-SOR.
           MOVE ZF-COUNT                     TO TD-T-ZFAM.
           MOVE MATCHED-COUNT                TO TD-T-MATCHED.
           MOVE SKIPPED-COUNT                TO TD-T-SKIPPED.
           MOVE TD-TOTAL-KEYS                TO TD-MESSAGE.
           PERFORM 9905-WRITE-TOTAL          THRU 9905-EXIT.

           MOVE MISSING-COUNT                TO TD-T-MISSING.
           MOVE EXTRA-COUNT                  TO TD-T-EXTRA.
           MOVE CHANGED-COUNT                TO TD-T-CHANGED.
           MOVE TD-TOTAL-DIFFS               TO TD-MESSAGE.
           PERFORM 9905-WRITE-TOTAL          THRU 9905-EXIT.

           MOVE STALE-COUNT                  TO TD-T-STALE.
           MOVE DIGEST-COUNT                 TO TD-T-DIGEST.
           MOVE UNCOMPARED-COUNT             TO TD-T-UNCOMPARED.
           MOVE TD-TOTAL-CHANGED             TO TD-MESSAGE.
           PERFORM 9905-WRITE-TOTAL          THRU 9905-EXIT.

           MOVE SK-TDQ                       TO TD-K-TDQ.
           MOVE SK-COUNT                     TO TD-K-COUNT.
           MOVE TD-TOTAL-KEYFILE             TO TD-MESSAGE.
           PERFORM 9905-WRITE-TOTAL          THRU 9905-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write one closing line to CSSL and the report.                *
      *****************************************************************
       9905-WRITE-TOTAL.
           PERFORM 9910-WRITE-CSSL           THRU 9910-EXIT.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9905-EXIT.
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
