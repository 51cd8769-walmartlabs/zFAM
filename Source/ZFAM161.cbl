       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM161.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Restore-verification drill for ZFAM012 extracts.              *
      *                                                               *
      * An extract is only known to be good once it has been          *
      * restored.  Scheduled after the nightly ZFAM012 export, this   *
      * program proves it: the chosen extract is loaded into a        *
      * scratch table through ZFAM013 - LINKed, so the drill uses     *
      * exactly the path a real restore would - and the scratch table *
      * is compared against what the extract carried.                 *
      *                                                               *
      * It executes as a background transaction, started with a       *
      * FA-PARM naming the table whose extract is drilled, the        *
      * scratch table, and optionally the extract queue:              *
      *                                                               *
      *   FAxx FAss           - load <xx>EX into scratch FAss         *
      *   FAxx FAss qqqq      - load queue qqqq into scratch FAss     *
      *                                                               *
      * The scratch table is cleared before the load and again after  *
      * the comparison.  The comparison checks:                       *
      *                                                               *
      *   - KEY rows restored against the extract's KEY records.      *
      *   - FILE segments restored against the extract's segment      *
      *     records, and that each key's FK-SEGMENTS chain is whole.  *
      *   - each restored segment's checksum, and each key's          *
      *     FK-DIGEST whole-record digest against the sum of its      *
      *     restored segment checksums (where a digest is on file).   *
      *   - that ZFAM013 reported no failed writes, and that the      *
      *     extract was not empty.                                    *
      *                                                               *
      * The PASS/FAIL verdict goes to CSSL and is saved as the        *
      * table's latest result on the FAxxRR queue for the ZFAM119     *
      * daily health digest.  A FAIL also raises a WTO, so an         *
      * extract that cannot be restored is known the same morning.    *
      *                                                               *
      * The scratch table must be defined like any other table (its   *
      * KEY and FILE stores, and any pool members the drilled table   *
      * uses) and must never hold data anyone needs - it is emptied   *
      * on every run.                                                 *
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
       01  ONE                    PIC S9(08) COMP VALUE 1.
       01  FA                     PIC  X(02) VALUE 'FA'.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.
       01  SEGMENT-SUB            PIC S9(08) COMP VALUE ZEROES.

       01  CHECKPOINT-INTERVAL    PIC S9(08) COMP VALUE 500.
       01  CHECKPOINT-COUNT       PIC S9(08) COMP VALUE ZEROES.
       01  CLEARED-COUNT          PIC S9(08) COMP VALUE ZEROES.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-SCRATCH         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-TDQ             PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 14.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

      *****************************************************************
      * ZFAM013 bulk load, LINKed with its FA-PARM and returning its  *
      * counts.                                                       *
      *****************************************************************
       01  ZFAM013                PIC  X(08) VALUE 'ZFAM013 '.

       01  LD-COMMAREA.
           02  LD-PARM.
               05  LD-TRANID      PIC  X(04) VALUE SPACES.
               05  FILLER         PIC  X(01) VALUE SPACES.
               05  LD-TDQ         PIC  X(04) VALUE SPACES.
           02  LD-ROWS-COUNT      PIC S9(08) COMP VALUE ZEROES.
           02  LD-SEGMENTS-COUNT  PIC S9(08) COMP VALUE ZEROES.
           02  LD-ERRORS-COUNT    PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * What the scratch table holds once restored.                   *
      *****************************************************************
       01  VF-ROWS-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  VF-SEGMENTS-COUNT      PIC S9(08) COMP VALUE ZEROES.
       01  VF-MISSING-COUNT       PIC S9(08) COMP VALUE ZEROES.
       01  VF-CHECKSUM-COUNT      PIC S9(08) COMP VALUE ZEROES.
       01  VF-DIGEST-COUNT        PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Checksum-at-rest and whole-record digest fields, matching     *
      * ZFAM002.                                                      *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

       01  RD-DIGEST-TOTAL        PIC S9(18) COMP-3 VALUE ZEROES.
       01  RD-DIGEST-WORK         PIC  9(09) VALUE ZEROES.
       01  RD-QUOTIENT            PIC S9(18) COMP-3 VALUE ZEROES.
       01  ONE-BILLION            PIC S9(10) COMP-3 VALUE 1000000000.

      *****************************************************************
      * Verdict, and the latest-result entry on the per-table FAxxRR  *
      * queue, read by the ZFAM119 daily health digest.               *
      *****************************************************************
       01  DRILL-RESULT           PIC  X(04) VALUE 'PASS'.
       01  DRILL-STEP             PIC  X(20) VALUE SPACES.

       01  RS-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  RS-ITEM                PIC S9(04) COMP VALUE 1.
       01  RS-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  RS-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RS-ENTRY.
           02  RS-DATE            PIC  X(10) VALUE SPACES.
           02  RS-TIME            PIC  X(08) VALUE SPACES.
           02  RS-RESULT          PIC  X(04) VALUE SPACES.
           02  RS-STEP            PIC  X(20) VALUE SPACES.
           02  RS-ROWS            PIC S9(08) COMP VALUE ZEROES.

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

       01  TD-DRILL-COUNTS.
           02  FILLER             PIC  X(14) VALUE 'Restore drill '.
           02  TD-DC-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' extract '.
           02  TD-DC-EX-ROWS      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE '/'.
           02  TD-DC-EX-SEGMENTS  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' restored '.
           02  TD-DC-VF-ROWS      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE '/'.
           02  TD-DC-VF-SEGMENTS  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(07) VALUE SPACES.

       01  TD-DRILL-CHECKS.
           02  FILLER             PIC  X(14) VALUE 'Restore drill '.
           02  TD-DK-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' missing '.
           02  TD-DK-MISSING      PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' checksum '.
           02  TD-DK-CHECKSUM     PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' digest '.
           02  TD-DK-DIGEST       PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE ' failed writes '.
           02  TD-DK-ERRORS       PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(02) VALUE SPACES.

       01  TD-DRILL-VERDICT.
           02  FILLER             PIC  X(14) VALUE 'Restore drill '.
           02  TD-DV-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-DV-RESULT       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' - step: '.
           02  TD-DV-STEP         PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(11) VALUE ' - scratch '.
           02  TD-DV-SCRATCH      PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE ' queue '.
           02  TD-DV-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(12) VALUE SPACES.

       01  TD-DRILL-ALERT.
           02  FILLER             PIC  X(21) VALUE
               'zFAM restore drill - '.
           02  TD-DA-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE ' FAILED - '.
           02  TD-DA-STEP         PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(28) VALUE
               ' operator attention required'.
           02  FILLER             PIC  X(07) VALUE SPACES.

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

           IF  DRILL-RESULT EQUAL 'PASS'
               PERFORM 2000-CLEAR-SCRATCH    THRU 2000-EXIT
               PERFORM 3000-LOAD-EXTRACT     THRU 3000-EXIT.

           IF  DRILL-RESULT EQUAL 'PASS'
               PERFORM 4000-VERIFY-SCRATCH   THRU 4000-EXIT
               PERFORM 5000-JUDGE            THRU 5000-EXIT.

           IF  FA-SCRATCH(1:2)  EQUAL FA
           AND FA-SCRATCH   NOT EQUAL FA-TRANID
               PERFORM 2000-CLEAR-SCRATCH    THRU 2000-EXIT.

           PERFORM 9900-WRITE-VERDICT        THRU 9900-EXIT.

           PERFORM 9000-RETURN                THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the tables and queue, and   *
      * refuse a scratch table that is not a separate FAxx table.     *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'PASS'                       TO DRILL-RESULT.
           MOVE 'complete'                   TO DRILL-STEP.

           MOVE FA-SCRATCH                   TO FK-TRANID
                                                 FF-TRANID
                                                 LD-TRANID.

           MOVE FA-TRANID(3:2)               TO LD-TDQ(1:2).
           MOVE 'EX'                         TO LD-TDQ(3:2).

           IF  FA-TDQ NOT EQUAL SPACES
           AND FA-TDQ NOT EQUAL LOW-VALUES
               MOVE FA-TDQ                   TO LD-TDQ.

           IF  FA-SCRATCH(1:2) NOT EQUAL FA
           OR  FA-SCRATCH      EQUAL FA-TRANID
               MOVE 'FAIL'                   TO DRILL-RESULT
               MOVE 'scratch table'          TO DRILL-STEP.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Empty the scratch table - each KEY record's segments from its *
      * pool member, then the KEY record itself - syncpointing every  *
      * CHECKPOINT-INTERVAL rows.                                     *
      *****************************************************************
       2000-CLEAR-SCRATCH.
           MOVE ZEROES                      TO CLEARED-COUNT
                                               CHECKPOINT-COUNT.
           MOVE LOW-VALUES                  TO FK-KEY.

           PERFORM 2050-START-BROWSE        THRU 2050-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 2100-CLEAR-NEXT    THRU 2100-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Start (or restart) a browse of the scratch KEY store at       *
      * FK-KEY.                                                       *
      *****************************************************************
       2050-START-BROWSE.
           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LENGTH      OF FK-RECORD    TO FK-LENGTH.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Delete the next scratch row.                                  *
      *****************************************************************
       2100-CLEAR-NEXT.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 2100-EXIT.

           PERFORM 4150-SET-SEGMENT-KEY     THRU 4150-EXIT.

           PERFORM 2110-DELETE-SEGMENT    THRU 2110-EXIT
               VARYING SEGMENT-SUB FROM 1 BY 1
               UNTIL   SEGMENT-SUB GREATER THAN FK-SEGMENTS.

           EXEC CICS DELETE
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
           END-EXEC.

           ADD  1                           TO CLEARED-COUNT
                                               CHECKPOINT-COUNT.

           IF  CHECKPOINT-COUNT NOT LESS THAN CHECKPOINT-INTERVAL
               PERFORM 2200-CHECKPOINT      THRU 2200-EXIT.

       2100-EXIT.
           EXIT.

       2110-DELETE-SEGMENT.
           MOVE SEGMENT-SUB                 TO FF-SEGMENT.

           EXEC CICS DELETE
                FILE  (FF-FCT)
                RIDFLD(FF-KEY-16)
                NOHANDLE
           END-EXEC.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Commit the deletes so far and resume the browse past the last *
      * key deleted.                                                  *
      *****************************************************************
       2200-CHECKPOINT.
           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE ZEROES                      TO CHECKPOINT-COUNT.

           PERFORM 2050-START-BROWSE        THRU 2050-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Load the extract into the scratch table through ZFAM013.      *
      *****************************************************************
       3000-LOAD-EXTRACT.
           MOVE ZEROES                      TO LD-ROWS-COUNT
                                               LD-SEGMENTS-COUNT
                                               LD-ERRORS-COUNT.

           EXEC CICS LINK PROGRAM(ZFAM013)
                COMMAREA(LD-COMMAREA)
                LENGTH  (LENGTH OF LD-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'FAIL'                  TO DRILL-RESULT
               MOVE 'load program'          TO DRILL-STEP.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Browse the restored scratch table, checking every key's       *
      * segment chain, segment checksums and whole-record digest.     *
      *****************************************************************
       4000-VERIFY-SCRATCH.
           MOVE ZEROES                      TO VF-ROWS-COUNT
                                               VF-SEGMENTS-COUNT
                                               VF-MISSING-COUNT
                                               VF-CHECKSUM-COUNT
                                               VF-DIGEST-COUNT.
           MOVE LOW-VALUES                  TO FK-KEY.

           PERFORM 2050-START-BROWSE        THRU 2050-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 4100-VERIFY-NEXT   THRU 4100-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Verify the next restored row.                                 *
      *****************************************************************
       4100-VERIFY-NEXT.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 4100-EXIT.

           ADD  1                           TO VF-ROWS-COUNT.
           MOVE ZEROES                      TO RD-DIGEST-TOTAL.

           PERFORM 4150-SET-SEGMENT-KEY     THRU 4150-EXIT.

           PERFORM 4200-VERIFY-SEGMENT    THRU 4200-EXIT
               VARYING SEGMENT-SUB FROM 1 BY 1
               UNTIL   SEGMENT-SUB GREATER THAN FK-SEGMENTS.

           IF  FK-DIGEST NUMERIC
           AND FK-DIGEST GREATER THAN ZEROES
               DIVIDE RD-DIGEST-TOTAL BY ONE-BILLION
                   GIVING    RD-QUOTIENT
                   REMAINDER RD-DIGEST-WORK
               IF  RD-DIGEST-WORK NOT EQUAL FK-DIGEST
                   ADD  1                   TO VF-DIGEST-COUNT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Point FF-KEY-16 at the current row's chain in its pool member.*
      *****************************************************************
       4150-SET-SEGMENT-KEY.
           MOVE 'FILE'                       TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                 TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.

       4150-EXIT.
           EXIT.

      *****************************************************************
      * Read one restored segment and verify its checksum.            *
      *****************************************************************
       4200-VERIFY-SEGMENT.
           MOVE SEGMENT-SUB                  TO FF-SEGMENT.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ
                FILE  (FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               ADD  1                       TO VF-MISSING-COUNT
               GO TO 4200-EXIT.

           ADD  1                           TO VF-SEGMENTS-COUNT.

           PERFORM 9040-COMPUTE-CHECKSUM    THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               ADD  1                       TO VF-CHECKSUM-COUNT.

           ADD  FF-CHECKSUM                 TO RD-DIGEST-TOTAL.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * Judge the drill - the first check that fails names the step.  *
      *****************************************************************
       5000-JUDGE.
           MOVE 'FAIL'                      TO DRILL-RESULT.

           IF  LD-ROWS-COUNT EQUAL ZEROES
               MOVE 'empty extract'         TO DRILL-STEP
               GO TO 5000-EXIT.

           IF  LD-ERRORS-COUNT GREATER THAN ZEROES
               MOVE 'failed writes'         TO DRILL-STEP
               GO TO 5000-EXIT.

           IF  VF-ROWS-COUNT NOT EQUAL LD-ROWS-COUNT
               MOVE 'row count'             TO DRILL-STEP
               GO TO 5000-EXIT.

           IF  VF-MISSING-COUNT GREATER THAN ZEROES
               MOVE 'missing segments'      TO DRILL-STEP
               GO TO 5000-EXIT.

           IF  VF-SEGMENTS-COUNT NOT EQUAL LD-SEGMENTS-COUNT
               MOVE 'segment count'         TO DRILL-STEP
               GO TO 5000-EXIT.

           IF  VF-CHECKSUM-COUNT GREATER THAN ZEROES
               MOVE 'segment checksum'      TO DRILL-STEP
               GO TO 5000-EXIT.

           IF  VF-DIGEST-COUNT GREATER THAN ZEROES
               MOVE 'record digest'         TO DRILL-STEP
               GO TO 5000-EXIT.

           MOVE 'PASS'                      TO DRILL-RESULT.
           MOVE 'complete'                  TO DRILL-STEP.

       5000-EXIT.
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
      * Write the counts and verdict to CSSL, save the verdict for    *
      * the daily digest, and alert the operator on a FAIL.           *
      *****************************************************************
       9900-WRITE-VERDICT.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE FA-TRANID              TO TD-DC-TABLE
                                          TD-DK-TABLE
                                          TD-DV-TABLE.

           MOVE LD-ROWS-COUNT          TO TD-DC-EX-ROWS.
           MOVE LD-SEGMENTS-COUNT      TO TD-DC-EX-SEGMENTS.
           MOVE VF-ROWS-COUNT          TO TD-DC-VF-ROWS.
           MOVE VF-SEGMENTS-COUNT      TO TD-DC-VF-SEGMENTS.
           MOVE TD-DRILL-COUNTS        TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE VF-MISSING-COUNT       TO TD-DK-MISSING.
           MOVE VF-CHECKSUM-COUNT      TO TD-DK-CHECKSUM.
           MOVE VF-DIGEST-COUNT        TO TD-DK-DIGEST.
           MOVE LD-ERRORS-COUNT        TO TD-DK-ERRORS.
           MOVE TD-DRILL-CHECKS        TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE DRILL-RESULT           TO TD-DV-RESULT.
           MOVE DRILL-STEP             TO TD-DV-STEP.
           MOVE FA-SCRATCH             TO TD-DV-SCRATCH.
           MOVE LD-TDQ                 TO TD-DV-TDQ.
           MOVE TD-DRILL-VERDICT       TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           PERFORM 9905-SAVE-RESULT  THRU 9905-EXIT.

           IF  DRILL-RESULT NOT EQUAL 'PASS'
               PERFORM 9907-WRITE-ALERT THRU 9907-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Save this run's verdict as the table's latest result on the   *
      * FAxxRR queue, rewrite-or-first-write.                         *
      *****************************************************************
       9905-SAVE-RESULT.
           MOVE FA-TRANID(3:2)         TO RS-TSQ(1:2).
           MOVE 'RR'                   TO RS-TSQ(3:2).

           MOVE TD-DATE                TO RS-DATE.
           MOVE TD-TIME                TO RS-TIME.
           MOVE DRILL-RESULT           TO RS-RESULT.
           MOVE DRILL-STEP             TO RS-STEP.
           MOVE LD-ROWS-COUNT          TO RS-ROWS.

           MOVE LENGTH OF RS-ENTRY     TO RS-LENGTH.
           MOVE 1                      TO RS-ITEM.

           EXEC CICS WRITEQ TS QUEUE(RS-TSQ)
                FROM  (RS-ENTRY)
                LENGTH(RS-LENGTH)
                ITEM  (RS-ITEM)
                REWRITE
                RESP  (RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                  TO RS-ITEM
               EXEC CICS WRITEQ TS QUEUE(RS-TSQ)
                    FROM  (RS-ENTRY)
                    LENGTH(RS-LENGTH)
                    ITEM  (RS-ITEM)
                    RESP  (RS-RESP)
                    NOHANDLE
               END-EXEC.

       9905-EXIT.
           EXIT.

      *****************************************************************
      * Raise the failed-drill WTO (and a CSSL copy).                 *
      *****************************************************************
       9907-WRITE-ALERT.
           MOVE FA-TRANID              TO TD-DA-TABLE.
           MOVE DRILL-STEP             TO TD-DA-STEP.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-DRILL-ALERT)
                NOHANDLE
           END-EXEC.

           MOVE TD-DRILL-ALERT         TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       9907-EXIT.
           EXIT.

      *****************************************************************
      * Write the prepared TD record to CSSL.                         *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Compute the word-sum checksum over the (still enciphered)     *
      * FF-DATA buffer, as ZFAM002 does before trusting a segment.    *
      *****************************************************************
       9040-COMPUTE-CHECKSUM.
           MOVE ZEROES                TO CHECKSUM-TOTAL.

           PERFORM 9041-ADD-WORD     THRU 9041-EXIT
               VARYING CHECKSUM-WORD-INDEX FROM 1 BY 1 UNTIL
                       CHECKSUM-WORD-INDEX GREATER THAN 8000.

           DIVIDE CHECKSUM-TOTAL BY 100000000 GIVING CHECKSUM-QUOTIENT
               REMAINDER CHECKSUM-COMPUTED.

       9040-EXIT.
           EXIT.

       9041-ADD-WORD.
           ADD  FF-DATA-WORD(CHECKSUM-WORD-INDEX) TO CHECKSUM-TOTAL.

       9041-EXIT.
           EXIT.
