       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM178.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Replication sequence resend.                                  *
      *                                                               *
      * A table whose document template sets DD-REPL-SEQ stamps each  *
      * replicated change with its next replication sequence number   *
      * and keeps the change on its xxSJ temporary storage queue      *
      * (ZFAMSQC).  A partner that sees a change arrive past the next *
      * sequence it expected answers zFAM-Repl-Resend: from-to, and   *
      * the replicating task - ZFAM002, ZFAM023 or ZFAM176 - STARTs   *
      * this task, xxSR, with the table, the range and the partner.   *
      *                                                               *
      * Every xxSJ entry in the range is put on the table's xxRT      *
      * retry queue for that partner, and ZFAM023 is started to       *
      * replay them.  The replay rebuilds each body from the record   *
      * as it stands now, so resending a change the partner has since *
      * received is harmless.  A range reaching back past the xxSJ    *
      * window cannot be resent in full; that is logged and raised as *
      * the SEQLOST alert, and the partner is left to a ZFAM106       *
      * reconcile.                                                    *
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
       01  ONE                    PIC S9(08) COMP   VALUE 1.

       COPY ZFAMSQC.

       01  SR-PARM-LENGTH         PIC S9(04) COMP VALUE ZEROES.
       01  SJ-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SJ-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  SJ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SJ-COMPLETE            PIC  X(01) VALUE 'N'.

       01  WANTED-COUNT           PIC S9(15) COMP-3 VALUE ZEROES.
       01  FOUND-COUNT            PIC S9(15) COMP-3 VALUE ZEROES.

      *****************************************************************
      * The changes found go to the table's xxRT queue, and ZFAM023   *
      * is started once to replay them.                               *
      *****************************************************************
       01  RT-PARM.
           02  RT-TRANID          PIC  X(04) VALUE SPACES.

       01  RT-LENGTH              PIC S9(04) COMP VALUE 4.
       01  RT-TSQ                 PIC  X(04) VALUE 'FA##'.

       COPY ZFAMRTC.

       01  TS-RT-LENGTH           PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

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

       01  TD-RESEND-DONE.
           02  FILLER             PIC  X(16) VALUE 'Repl resend seq '.
           02  TD-RD-FROM         PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE '-'.
           02  TD-RD-TO           PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(10) VALUE ' requeued '.
           02  TD-RD-FOUND        PIC  ZZZZZZ9.
           02  FILLER             PIC  X(04) VALUE ' of '.
           02  TD-RD-WANTED       PIC  ZZZZZZ9.
           02  FILLER             PIC  X(15) VALUE SPACES.

       01  TD-RESEND-SHORT.
           02  FILLER             PIC  X(12) VALUE 'Repl resend '.
           02  TD-RS-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' seq '.
           02  TD-RS-FROM         PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE '-'.
           02  TD-RS-TO           PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(25) VALUE
               ' incomplete - run ZFAM106'.
           02  FILLER             PIC  X(13) VALUE SPACES.

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

           PERFORM 2000-SCAN-JOURNAL       THRU 2000-EXIT
               WITH TEST AFTER
               UNTIL SJ-COMPLETE EQUAL 'Y'.

           IF  FOUND-COUNT GREATER THAN ZEROES
               PERFORM 8000-START-RETRY    THRU 8000-EXIT.

           IF  FOUND-COUNT LESS THAN WANTED-COUNT
               PERFORM 8100-RESEND-SHORT   THRU 8100-EXIT.

           PERFORM 9800-WRITE-DONE         THRU 9800-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table, the range and    *
      * the partner, and build the queue names.  A range that makes   *
      * no sense is not worked.                                       *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF SR-PARM            TO SR-PARM-LENGTH.

           EXEC CICS RETRIEVE INTO(SR-PARM)
                LENGTH(SR-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  SR-TRANID EQUAL SPACES
           OR  SR-FROM   NOT NUMERIC
           OR  SR-TO     NOT NUMERIC
           OR  SR-FROM   EQUAL ZEROES
           OR  SR-FROM   GREATER THAN SR-TO
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  SR-PARTNER-LENGTH NOT NUMERIC
               MOVE ZEROES                   TO SR-PARTNER-LENGTH
               MOVE SPACES                   TO SR-PARTNER.

           MOVE SR-TRANID                    TO RT-TRANID.
           MOVE SR-TRANID(3:2)               TO SJ-TSQ(1:2).
           MOVE 'SJ'                         TO SJ-TSQ(3:2).
           MOVE SR-TRANID(3:2)               TO RT-TSQ(1:2).
           MOVE 'RT'                         TO RT-TSQ(3:2).

           COMPUTE WANTED-COUNT = SR-TO - SR-FROM + 1.
           MOVE ZEROES                       TO FOUND-COUNT
                                                 SJ-ITEM.
           MOVE 'N'                          TO SJ-COMPLETE.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next xxSJ entry; one in the range is requeued.       *
      *****************************************************************
       2000-SCAN-JOURNAL.
           ADD  ONE                          TO SJ-ITEM.
           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.
           MOVE ZEROES                       TO TS-RT-SEQ.

           EXEC CICS READQ TS
                QUEUE (SJ-TSQ)
                INTO  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                ITEM  (SJ-ITEM)
                RESP  (SJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  SJ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO SJ-COMPLETE
               GO TO 2000-EXIT.

           IF  TS-RT-SEQ NOT NUMERIC
           OR  TS-RT-SEQ LESS    THAN SR-FROM
           OR  TS-RT-SEQ GREATER THAN SR-TO
               GO TO 2000-EXIT.

           PERFORM 2100-REQUEUE-ONE        THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Put the change on the table's xxRT queue for the partner that *
      * asked for it.                                                 *
      *****************************************************************
       2100-REQUEUE-ONE.
           MOVE SR-PARTNER                   TO TS-RT-PARTNER.
           MOVE SR-PARTNER-LENGTH            TO TS-RT-PARTNER-LENGTH.
           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.

           EXEC CICS WRITEQ TS
                QUEUE (RT-TSQ)
                FROM  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               ADD  ONE                      TO FOUND-COUNT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Start the replication retry task (ZFAM023) for the changes    *
      * this run put on xxRT.                                         *
      *****************************************************************
       8000-START-RETRY.
           MOVE LENGTH OF RT-PARM            TO RT-LENGTH.

           EXEC CICS START TRANSID(RT-TSQ)
                FROM    (RT-PARM)
                LENGTH  (RT-LENGTH)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Some of the range is no longer on xxSJ - tell the operator,   *
      * through ZFAM164 for the ZFAM165 router, and on CSSL.          *
      *****************************************************************
       8100-RESEND-SHORT.
           MOVE SR-TRANID                    TO TD-RS-TABLE
                                                 AL-RAISE-TABLE.
           MOVE SR-FROM                      TO TD-RS-FROM.
           MOVE SR-TO                        TO TD-RS-TO.
           MOVE 'SEQLOST'                    TO AL-RAISE-CONDITION.
           MOVE TD-RESEND-SHORT              TO AL-RAISE-TEXT.
           PERFORM 8190-RAISE-ALERT        THRU 8190-EXIT.

           MOVE TD-RESEND-SHORT              TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL         THRU 9900-EXIT.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Record the alert on ZFAMAL through ZFAM164 for the ZFAM165    *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       8190-RAISE-ALERT.
           MOVE 'ZFAM178 '                   TO AL-RAISE-SOURCE.

           EXEC CICS LINK PROGRAM(ZFAM164)
                COMMAREA(AL-RAISE)
                LENGTH  (LENGTH OF AL-RAISE)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                    TEXT(AL-RAISE-TEXT)
                    NOHANDLE
               END-EXEC.

       8190-EXIT.
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
      * Write TD CSSL summary of the run.                             *
      *****************************************************************
       9800-WRITE-DONE.
           MOVE SR-FROM               TO TD-RD-FROM.
           MOVE SR-TO                 TO TD-RD-TO.
           MOVE FOUND-COUNT           TO TD-RD-FOUND.
           MOVE WANTED-COUNT          TO TD-RD-WANTED.
           MOVE TD-RESEND-DONE        TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL  THRU 9900-EXIT.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write a CSSL line.                                            *
      *****************************************************************
       9900-WRITE-CSSL.
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

       9900-EXIT.
           EXIT.
