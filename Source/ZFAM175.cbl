       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM175.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Two-person approval manager.                                  *
      *                                                               *
      * ZFAM110 failover, ZFAM114 mass re-stamp, ZFAM115 right-to-    *
      * be-forgotten purge and ZFAM136 decommission cannot be undone, *
      * so one operator may no longer run them alone.  Each LINKs     *
      * this program with the ZFAMPAC AP-COMMAREA before it acts:     *
      *                                                               *
      *   - a first run is recorded as a pending request on the       *
      *     keyed ZFAMPA file - program, transaction, action, table,  *
      *     the full parameters, the requesting userid and an expiry  *
      *     time - and the action stops there;                        *
      *   - a second, different userid approves the request from the  *
      *     ZFAM122 console (Y id), which STARTs the action's         *
      *     transaction with the stored parameters and the request    *
      *     id; the approved run is checked against the request (it   *
      *     must be approved, for the same program and parameters,    *
      *     and not already run) and marked run before it proceeds;   *
      *   - any operator may reject a pending request (N id);         *
      *   - a request not approved within the expiry minutes on the   *
      *     ZFAMPA control record (sixty until one is set) expires -  *
      *     when it is next decided, or on the sweep the console's W  *
      *     list runs first.                                          *
      *                                                               *
      * Requests, approvals, rejections and expiries are announced    *
      * on CSSL and the operator console and recorded on the ZFAM138  *
      * admin audit trail (APPR-REQUEST, APPR-APPROVE, APPR-REJECT,   *
      * APPR-EXPIRE).                                                 *
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
       01  MINUTE-MS              PIC S9(15) COMP-3 VALUE 60000.
       01  DEFAULT-MINUTES        PIC  9(05) VALUE 60.
       01  EXPIRE-MINUTES         PIC  9(05) VALUE ZEROES.

       01  CURRENT-USERID         PIC  X(08) VALUE SPACES.
       01  DECIDABLE              PIC  X(01) VALUE SPACES.
       01  STATUS-WORD            PIC  X(08) VALUE SPACES.

       01  CONTROL-ID             PIC  9(07) VALUE ZEROES.
       01  NEW-ID                 PIC  9(07) VALUE ZEROES.
       01  CREATE-TRIES           PIC S9(04) COMP VALUE ZEROES.

       01  BR-ID                  PIC  9(07) VALUE ZEROES.
       01  BR-EOF                 PIC  X(01) VALUE SPACES.
       01  BR-HIT                 PIC  X(01) VALUE SPACES.
       01  HIT-ID                 PIC  9(07) VALUE ZEROES.

       01  PA-FCT                 PIC  X(08) VALUE 'ZFAMPA  '.
       01  PA-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  PA-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  START-DATA             PIC X(607) VALUE SPACES.
       01  START-LENGTH           PIC S9(04) COMP VALUE ZEROES.
       01  START-RESP             PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMPAC.

      *****************************************************************
      * Result messages.                                              *
      *****************************************************************
       01  MS-LINE.
           02  FILLER             PIC  X(08) VALUE 'Request '.
           02  MS-ID              PIC  9(07) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  MS-TEXT            PIC  X(63) VALUE SPACES.

       01  MS-ACTION-TEXT.
           02  MS-AT-VERB         PIC  X(12) VALUE SPACES.
           02  MS-AT-ACTION       PIC  X(12) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' on '.
           02  MS-AT-TABLE        PIC  X(04) VALUE SPACES.
           02  MS-AT-TAIL         PIC  X(31) VALUE SPACES.

       01  MS-STATUS-TEXT.
           02  FILLER             PIC  X(03) VALUE 'is '.
           02  MS-ST-STATUS       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  MS-ST-TAIL         PIC  X(49) VALUE SPACES.

       01  MS-STARTED.
           02  FILLER             PIC  X(14) VALUE ' - started as '.
           02  MS-S-TRANID        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE SPACES.

       01  TEXT-NEEDS-SECOND      PIC  X(31) VALUE
           ' - needs a second operator'.
       01  TEXT-NOT-FOUND         PIC  X(63) VALUE
           'not on file'.
       01  TEXT-NOTHING-TO-DO     PIC  X(49) VALUE
           'nothing to decide'.
       01  TEXT-NOT-RUN           PIC  X(49) VALUE
           'not run'.
       01  TEXT-MISMATCH          PIC  X(63) VALUE
           'parameters differ from the approved request - not run'.
       01  TEXT-SAME-USER         PIC  X(63) VALUE
           'must be approved by a userid other than the requester'.
       01  TEXT-START-FAILED      PIC  X(63) VALUE
           'not approved - the action could not be started'.
       01  TEXT-FILE-ERROR        PIC  X(79) VALUE
           'Approval - ZFAMPA unavailable - request not recorded, action
      -    ' not run'.

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

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC X(718).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  AP-FUNCTION EQUAL 'G'
               PERFORM 2000-GATE           THRU 2000-EXIT.

           IF  AP-FUNCTION EQUAL 'Y'
               PERFORM 3000-APPROVE        THRU 3000-EXIT.

           IF  AP-FUNCTION EQUAL 'N'
               PERFORM 4000-REJECT         THRU 4000-EXIT.

           IF  AP-FUNCTION EQUAL 'X'
               PERFORM 5000-EXPIRE-SWEEP   THRU 5000-EXIT.

           MOVE AP-COMMAREA           TO DFHCOMMAREA.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Pick up the request, the clock and the signed-on userid.      *
      *****************************************************************
       1000-INITIALIZE.
           MOVE DFHCOMMAREA           TO AP-COMMAREA.
           MOVE 'E'                   TO AP-RESULT.
           MOVE SPACES                TO AP-MESSAGE.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS ASSIGN USERID(CURRENT-USERID) NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * G - record a first run as a pending request, or verify an     *
      * approved run.                                                 *
      *****************************************************************
       2000-GATE.
           IF  AP-PARM-LENGTH LESS THAN 1
           OR  AP-PARM-LENGTH GREATER THAN 600
               MOVE 600               TO AP-PARM-LENGTH.

           IF  AP-ID NOT EQUAL ZEROES
               PERFORM 2200-VERIFY-RUN THRU 2200-EXIT
               GO TO 2000-EXIT.

           PERFORM 2100-SUBMIT        THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Write the pending request under the next request id.          *
      *****************************************************************
       2100-SUBMIT.
           PERFORM 7000-NEXT-ID       THRU 7000-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'D'               TO AP-RESULT
               MOVE TEXT-FILE-ERROR   TO AP-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 2100-EXIT.

           MOVE SPACES                TO PA-RECORD.
           MOVE NEW-ID                TO PA-ID.
           MOVE 'P'                   TO PA-STATUS.
           MOVE AP-PROGRAM            TO PA-PROGRAM.
           MOVE AP-TRANID             TO PA-TRANID.
           MOVE AP-ACTION             TO PA-ACTION.
           MOVE AP-TABLE              TO PA-TABLE.
           MOVE CURRENT-USERID        TO PA-REQUESTER.
           MOVE WS-ABS                TO PA-REQUESTED.
           COMPUTE PA-EXPIRES = WS-ABS + EXPIRE-MINUTES * MINUTE-MS.
           MOVE ZEROES                TO PA-DECIDED.
           MOVE AP-PARM-LENGTH        TO PA-PARM-LENGTH.
           MOVE AP-PARM               TO PA-PARM.

           MOVE LENGTH OF PA-RECORD   TO PA-LENGTH.

           EXEC CICS WRITE FILE(PA-FCT)
                FROM  (PA-RECORD)
                RIDFLD(PA-KEY)
                LENGTH(PA-LENGTH)
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'D'               TO AP-RESULT
               MOVE TEXT-FILE-ERROR   TO AP-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 2100-EXIT.

           MOVE 'P'                   TO AP-RESULT.
           MOVE PA-ID                 TO AP-ID.

           MOVE 'recorded -  '        TO MS-AT-VERB.
           MOVE TEXT-NEEDS-SECOND     TO MS-AT-TAIL.
           PERFORM 8200-ACTION-MESSAGE THRU 8200-EXIT.
           PERFORM 9900-ANNOUNCE      THRU 9900-EXIT.

           MOVE 'APPR-REQUEST'        TO CA138-ACTION.
           MOVE SPACES                TO CA138-BEFORE.
           MOVE 'PENDING '            TO CA138-AFTER.
           PERFORM 8000-AUDIT         THRU 8000-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * An approved run - the request must be approved, for the same  *
      * program and parameters, and not yet run.                      *
      *****************************************************************
       2200-VERIFY-RUN.
           MOVE 'D'                   TO AP-RESULT.

           PERFORM 6000-READ-REQUEST  THRU 6000-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 2200-EXIT.

           IF  PA-STATUS NOT EQUAL 'A'
               PERFORM 6900-UNLOCK    THRU 6900-EXIT
               PERFORM 8100-STATUS-WORD THRU 8100-EXIT
               MOVE STATUS-WORD       TO MS-ST-STATUS
               MOVE TEXT-NOT-RUN      TO MS-ST-TAIL
               MOVE MS-STATUS-TEXT    TO MS-TEXT
               PERFORM 8300-TEXT-MESSAGE THRU 8300-EXIT
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 2200-EXIT.

           IF  PA-PROGRAM NOT EQUAL AP-PROGRAM
           OR  PA-PARM-LENGTH NOT EQUAL AP-PARM-LENGTH
           OR  PA-PARM(1:AP-PARM-LENGTH)
                             NOT EQUAL AP-PARM(1:AP-PARM-LENGTH)
               PERFORM 6900-UNLOCK    THRU 6900-EXIT
               MOVE TEXT-MISMATCH     TO MS-TEXT
               PERFORM 8300-TEXT-MESSAGE THRU 8300-EXIT
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 2200-EXIT.

           MOVE 'E'                   TO PA-STATUS.
           PERFORM 6800-REWRITE       THRU 6800-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE TEXT-FILE-ERROR   TO AP-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 2200-EXIT.

           MOVE 'G'                   TO AP-RESULT.

           MOVE 'running -   '        TO MS-AT-VERB.
           MOVE SPACES                TO MS-AT-TAIL.
           PERFORM 8200-ACTION-MESSAGE THRU 8200-EXIT.
           PERFORM 9900-ANNOUNCE      THRU 9900-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Y id - approve a pending request and START the action.  The   *
      * approver must not be the requester.  The approval is          *
      * committed before the START, so the action's 2200-VERIFY-RUN   *
      * always finds it; a START that fails puts the request back to  *
      * pending for another try.                                      *
      *****************************************************************
       3000-APPROVE.
           PERFORM 6000-READ-REQUEST  THRU 6000-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           PERFORM 6100-CHECK-PENDING THRU 6100-EXIT.

           IF  DECIDABLE NOT EQUAL 'Y'
               GO TO 3000-EXIT.

           IF  CURRENT-USERID EQUAL PA-REQUESTER
               PERFORM 6900-UNLOCK    THRU 6900-EXIT
               MOVE TEXT-SAME-USER    TO MS-TEXT
               PERFORM 8300-TEXT-MESSAGE THRU 8300-EXIT
               GO TO 3000-EXIT.

           MOVE 'A'                   TO PA-STATUS.
           MOVE CURRENT-USERID        TO PA-DECIDER.
           MOVE WS-ABS                TO PA-DECIDED.
           PERFORM 6800-REWRITE       THRU 6800-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE TEXT-FILE-ERROR   TO AP-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 3000-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE SPACES                TO START-DATA.
           MOVE PA-PARM(1:PA-PARM-LENGTH)
                                      TO START-DATA.
           MOVE PA-ID                 TO
                START-DATA(PA-PARM-LENGTH + 1:7).
           COMPUTE START-LENGTH = PA-PARM-LENGTH + 7.

           EXEC CICS START TRANSID(PA-TRANID)
                FROM  (START-DATA)
                LENGTH(START-LENGTH)
                RESP  (START-RESP)
                NOHANDLE
           END-EXEC.

           IF  START-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 3100-RESET-PENDING THRU 3100-EXIT
               GO TO 3000-EXIT.

           MOVE 'A'                   TO AP-RESULT.

           MOVE 'approved -  '        TO MS-AT-VERB.
           MOVE PA-TRANID             TO MS-S-TRANID.
           MOVE MS-STARTED            TO MS-AT-TAIL.
           PERFORM 8200-ACTION-MESSAGE THRU 8200-EXIT.
           PERFORM 9900-ANNOUNCE      THRU 9900-EXIT.

           MOVE 'APPR-APPROVE'        TO CA138-ACTION.
           MOVE 'PENDING '            TO CA138-BEFORE.
           MOVE 'APPROVED'            TO CA138-AFTER.
           PERFORM 8000-AUDIT         THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * The action could not be started - put the approved request    *
      * back to pending.  Should ZFAMPA refuse that, the request      *
      * stays approved with nothing started, and is reported so.      *
      *****************************************************************
       3100-RESET-PENDING.
           PERFORM 6000-READ-REQUEST  THRU 6000-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE TEXT-FILE-ERROR   TO AP-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 3100-EXIT.

           MOVE 'P'                   TO PA-STATUS.
           MOVE SPACES                TO PA-DECIDER.
           MOVE ZEROES                TO PA-DECIDED.
           PERFORM 6800-REWRITE       THRU 6800-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE TEXT-FILE-ERROR   TO AP-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 3100-EXIT.

           MOVE TEXT-START-FAILED     TO MS-TEXT.
           PERFORM 8300-TEXT-MESSAGE  THRU 8300-EXIT.
           PERFORM 9900-ANNOUNCE      THRU 9900-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * N id - reject a pending request.                              *
      *****************************************************************
       4000-REJECT.
           PERFORM 6000-READ-REQUEST  THRU 6000-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           PERFORM 6100-CHECK-PENDING THRU 6100-EXIT.

           IF  DECIDABLE NOT EQUAL 'Y'
               GO TO 4000-EXIT.

           MOVE 'R'                   TO PA-STATUS.
           MOVE CURRENT-USERID        TO PA-DECIDER.
           MOVE WS-ABS                TO PA-DECIDED.
           PERFORM 6800-REWRITE       THRU 6800-EXIT.

           MOVE 'R'                   TO AP-RESULT.

           MOVE 'rejected -  '        TO MS-AT-VERB.
           MOVE SPACES                TO MS-AT-TAIL.
           PERFORM 8200-ACTION-MESSAGE THRU 8200-EXIT.
           PERFORM 9900-ANNOUNCE      THRU 9900-EXIT.

           MOVE 'APPR-REJECT '        TO CA138-ACTION.
           MOVE 'PENDING '            TO CA138-BEFORE.
           MOVE 'REJECTED'            TO CA138-AFTER.
           PERFORM 8000-AUDIT         THRU 8000-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * X - expire every pending request past its expiry.  Each one   *
      * found ends the browse, is expired, and the browse resumes     *
      * after it.                                                     *
      *****************************************************************
       5000-EXPIRE-SWEEP.
           MOVE 1                     TO BR-ID.
           MOVE 'N'                   TO BR-EOF.

           PERFORM 5100-SWEEP-PASS    THRU 5100-EXIT
               WITH TEST AFTER
               UNTIL BR-EOF EQUAL 'Y'.

           MOVE 'X'                   TO AP-RESULT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Browse from BR-ID to the next expired request.                *
      *****************************************************************
       5100-SWEEP-PASS.
           MOVE BR-ID                 TO PA-ID.

           EXEC CICS STARTBR
                FILE  (PA-FCT)
                RIDFLD(PA-KEY)
                RESP  (PA-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'               TO BR-EOF
               GO TO 5100-EXIT.

           MOVE 'N'                   TO BR-HIT.

           PERFORM 5110-SWEEP-NEXT    THRU 5110-EXIT
               WITH TEST AFTER
               UNTIL BR-HIT EQUAL 'Y'
               OR    BR-EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(PA-FCT) NOHANDLE
           END-EXEC.

           IF  BR-HIT EQUAL 'Y'
               PERFORM 5200-EXPIRE-HIT THRU 5200-EXIT.

       5100-EXIT.
           EXIT.

       5110-SWEEP-NEXT.
           MOVE LENGTH OF PA-RECORD   TO PA-LENGTH.

           EXEC CICS READNEXT
                FILE  (PA-FCT)
                INTO  (PA-RECORD)
                RIDFLD(PA-KEY)
                LENGTH(PA-LENGTH)
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'               TO BR-EOF
               GO TO 5110-EXIT.

           IF  PA-STATUS EQUAL 'P'
           AND PA-EXPIRES LESS THAN WS-ABS
               MOVE 'Y'               TO BR-HIT
               MOVE PA-ID             TO HIT-ID
               COMPUTE BR-ID = PA-ID + 1.

       5110-EXIT.
           EXIT.

      *****************************************************************
      * Re-read the expired request for update and expire it, unless  *
      * it was decided in the meantime.                               *
      *****************************************************************
       5200-EXPIRE-HIT.
           MOVE HIT-ID                TO AP-ID.
           PERFORM 6000-READ-REQUEST  THRU 6000-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5200-EXIT.

           PERFORM 6100-CHECK-PENDING THRU 6100-EXIT.

           IF  DECIDABLE EQUAL 'Y'
               PERFORM 6900-UNLOCK    THRU 6900-EXIT.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * Read request AP-ID for update.                                *
      *****************************************************************
       6000-READ-REQUEST.
           MOVE AP-ID                 TO PA-ID.

           IF  AP-ID EQUAL CONTROL-ID
               MOVE TEXT-NOT-FOUND    TO MS-TEXT
               PERFORM 8300-TEXT-MESSAGE THRU 8300-EXIT
               MOVE DFHRESP(NOTFND)   TO PA-RESP
               GO TO 6000-EXIT.

           MOVE LENGTH OF PA-RECORD   TO PA-LENGTH.

           EXEC CICS READ FILE(PA-FCT)
                INTO  (PA-RECORD)
                RIDFLD(PA-KEY)
                LENGTH(PA-LENGTH)
                UPDATE
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP EQUAL DFHRESP(NOTFND)
               MOVE AP-ID             TO PA-ID
               MOVE TEXT-NOT-FOUND    TO MS-TEXT
               PERFORM 8300-TEXT-MESSAGE THRU 8300-EXIT
               GO TO 6000-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE TEXT-FILE-ERROR   TO AP-MESSAGE.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * A request can be decided only while it is pending; one past   *
      * its expiry is expired instead.                                *
      *****************************************************************
       6100-CHECK-PENDING.
           MOVE 'N'                   TO DECIDABLE.

           IF  PA-STATUS NOT EQUAL 'P'
               PERFORM 6900-UNLOCK    THRU 6900-EXIT
               PERFORM 8100-STATUS-WORD THRU 8100-EXIT
               MOVE STATUS-WORD       TO MS-ST-STATUS
               MOVE TEXT-NOTHING-TO-DO TO MS-ST-TAIL
               MOVE MS-STATUS-TEXT    TO MS-TEXT
               PERFORM 8300-TEXT-MESSAGE THRU 8300-EXIT
               GO TO 6100-EXIT.

           IF  PA-EXPIRES LESS THAN WS-ABS
               PERFORM 6200-EXPIRE    THRU 6200-EXIT
               GO TO 6100-EXIT.

           MOVE 'Y'                   TO DECIDABLE.

       6100-EXIT.
           EXIT.

      *****************************************************************
      * Expire the request held for update.                           *
      *****************************************************************
       6200-EXPIRE.
           MOVE 'X'                   TO PA-STATUS.
           MOVE WS-ABS                TO PA-DECIDED.
           PERFORM 6800-REWRITE       THRU 6800-EXIT.

           MOVE 'expired -   '        TO MS-AT-VERB.
           MOVE SPACES                TO MS-AT-TAIL.
           PERFORM 8200-ACTION-MESSAGE THRU 8200-EXIT.
           PERFORM 9900-ANNOUNCE      THRU 9900-EXIT.

           MOVE 'APPR-EXPIRE '        TO CA138-ACTION.
           MOVE 'PENDING '            TO CA138-BEFORE.
           MOVE 'EXPIRED '            TO CA138-AFTER.
           PERFORM 8000-AUDIT         THRU 8000-EXIT.

       6200-EXIT.
           EXIT.

      *****************************************************************
      * Rewrite the request held for update.                          *
      *****************************************************************
       6800-REWRITE.
           MOVE LENGTH OF PA-RECORD   TO PA-LENGTH.

           EXEC CICS REWRITE FILE(PA-FCT)
                FROM  (PA-RECORD)
                LENGTH(PA-LENGTH)
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

       6800-EXIT.
           EXIT.

      *****************************************************************
      * Release the request held for update.                          *
      *****************************************************************
       6900-UNLOCK.
           EXEC CICS UNLOCK FILE(PA-FCT) NOHANDLE
           END-EXEC.

       6900-EXIT.
           EXIT.

      *****************************************************************
      * Step the last request id on the control record (request id    *
      * zero), creating it on first use, and pick up the expiry       *
      * minutes.                                                      *
      *****************************************************************
       7000-NEXT-ID.
           MOVE CONTROL-ID            TO PA-ID.
           MOVE LENGTH OF PA-RECORD   TO PA-LENGTH.

           EXEC CICS READ FILE(PA-FCT)
                INTO  (PA-RECORD)
                RIDFLD(PA-KEY)
                LENGTH(PA-LENGTH)
                UPDATE
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP EQUAL DFHRESP(NOTFND)
           AND CREATE-TRIES LESS THAN 2
               ADD 1                  TO CREATE-TRIES
               PERFORM 7100-CREATE-CONTROL THRU 7100-EXIT
               GO TO 7000-NEXT-ID.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 7000-EXIT.

           IF  PC-LAST-ID NOT NUMERIC
               MOVE ZEROES            TO PC-LAST-ID.

           ADD 1                      TO PC-LAST-ID.
           PERFORM 6800-REWRITE       THRU 6800-EXIT.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 7000-EXIT.

           MOVE PC-LAST-ID            TO NEW-ID.
           MOVE PC-EXPIRE-MINUTES     TO EXPIRE-MINUTES.

           IF  PC-EXPIRE-MINUTES NOT NUMERIC
           OR  PC-EXPIRE-MINUTES EQUAL ZEROES
               MOVE DEFAULT-MINUTES   TO EXPIRE-MINUTES.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * Write the control record on first use.  A record another task *
      * wrote first is simply read again.                             *
      *****************************************************************
       7100-CREATE-CONTROL.
           MOVE SPACES                TO PA-RECORD.
           MOVE CONTROL-ID            TO PC-KEY.
           MOVE ZEROES                TO PC-LAST-ID
                                         PC-EXPIRE-MINUTES.
           MOVE LENGTH OF PA-RECORD   TO PA-LENGTH.

           EXEC CICS WRITE FILE(PA-FCT)
                FROM  (PA-RECORD)
                RIDFLD(PC-KEY)
                LENGTH(PA-LENGTH)
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

       7100-EXIT.
           EXIT.

      *****************************************************************
      * Record the request's change on the admin audit trail - the    *
      * parms carry the request id, program, action and requester.    *
      *****************************************************************
       8000-AUDIT.
           MOVE PA-TABLE              TO CA138-TABLE.
           MOVE SPACES                TO CA138-PARMS.
           MOVE PA-ID                 TO CA138-PARMS(1:7).
           MOVE PA-PROGRAM            TO CA138-PARMS(9:8).
           MOVE PA-ACTION             TO CA138-PARMS(18:12).
           MOVE PA-REQUESTER          TO CA138-PARMS(31:8).

           EXEC CICS LINK PROGRAM(ZFAM138)
                COMMAREA(ZFAM138-COMMAREA)
                LENGTH  (LENGTH OF ZFAM138-COMMAREA)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Name the request's status.                                    *
      *****************************************************************
       8100-STATUS-WORD.
           MOVE 'UNKNOWN '            TO STATUS-WORD.

           IF  PA-STATUS EQUAL 'P'
               MOVE 'PENDING '        TO STATUS-WORD.

           IF  PA-STATUS EQUAL 'A'
               MOVE 'APPROVED'        TO STATUS-WORD.

           IF  PA-STATUS EQUAL 'R'
               MOVE 'REJECTED'        TO STATUS-WORD.

           IF  PA-STATUS EQUAL 'X'
               MOVE 'EXPIRED '        TO STATUS-WORD.

           IF  PA-STATUS EQUAL 'E'
               MOVE 'RUN     '        TO STATUS-WORD.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Request <id> <verb> <action> on <table> <tail>.               *
      *****************************************************************
       8200-ACTION-MESSAGE.
           MOVE PA-ACTION             TO MS-AT-ACTION.
           MOVE PA-TABLE              TO MS-AT-TABLE.
           MOVE MS-ACTION-TEXT        TO MS-TEXT.
           PERFORM 8300-TEXT-MESSAGE  THRU 8300-EXIT.

       8200-EXIT.
           EXIT.

      *****************************************************************
      * Request <id> <text>.                                          *
      *****************************************************************
       8300-TEXT-MESSAGE.
           MOVE PA-ID                 TO MS-ID.
           MOVE MS-LINE               TO AP-MESSAGE.

       8300-EXIT.
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
      * WTO and CSSL the result message.                              *
      *****************************************************************
       9900-ANNOUNCE.
           MOVE AP-MESSAGE            TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL    THRU 9910-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(AP-MESSAGE)
                NOHANDLE
           END-EXEC.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
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
