       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM174.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Change-freeze check.                                          *
      *                                                               *
      * LINKed with the ZFAMFZC FC-COMMAREA by every administrative   *
      * transaction before it changes a production table - ZFAM113    *
      * rebalance, ZFAM114 re-stamp, ZFAM120 quiesce, ZFAM132         *
      * migration, ZFAM137 rollback and ZFAM142 key rotation.         *
      *                                                               *
      * Freeze windows are declared on the keyed ZFAMFZ calendar,     *
      * either for one table (FAxx) or for every table ('****').      *
      * The table's own windows are searched first, then the          *
      * all-table windows; the first window open at the current       *
      * local date and time freezes the action.                       *
      *                                                               *
      *   - no override reason: the action is refused (FC-RESULT F)   *
      *     and CSSL and the operator are told which action, table    *
      *     and window, and that an override reason is needed;        *
      *   - an emergency override reason: the action may proceed      *
      *     (FC-RESULT O); the override is announced and recorded on  *
      *     the ZFAM138 admin audit trail as FRZ-OVERRIDE - parms     *
      *     the reason, before the window end, after the program and  *
      *     action.                                                   *
      *                                                               *
      * A calendar that cannot be read is announced on CSSL and the   *
      * action is treated as clear; a region with no freeze windows   *
      * declared is never stopped.                                    *
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

       01  TIME-WORK              PIC  X(08) VALUE SPACES.

       01  NOW-STAMP.
           02  NOW-DATE           PIC  X(08) VALUE SPACES.
           02  NOW-TIME           PIC  X(06) VALUE SPACES.

       01  NOW-NUMBER REDEFINES NOW-STAMP
                                  PIC  9(14).

       01  SCAN-TABLE             PIC  X(04) VALUE SPACES.
       01  SCAN-COMPLETE          PIC  X(01) VALUE SPACES.

       01  UNTIL-WORK             PIC  9(14) VALUE ZEROES.

       01  UNTIL-PARTS REDEFINES UNTIL-WORK.
           02  UP-YYYY            PIC  X(04).
           02  UP-MM              PIC  X(02).
           02  UP-DD              PIC  X(02).
           02  UP-HH              PIC  X(02).
           02  UP-MI              PIC  X(02).
           02  UP-SS              PIC  X(02).

       01  UNTIL-EDIT.
           02  UE-YYYY            PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE '-'.
           02  UE-MM              PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE '-'.
           02  UE-DD              PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UE-HH              PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE ':'.
           02  UE-MI              PIC  X(02) VALUE SPACES.

       01  FZ-FCT                 PIC  X(08) VALUE 'ZFAMFZ  '.
       01  FZ-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FZ-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMFZC.

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

       01  TD-FREEZE-REFUSED.
           02  FILLER             PIC  X(16) VALUE 'Change freeze - '.
           02  TD-FR-PROGRAM      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-FR-ACTION       PIC  X(12) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' on '.
           02  TD-FR-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(15) VALUE ' refused until '.
           02  TD-FR-UNTIL        PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(14) VALUE SPACES.

       01  TD-FREEZE-WINDOW.
           02  FILLER             PIC  X(24) VALUE
               'Change freeze - window: '.
           02  TD-FW-NAME         PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(26) VALUE
               ' - override reason needed '.

       01  TD-FREEZE-OVERRIDE.
           02  FILLER             PIC  X(16) VALUE 'Change freeze - '.
           02  TD-FO-ACTION       PIC  X(12) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' on '.
           02  TD-FO-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(11) VALUE ' override: '.
           02  TD-FO-REASON       PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE SPACES.

       01  TD-CALENDAR-DOWN.
           02  FILLER             PIC  X(46) VALUE
               'Change freeze - ZFAMFZ calendar unavailable - '.
           02  TD-CD-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(40) VALUE ' not checked'.

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
       01  DFHCOMMAREA.
           02  CA174-PROGRAM      PIC  X(08).
           02  CA174-ACTION       PIC  X(12).
           02  CA174-TABLE        PIC  X(04).
           02  CA174-OVERRIDE     PIC  X(40).
           02  CA174-RESULT       PIC  X(01).
           02  CA174-NAME         PIC  X(40).
           02  CA174-UNTIL        PIC  X(16).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-CHECK-CALENDAR     THRU 2000-EXIT.
           PERFORM 3000-DECIDE             THRU 3000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Pick up the request and stamp the current local date/time.    *
      *****************************************************************
       1000-INITIALIZE.
           MOVE DFHCOMMAREA           TO FC-COMMAREA.
           MOVE 'C'                   TO FC-RESULT.
           MOVE SPACES                TO FC-NAME
                                         FC-UNTIL.

           IF  FC-OVERRIDE EQUAL LOW-VALUES
               MOVE SPACES            TO FC-OVERRIDE.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                YYYYMMDD(NOW-DATE)
                TIME(TIME-WORK)
                NOHANDLE
           END-EXEC.

           MOVE TIME-WORK(1:6)        TO NOW-TIME.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Search the table's own windows, then the all-table windows.   *
      *****************************************************************
       2000-CHECK-CALENDAR.
           MOVE FC-TABLE              TO SCAN-TABLE.
           PERFORM 2100-SCAN-TABLE    THRU 2100-EXIT.

           IF  FC-RESULT EQUAL 'C'
               MOVE FZ-ALL-TABLES     TO SCAN-TABLE
               PERFORM 2100-SCAN-TABLE THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Browse one table's windows in start order, stopping at the    *
      * first window that starts after the current date/time.         *
      *****************************************************************
       2100-SCAN-TABLE.
           MOVE SCAN-TABLE            TO FZ-TABLE.
           MOVE ZEROES                TO FZ-START.

           EXEC CICS STARTBR
                FILE  (FZ-FCT)
                RIDFLD(FZ-KEY)
                RESP  (FZ-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FZ-RESP EQUAL DFHRESP(NOTFND)
               GO TO 2100-EXIT.

           IF  FZ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-TABLE          TO TD-CD-TABLE
               MOVE TD-CALENDAR-DOWN  TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL THRU 9910-EXIT
               GO TO 2100-EXIT.

           MOVE 'N'                   TO SCAN-COMPLETE.

           PERFORM 2110-READ-WINDOW   THRU 2110-EXIT
               WITH TEST AFTER
               UNTIL SCAN-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(FZ-FCT) NOHANDLE
           END-EXEC.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Read the next window; an open window freezes the action.      *
      *****************************************************************
       2110-READ-WINDOW.
           MOVE LENGTH OF FZ-RECORD   TO FZ-LENGTH.

           EXEC CICS READNEXT
                FILE  (FZ-FCT)
                INTO  (FZ-RECORD)
                RIDFLD(FZ-KEY)
                LENGTH(FZ-LENGTH)
                RESP  (FZ-RESP)
                NOHANDLE
           END-EXEC.

           IF  FZ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FZ-TABLE NOT EQUAL SCAN-TABLE
           OR  FZ-START GREATER THAN NOW-NUMBER
               MOVE 'Y'               TO SCAN-COMPLETE
               GO TO 2110-EXIT.

           IF  FZ-END NOT GREATER THAN NOW-NUMBER
               GO TO 2110-EXIT.

           MOVE 'F'                   TO FC-RESULT.
           MOVE FZ-NAME               TO FC-NAME.
           MOVE FZ-END                TO UNTIL-WORK.
           MOVE UP-YYYY               TO UE-YYYY.
           MOVE UP-MM                 TO UE-MM.
           MOVE UP-DD                 TO UE-DD.
           MOVE UP-HH                 TO UE-HH.
           MOVE UP-MI                 TO UE-MI.
           MOVE UNTIL-EDIT            TO FC-UNTIL.
           MOVE 'Y'                   TO SCAN-COMPLETE.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Refuse a frozen action, or let an overridden one through and  *
      * record the override on the admin audit trail.                 *
      *****************************************************************
       3000-DECIDE.
           IF  FC-RESULT EQUAL 'C'
               GO TO 3000-EXIT.

           IF  FC-OVERRIDE EQUAL SPACES
               MOVE FC-PROGRAM        TO TD-FR-PROGRAM
               MOVE FC-ACTION         TO TD-FR-ACTION
               MOVE FC-TABLE          TO TD-FR-TABLE
               MOVE FC-UNTIL          TO TD-FR-UNTIL
               MOVE TD-FREEZE-REFUSED TO TD-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               MOVE FC-NAME           TO TD-FW-NAME
               MOVE TD-FREEZE-WINDOW  TO TD-MESSAGE
               PERFORM 9900-ANNOUNCE  THRU 9900-EXIT
               GO TO 3000-EXIT.

           MOVE 'O'                   TO FC-RESULT.

           MOVE FC-ACTION             TO TD-FO-ACTION.
           MOVE FC-TABLE              TO TD-FO-TABLE.
           MOVE FC-OVERRIDE           TO TD-FO-REASON.
           MOVE TD-FREEZE-OVERRIDE    TO TD-MESSAGE.
           PERFORM 9900-ANNOUNCE      THRU 9900-EXIT.

           MOVE 'FRZ-OVERRIDE'        TO CA138-ACTION.
           MOVE FC-TABLE              TO CA138-TABLE.
           MOVE FC-OVERRIDE           TO CA138-PARMS.
           MOVE FC-UNTIL              TO CA138-BEFORE.
           MOVE SPACES                TO CA138-AFTER.
           MOVE FC-PROGRAM(1:7)       TO CA138-AFTER(1:7).
           MOVE FC-ACTION(1:8)        TO CA138-AFTER(9:8).

           EXEC CICS LINK PROGRAM(ZFAM138)
                COMMAREA(ZFAM138-COMMAREA)
                LENGTH  (LENGTH OF ZFAM138-COMMAREA)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Return the result to the caller and return to CICS.           *
      *****************************************************************
       9000-RETURN.
           MOVE FC-RESULT             TO CA174-RESULT.
           MOVE FC-NAME               TO CA174-NAME.
           MOVE FC-UNTIL              TO CA174-UNTIL.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * WTO and CSSL one freeze line.                                 *
      *****************************************************************
       9900-ANNOUNCE.
           PERFORM 9910-WRITE-CSSL    THRU 9910-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-MESSAGE)
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
