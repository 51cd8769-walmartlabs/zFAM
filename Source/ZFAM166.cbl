       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM166.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Operator alert shift-handover report.                         *
      *                                                               *
      * This program executes as a background transaction, started    *
      * at shift change with an optional window in hours in its       *
      * FA-PARM (default twelve).  It browses the ZFAMAL alert file   *
      * and writes to CSSL:                                           *
      *                                                               *
      *   - every alert still open (OPEN), or raised but not yet      *
      *     routed (NEW), with when it was raised, how long it has    *
      *     been open and how many repeats ZFAM165 collapsed into it; *
      *   - every alert acknowledged within the window (ACKD), with   *
      *     the operator who acknowledged it and its time to          *
      *     acknowledge;                                              *
      *   - a summary line with the open and acknowledged counts and  *
      *     the average time to acknowledge.                          *
      *                                                               *
      * Alerts come off the file in table order; each table's alerts  *
      * are headed by a line with its owning application, criticality *
      * tier and technical contact from the ZFAMTC table catalog.     *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Head each table's alerts with its catalog *
      *                     owner, tier and technical contact.        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  NOW-ABS                PIC S9(15) COMP-3 VALUE ZEROES.
       01  FORMAT-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  WINDOW-START-ABS       PIC S9(15) COMP-3 VALUE ZEROES.
       01  HOUR-MS                PIC S9(15) COMP-3 VALUE 3600000.
       01  MINUTE-MS              PIC S9(15) COMP-3 VALUE 60000.

       01  EOF                    PIC  X(01) VALUE SPACES.

       01  FA-PARM.
           02  FA-HOURS           PIC  9(03) VALUE ZEROES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 3.
       01  WINDOW-HOURS           PIC S9(04) COMP VALUE 12.

       01  OPEN-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  ACK-COUNT              PIC S9(08) COMP VALUE ZEROES.
       01  SPAN-MINUTES           PIC S9(09) COMP-3 VALUE ZEROES.
       01  SPAN-HOURS             PIC S9(07) COMP-3 VALUE ZEROES.
       01  SPAN-REMAINDER         PIC S9(03) COMP-3 VALUE ZEROES.
       01  TTA-TOTAL-MINUTES      PIC S9(11) COMP-3 VALUE ZEROES.

      *****************************************************************
      * ZFAMAL alert file resources.                                  *
      *****************************************************************
       01  AL-FILE                PIC  X(08) VALUE 'ZFAMAL  '.
       01  AL-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  AL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  BR-KEY                 PIC  X(27) VALUE LOW-VALUES.

       COPY ZFAMALC.

      *****************************************************************
      * Table catalog (ZFAMTC) - owner and tier for the table id.     *
      *****************************************************************
       COPY ZFAMTCC.

       01  LAST-TABLE             PIC  X(04) VALUE SPACES.

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

       01  TD-HANDOVER-HEADER.
           02  FILLER             PIC  X(40) VALUE
               'Alert handover - open alerts and those a'.
           02  FILLER             PIC  X(24) VALUE
               'cknowledged in the last '.
           02  TD-HH-HOURS        PIC  ZZ9.
           02  FILLER             PIC  X(06) VALUE ' hours'.
           02  FILLER             PIC  X(17) VALUE SPACES.

       01  TD-TABLE-BREAK.
           02  FILLER             PIC  X(06) VALUE 'Table '.
           02  TD-TB-TAG          PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' - call '.
           02  TD-TB-CONTACT      PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE SPACES.

       01  TD-OPEN-LINE.
           02  TD-OL-STATE        PIC  X(05) VALUE 'OPEN '.
           02  TD-OL-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-OL-CONDITION    PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' raised '.
           02  TD-OL-DATE         PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-OL-TIME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' age '.
           02  TD-OL-HOURS        PIC  ZZZ9.
           02  FILLER             PIC  X(01) VALUE ':'.
           02  TD-OL-MINUTES      PIC  9(02) VALUE ZEROES.
           02  FILLER             PIC  X(09) VALUE ' repeats '.
           02  TD-OL-REPEATS      PIC  ZZZZZZ9.
           02  FILLER             PIC  X(17) VALUE SPACES.

       01  TD-ACK-LINE.
           02  FILLER             PIC  X(05) VALUE 'ACKD '.
           02  TD-AL-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-AL-CONDITION    PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' raised '.
           02  TD-AL-DATE         PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-AL-TIME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' tta '.
           02  TD-AL-HOURS        PIC  ZZZ9.
           02  FILLER             PIC  X(01) VALUE ':'.
           02  TD-AL-MINUTES      PIC  9(02) VALUE ZEROES.
           02  FILLER             PIC  X(04) VALUE ' by '.
           02  TD-AL-USER         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' rpt '.
           02  TD-AL-REPEATS      PIC  ZZZZZZ9.
           02  FILLER             PIC  X(09) VALUE SPACES.

       01  TD-HANDOVER-DONE.
           02  FILLER             PIC  X(17) VALUE 'Alert handover - '.
           02  TD-HD-OPEN         PIC  ZZZ9.
           02  FILLER             PIC  X(08) VALUE ' open - '.
           02  TD-HD-ACKED        PIC  ZZZ9.
           02  FILLER             PIC  X(32) VALUE
               ' acknowledged - avg time to ack '.
           02  TD-HD-HOURS        PIC  ZZZ9.
           02  FILLER             PIC  X(01) VALUE ':'.
           02  TD-HD-MINUTES      PIC  9(02) VALUE ZEROES.
           02  FILLER             PIC  X(18) VALUE SPACES.

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

           PERFORM 2000-BROWSE-ALERTS      THRU 2000-EXIT.

           PERFORM 3000-SUMMARY            THRU 3000-EXIT.

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

           IF  FA-HOURS NUMERIC
           AND FA-HOURS GREATER THAN ZEROES
               MOVE FA-HOURS                 TO WINDOW-HOURS.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE WS-ABS                       TO NOW-ABS.
           COMPUTE WINDOW-START-ABS =
                   NOW-ABS - (WINDOW-HOURS * HOUR-MS).

           MOVE WINDOW-HOURS                 TO TD-HH-HOURS.
           MOVE TD-HANDOVER-HEADER           TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Browse every alert on ZFAMAL.                                 *
      *****************************************************************
       2000-BROWSE-ALERTS.
           MOVE LOW-VALUES                   TO BR-KEY.
           MOVE 'N'                          TO EOF.

           EXEC CICS STARTBR FILE(AL-FILE)
                RIDFLD(BR-KEY)
                GTEQ
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           PERFORM 2100-READ-NEXT          THRU 2100-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(AL-FILE) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Report one alert - open or new, or acknowledged in the window *
      *****************************************************************
       2100-READ-NEXT.
           MOVE LENGTH OF AL-RECORD          TO AL-LENGTH.

           EXEC CICS READNEXT FILE(AL-FILE)
                INTO  (AL-RECORD)
                RIDFLD(BR-KEY)
                LENGTH(AL-LENGTH)
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO EOF
               GO TO 2100-EXIT.

           IF  AL-STATUS EQUAL 'O'
           OR  AL-STATUS EQUAL 'N'
               PERFORM 2200-OPEN-ALERT     THRU 2200-EXIT
               GO TO 2100-EXIT.

           IF  AL-STATUS EQUAL 'A'
           AND AL-ACK-ABS NOT LESS THAN WINDOW-START-ABS
               PERFORM 2300-ACKED-ALERT    THRU 2300-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Head the first alert reported for a table with the table's    *
      * catalog owner, tier and technical contact.                    *
      *****************************************************************
       2150-TABLE-BREAK.
           IF  AL-TABLE EQUAL LAST-TABLE
               GO TO 2150-EXIT.

           MOVE AL-TABLE                     TO LAST-TABLE
                                                TC-TABLE
                                                TC-TAG-TABLE.
           MOVE LENGTH OF TC-RECORD          TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                   TO TC-TIER
                                                TC-TECHNICAL-CONTACT
               MOVE '(no catalog)'           TO TC-APPLICATION.

           MOVE TC-APPLICATION               TO TC-TAG-APPLICATION.
           MOVE TC-TIER                      TO TC-TAG-TIER.

           IF  TC-TIER EQUAL SPACES
               MOVE '-'                      TO TC-TAG-TIER.

           MOVE TC-TAG                       TO TD-TB-TAG.
           MOVE TC-TECHNICAL-CONTACT         TO TD-TB-CONTACT.

           IF  TC-TECHNICAL-CONTACT EQUAL SPACES
               MOVE '(no contact on file)'   TO TD-TB-CONTACT.

           MOVE TD-TABLE-BREAK               TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       2150-EXIT.
           EXIT.

      *****************************************************************
      * An open (or not yet routed) alert and its age.                *
      *****************************************************************
       2200-OPEN-ALERT.
           PERFORM 2150-TABLE-BREAK        THRU 2150-EXIT.

           ADD  1                            TO OPEN-COUNT.

           IF  AL-STATUS EQUAL 'N'
               MOVE 'NEW  '                  TO TD-OL-STATE
           ELSE
               MOVE 'OPEN '                  TO TD-OL-STATE.

           MOVE AL-RAISED-ABS                TO FORMAT-ABS.
           PERFORM 9100-FORMAT-ABS         THRU 9100-EXIT.

           MOVE AL-TABLE                     TO TD-OL-TABLE.
           MOVE AL-CONDITION                 TO TD-OL-CONDITION.
           MOVE TD-DATE                      TO TD-OL-DATE.
           MOVE TD-TIME                      TO TD-OL-TIME.

           COMPUTE SPAN-MINUTES = (NOW-ABS - AL-RAISED-ABS) / MINUTE-MS.
           PERFORM 9200-SPLIT-MINUTES      THRU 9200-EXIT.

           MOVE SPAN-HOURS                   TO TD-OL-HOURS.
           MOVE SPAN-REMAINDER               TO TD-OL-MINUTES.
           MOVE AL-REPEATS                   TO TD-OL-REPEATS.

           MOVE TD-OPEN-LINE                 TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * An alert acknowledged in the window and its time to           *
      * acknowledge.                                                  *
      *****************************************************************
       2300-ACKED-ALERT.
           PERFORM 2150-TABLE-BREAK        THRU 2150-EXIT.

           ADD  1                            TO ACK-COUNT.

           MOVE AL-RAISED-ABS                TO FORMAT-ABS.
           PERFORM 9100-FORMAT-ABS         THRU 9100-EXIT.

           MOVE AL-TABLE                     TO TD-AL-TABLE.
           MOVE AL-CONDITION                 TO TD-AL-CONDITION.
           MOVE TD-DATE                      TO TD-AL-DATE.
           MOVE TD-TIME                      TO TD-AL-TIME.
           MOVE AL-ACK-USER                  TO TD-AL-USER.
           MOVE AL-REPEATS                   TO TD-AL-REPEATS.

           COMPUTE SPAN-MINUTES =
                   (AL-ACK-ABS - AL-RAISED-ABS) / MINUTE-MS.
           ADD  SPAN-MINUTES                 TO TTA-TOTAL-MINUTES.
           PERFORM 9200-SPLIT-MINUTES      THRU 9200-EXIT.

           MOVE SPAN-HOURS                   TO TD-AL-HOURS.
           MOVE SPAN-REMAINDER               TO TD-AL-MINUTES.

           MOVE TD-ACK-LINE                  TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Summary - counts and the average time to acknowledge.         *
      *****************************************************************
       3000-SUMMARY.
           MOVE ZEROES                       TO SPAN-MINUTES.
           IF  ACK-COUNT GREATER THAN ZEROES
               COMPUTE SPAN-MINUTES = TTA-TOTAL-MINUTES / ACK-COUNT.
           PERFORM 9200-SPLIT-MINUTES      THRU 9200-EXIT.

           MOVE OPEN-COUNT                   TO TD-HD-OPEN.
           MOVE ACK-COUNT                    TO TD-HD-ACKED.
           MOVE SPAN-HOURS                   TO TD-HD-HOURS.
           MOVE SPAN-REMAINDER               TO TD-HD-MINUTES.

           MOVE TD-HANDOVER-DONE             TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       3000-EXIT.
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
      * Format an alert time into TD-DATE/TD-TIME.                    *
      *****************************************************************
       9100-FORMAT-ABS.
           EXEC CICS FORMATTIME ABSTIME(FORMAT-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Split a span in minutes into hours and minutes.               *
      *****************************************************************
       9200-SPLIT-MINUTES.
           IF  SPAN-MINUTES LESS THAN ZEROES
               MOVE ZEROES                   TO SPAN-MINUTES.

           DIVIDE SPAN-MINUTES BY 60 GIVING SPAN-HOURS
               REMAINDER SPAN-REMAINDER.

       9200-EXIT.
           EXIT.

      *****************************************************************
      * Write the prepared TD record to CSSL, stamped with the run    *
      * time.                                                         *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(NOW-ABS)
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
