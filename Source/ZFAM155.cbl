       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM155.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Captured-traffic access-pattern report.                       *
      *                                                               *
      * Companion to ZFAM002's 1700-CAPTURE-REQUEST, the ZFAM130      *
      * arming console and the ZFAM131 replayer.  Reads a captured    *
      * request stream - the capture dataset presented as an input    *
      * TD queue, records in the ZFAMCPC layout - and reports how     *
      * the table is actually used, as input to DD-CACHE decisions,   *
      * ZFAM134 prefix splits and browse-option deprecation:          *
      *                                                               *
      *   1. the top keys by request count, and by request bytes      *
      *      (the captured payload length - capped at 16000 - since   *
      *      response sizes are not captured)                         *
      *   2. the verb mix by key prefix                               *
      *   3. the query-string options in use (ROWS, KEYSONLY, AGG,    *
      *      ...), by option name                                     *
      *   4. requests per minute across the captured window           *
      *                                                               *
      * Started once per stream with a FA-PARM naming the table and,  *
      * optionally, the input queue and the prefix length:            *
      *                                                               *
      *   FAxx                - read <xx>CP, 4-character prefixes     *
      *   FAxx qqqq nn        - read queue qqqq, nn-character         *
      *                         prefixes (01-16)                      *
      *                                                               *
      * The key is the path past its final slash, as ZFAM131 takes    *
      * it.  Tallies are held in storage: the first KEY-MAX distinct  *
      * keys, VM-MAX - 1 prefixes (later ones share an '(other)'      *
      * row), QO-MAX option names and PM-MAX minutes from the first   *
      * request.  Requests past a full table are counted as           *
      * untracked in the totals, not lost silently.                   *
      *                                                               *
      * The report is written to the table's <xx>CR extra-partition   *
      * TD queue, with a summary line on CSSL.                        *
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
       01  TOP-N                  PIC S9(08) COMP VALUE 20.

       01  READ-COMPLETE          PIC  X(01) VALUE SPACES.

       01  REQUEST-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  UNTRACKED-KEYS         PIC S9(08) COMP VALUE ZEROES.
       01  UNTRACKED-OPTIONS      PIC S9(08) COMP VALUE ZEROES.
       01  UNTRACKED-MINUTES      PIC S9(08) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-TDQ             PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-PREFIX          PIC  X(02) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 12.

       01  PREFIX-LENGTH          PIC S9(08) COMP VALUE 4.

       01  CP-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  CP-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  CP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMCPC.

      *****************************************************************
      * Key extraction - the record key is the URI path past its      *
      * final slash, the same position ZFAM131 replays.               *
      *****************************************************************
       01  RP-SLASH-SUB           PIC S9(08) COMP VALUE ZEROES.
       01  RP-KEY-START           PIC S9(08) COMP VALUE ZEROES.
       01  RP-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  RP-KEY                 PIC X(255) VALUE SPACES.

      *****************************************************************
      * View 1 - per-key request count and bytes.                     *
      *****************************************************************
       01  KEY-MAX                PIC S9(08) COMP VALUE 1000.
       01  KEY-USED               PIC S9(08) COMP VALUE ZEROES.
       01  KEY-SUB                PIC S9(08) COMP VALUE ZEROES.
       01  KEY-FOUND              PIC S9(08) COMP VALUE ZEROES.
       01  KEY-BEST               PIC S9(08) COMP VALUE ZEROES.
       01  KEY-RANK               PIC S9(08) COMP VALUE ZEROES.

       01  KEY-TABLE.
           02  KEY-ENTRY OCCURS 1000 TIMES.
               05  KT-KEY         PIC X(255).
               05  KT-COUNT       PIC S9(08) COMP.
               05  KT-BYTES       PIC S9(15) COMP-3.
               05  KT-TAKEN       PIC  X(01).

      *****************************************************************
      * View 2 - verb mix by key prefix.  Verb subscripts: 1 GET,     *
      * 2 POST, 3 PUT, 4 DELETE, 5 PATCH, 6 anything else.            *
      *****************************************************************
       01  VM-MAX                 PIC S9(08) COMP VALUE 200.
       01  VM-USED                PIC S9(08) COMP VALUE ZEROES.
       01  VM-SUB                 PIC S9(08) COMP VALUE ZEROES.
       01  VM-FOUND               PIC S9(08) COMP VALUE ZEROES.
       01  VM-VERB-SUB            PIC S9(08) COMP VALUE ZEROES.
       01  VM-PREFIX              PIC  X(16) VALUE SPACES.

       01  VM-TABLE.
           02  VM-ENTRY OCCURS 200 TIMES.
               05  VM-KEY-PREFIX  PIC  X(16).
               05  VM-VERB        PIC S9(08) COMP OCCURS 6 TIMES.

      *****************************************************************
      * View 3 - query-string options by name.                        *
      *****************************************************************
       01  QO-MAX                 PIC S9(08) COMP VALUE 50.
       01  QO-USED                PIC S9(08) COMP VALUE ZEROES.
       01  QO-SUB                 PIC S9(08) COMP VALUE ZEROES.
       01  QO-FOUND               PIC S9(08) COMP VALUE ZEROES.
       01  QS-POINTER             PIC S9(08) COMP VALUE ZEROES.
       01  QS-TOKEN               PIC X(256) VALUE SPACES.
       01  QS-NAME                PIC  X(16) VALUE SPACES.

       01  QO-TABLE.
           02  QO-ENTRY OCCURS 50 TIMES.
               05  QO-NAME        PIC  X(16).
               05  QO-COUNT       PIC S9(08) COMP.

      *****************************************************************
      * View 4 - requests per minute from the first captured minute.  *
      *****************************************************************
       01  PM-MAX                 PIC S9(08) COMP VALUE 1440.
       01  PM-USED                PIC S9(08) COMP VALUE ZEROES.
       01  PM-SUB                 PIC S9(08) COMP VALUE ZEROES.
       01  PM-MINUTE              PIC S9(15) COMP-3 VALUE ZEROES.
       01  PM-FIRST-MINUTE        PIC S9(15) COMP-3 VALUE ZEROES.
       01  PM-LABEL-ABS           PIC S9(15) COMP-3 VALUE ZEROES.
       01  FIRST-ABS              PIC S9(15) COMP-3 VALUE ZEROES.
       01  LAST-ABS               PIC S9(15) COMP-3 VALUE ZEROES.

       01  PM-TABLE.
           02  PM-COUNT           PIC S9(08) COMP OCCURS 1440 TIMES.

      *****************************************************************
      * Report queue and lines.                                       *
      *****************************************************************
       01  CR-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  CR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  CR-LINE                PIC X(300) VALUE SPACES.

       01  CR-HEADING.
           02  FILLER             PIC  X(30) VALUE
               'zFAM capture analysis - table '.
           02  CR-HD-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' queue '.
           02  CR-HD-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE ' -'.
           02  CR-HD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE ' requests from '.
           02  CR-HD-FROM-DATE    PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-HD-FROM-TIME    PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' to '.
           02  CR-HD-TO-DATE      PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-HD-TO-TIME      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC X(184) VALUE SPACES.

       01  CR-KEY-LINE.
           02  CR-KL-RANK         PIC ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-KL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-KL-BYTES        PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-KL-KEY          PIC X(255) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE SPACES.

       01  CR-VERB-LINE.
           02  CR-VL-PREFIX       PIC  X(16) VALUE SPACES.
           02  CR-VL-ENTRY OCCURS 6 TIMES.
               05  FILLER         PIC  X(01).
               05  CR-VL-COUNT    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC X(212) VALUE SPACES.

       01  CR-OPTION-LINE.
           02  CR-OL-NAME         PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-OL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC X(272) VALUE SPACES.

       01  CR-MINUTE-LINE.
           02  CR-ML-DATE         PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-ML-TIME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CR-ML-COUNT        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC X(269) VALUE SPACES.

       01  CR-TOTAL-LINE.
           02  CR-TL-LABEL        PIC  X(24) VALUE SPACES.
           02  CR-TL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC X(265) VALUE SPACES.

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

       01  TD-ANALYSIS-DONE.
           02  FILLER             PIC  X(19) VALUE
               'Capture analysis - '.
           02  TD-AD-REQUESTS     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(13) VALUE ' requests -  '.
           02  TD-AD-KEYS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(14) VALUE ' keys - report'.
           02  FILLER             PIC  X(10) VALUE ' on queue '.
           02  TD-AD-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE SPACES.

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

           PERFORM 2000-READ-CAPTURE       THRU 2000-EXIT
               WITH TEST AFTER
               UNTIL READ-COMPLETE     EQUAL 'Y'.

           PERFORM 4000-WRITE-REPORT       THRU 4000-EXIT.
           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table, input queue and  *
      * prefix length, and clear the tallies.                         *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO READ-COMPLETE.

           MOVE FA-TRANID(3:2)               TO CP-TDQ(1:2)
                                                 CR-TDQ(1:2).
           MOVE 'CP'                         TO CP-TDQ(3:2).
           MOVE 'CR'                         TO CR-TDQ(3:2).

           IF  FA-TDQ NOT EQUAL SPACES
           AND FA-TDQ NOT EQUAL LOW-VALUES
               MOVE FA-TDQ                   TO CP-TDQ.

           IF  FA-PREFIX NUMERIC
               MOVE FA-PREFIX                TO PREFIX-LENGTH.

           IF  PREFIX-LENGTH LESS THAN ONE
           OR  PREFIX-LENGTH GREATER THAN LENGTH OF VM-PREFIX
               MOVE 4                        TO PREFIX-LENGTH.

           MOVE ZEROES                       TO REQUEST-COUNT
                                                 KEY-USED
                                                 VM-USED
                                                 QO-USED
                                                 PM-USED
                                                 UNTRACKED-KEYS
                                                 UNTRACKED-OPTIONS
                                                 UNTRACKED-MINUTES.

           INITIALIZE KEY-TABLE
                      VM-TABLE
                      QO-TABLE
                      PM-TABLE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next captured request and tally it.                  *
      *****************************************************************
       2000-READ-CAPTURE.
           MOVE LENGTH OF CP-RECORD          TO CP-LENGTH.

           EXEC CICS READQ TD QUEUE(CP-TDQ)
                INTO  (CP-RECORD)
                LENGTH(CP-LENGTH)
                RESP  (CP-RESP)
                NOHANDLE
           END-EXEC.

           IF  CP-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO READ-COMPLETE
               GO TO 2000-EXIT.

           ADD  ONE                          TO REQUEST-COUNT.

           IF  CP-DATA-LENGTH NOT NUMERIC
               MOVE ZEROES                   TO CP-DATA-LENGTH.

           PERFORM 3000-EXTRACT-KEY        THRU 3000-EXIT.
           PERFORM 3100-TALLY-KEY          THRU 3100-EXIT.
           PERFORM 3200-TALLY-VERB         THRU 3200-EXIT.
           PERFORM 3300-TALLY-OPTIONS      THRU 3300-EXIT.
           PERFORM 3400-TALLY-MINUTE       THRU 3400-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Locate the key - everything past the final slash of the       *
      * captured path.  A request with no key (a table-level browse)  *
      * is tallied under '(none)'.                                    *
      *****************************************************************
       3000-EXTRACT-KEY.
           MOVE ZEROES                       TO RP-KEY-START
                                                 RP-KEY-LENGTH.
           MOVE '(none)'                     TO RP-KEY.

           IF  CP-PATH-LENGTH NOT NUMERIC
           OR  CP-PATH-LENGTH NOT GREATER THAN ZEROES
               GO TO 3000-EXIT.

           PERFORM 3010-FIND-SLASH         THRU 3010-EXIT
               VARYING RP-SLASH-SUB FROM 1 BY 1
               UNTIL   RP-SLASH-SUB GREATER THAN CP-PATH-LENGTH.

           IF  RP-KEY-START GREATER THAN ZEROES
           AND RP-KEY-START NOT GREATER THAN CP-PATH-LENGTH
               COMPUTE RP-KEY-LENGTH =
                       CP-PATH-LENGTH - RP-KEY-START + 1.

           IF  RP-KEY-LENGTH GREATER THAN 255
               MOVE 255                      TO RP-KEY-LENGTH.

           IF  RP-KEY-LENGTH GREATER THAN ZEROES
               MOVE SPACES                   TO RP-KEY
               MOVE CP-PATH(RP-KEY-START:RP-KEY-LENGTH)
                 TO RP-KEY(1:RP-KEY-LENGTH).

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Note the position one past each slash seen.                   *
      *****************************************************************
       3010-FIND-SLASH.
           IF  CP-PATH(RP-SLASH-SUB:1) EQUAL '/'
               COMPUTE RP-KEY-START = RP-SLASH-SUB + 1.

       3010-EXIT.
           EXIT.

      *****************************************************************
      * View 1 - count the request and its bytes against its key.     *
      *****************************************************************
       3100-TALLY-KEY.
           MOVE ZEROES                       TO KEY-FOUND.

           PERFORM 3110-FIND-KEY           THRU 3110-EXIT
               VARYING KEY-SUB FROM 1 BY 1
               UNTIL   KEY-SUB GREATER THAN KEY-USED
               OR      KEY-FOUND GREATER THAN ZEROES.

           IF  KEY-FOUND EQUAL ZEROES
               IF  KEY-USED LESS THAN KEY-MAX
                   ADD  ONE                  TO KEY-USED
                   MOVE KEY-USED             TO KEY-FOUND
                   MOVE RP-KEY               TO KT-KEY(KEY-FOUND)
               ELSE
                   ADD  ONE                  TO UNTRACKED-KEYS
                   GO TO 3100-EXIT.

           ADD  ONE                 TO KT-COUNT(KEY-FOUND).
           ADD  CP-DATA-LENGTH      TO KT-BYTES(KEY-FOUND).

       3100-EXIT.
           EXIT.

       3110-FIND-KEY.
           IF  KT-KEY(KEY-SUB) EQUAL RP-KEY
               MOVE KEY-SUB                  TO KEY-FOUND.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * View 2 - count the verb against the key's prefix.  Once the   *
      * table is full, new prefixes share the last, '(other)', row.   *
      *****************************************************************
       3200-TALLY-VERB.
           MOVE SPACES                       TO VM-PREFIX.
           MOVE RP-KEY(1:PREFIX-LENGTH)      TO VM-PREFIX.

           MOVE 6                            TO VM-VERB-SUB.

           IF  CP-METHOD(1:4) EQUAL 'GET '
               MOVE 1                        TO VM-VERB-SUB.
           IF  CP-METHOD(1:5) EQUAL 'POST '
               MOVE 2                        TO VM-VERB-SUB.
           IF  CP-METHOD(1:4) EQUAL 'PUT '
               MOVE 3                        TO VM-VERB-SUB.
           IF  CP-METHOD(1:7) EQUAL 'DELETE '
               MOVE 4                        TO VM-VERB-SUB.
           IF  CP-METHOD(1:6) EQUAL 'PATCH '
               MOVE 5                        TO VM-VERB-SUB.

           MOVE ZEROES                       TO VM-FOUND.

           PERFORM 3210-FIND-PREFIX        THRU 3210-EXIT
               VARYING VM-SUB FROM 1 BY 1
               UNTIL   VM-SUB GREATER THAN VM-USED
               OR      VM-FOUND GREATER THAN ZEROES.

           IF  VM-FOUND EQUAL ZEROES
               IF  VM-USED LESS THAN VM-MAX
                   ADD  ONE                  TO VM-USED
                   MOVE VM-USED              TO VM-FOUND
                   MOVE VM-PREFIX            TO VM-KEY-PREFIX(VM-FOUND)
               ELSE
                   MOVE VM-MAX               TO VM-FOUND.

           IF  VM-FOUND EQUAL VM-MAX
               MOVE '(other)'                TO VM-KEY-PREFIX(VM-FOUND).

           ADD  ONE              TO VM-VERB(VM-FOUND VM-VERB-SUB).

       3200-EXIT.
           EXIT.

       3210-FIND-PREFIX.
           IF  VM-KEY-PREFIX(VM-SUB) EQUAL VM-PREFIX
               MOVE VM-SUB                   TO VM-FOUND.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * View 3 - count each query-string option by name (the text     *
      * before any '='), folded to upper case.                        *
      *****************************************************************
       3300-TALLY-OPTIONS.
           IF  CP-QS-LENGTH NOT NUMERIC
           OR  CP-QS-LENGTH NOT GREATER THAN ZEROES
               GO TO 3300-EXIT.

           MOVE ONE                          TO QS-POINTER.

           PERFORM 3310-NEXT-OPTION        THRU 3310-EXIT
               WITH TEST AFTER
               UNTIL QS-POINTER GREATER THAN CP-QS-LENGTH.

       3300-EXIT.
           EXIT.

       3310-NEXT-OPTION.
           MOVE SPACES                       TO QS-TOKEN
                                                 QS-NAME.

           UNSTRING CP-QUERYSTRING(1:CP-QS-LENGTH)
               DELIMITED BY '&'
               INTO QS-TOKEN
               WITH POINTER QS-POINTER.

           UNSTRING QS-TOKEN
               DELIMITED BY '='
               INTO QS-NAME.

           IF  QS-NAME EQUAL SPACES
               GO TO 3310-EXIT.

           INSPECT QS-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE ZEROES                       TO QO-FOUND.

           PERFORM 3320-FIND-OPTION        THRU 3320-EXIT
               VARYING QO-SUB FROM 1 BY 1
               UNTIL   QO-SUB GREATER THAN QO-USED
               OR      QO-FOUND GREATER THAN ZEROES.

           IF  QO-FOUND EQUAL ZEROES
               IF  QO-USED LESS THAN QO-MAX
                   ADD  ONE                  TO QO-USED
                   MOVE QO-USED              TO QO-FOUND
                   MOVE QS-NAME              TO QO-NAME(QO-FOUND)
               ELSE
                   ADD  ONE                  TO UNTRACKED-OPTIONS
                   GO TO 3310-EXIT.

           ADD  ONE                          TO QO-COUNT(QO-FOUND).

       3310-EXIT.
           EXIT.

       3320-FIND-OPTION.
           IF  QO-NAME(QO-SUB) EQUAL QS-NAME
               MOVE QO-SUB                   TO QO-FOUND.

       3320-EXIT.
           EXIT.

      *****************************************************************
      * View 4 - count the request in its minute, relative to the     *
      * first captured minute.                                        *
      *****************************************************************
       3400-TALLY-MINUTE.
           IF  CP-ABS NOT NUMERIC
               ADD  ONE                      TO UNTRACKED-MINUTES
               GO TO 3400-EXIT.

           DIVIDE CP-ABS BY 60000 GIVING PM-MINUTE.

           IF  REQUEST-COUNT EQUAL ONE
               MOVE CP-ABS                   TO FIRST-ABS
               MOVE PM-MINUTE                TO PM-FIRST-MINUTE.

           MOVE CP-ABS                       TO LAST-ABS.

           COMPUTE PM-SUB = PM-MINUTE - PM-FIRST-MINUTE + 1.

           IF  PM-SUB LESS THAN ONE
           OR  PM-SUB GREATER THAN PM-MAX
               ADD  ONE                      TO UNTRACKED-MINUTES
               GO TO 3400-EXIT.

           ADD  ONE                          TO PM-COUNT(PM-SUB).

           IF  PM-SUB GREATER THAN PM-USED
               MOVE PM-SUB                   TO PM-USED.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Write the report - heading, the four views, then totals.      *
      *****************************************************************
       4000-WRITE-REPORT.
           MOVE FA-TRANID                    TO CR-HD-TABLE.
           MOVE CP-TDQ                       TO CR-HD-TDQ.
           MOVE REQUEST-COUNT                TO CR-HD-COUNT.

           EXEC CICS FORMATTIME ABSTIME(FIRST-ABS)
                TIME(CR-HD-FROM-TIME)
                YYYYMMDD(CR-HD-FROM-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(LAST-ABS)
                TIME(CR-HD-TO-TIME)
                YYYYMMDD(CR-HD-TO-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE CR-HEADING                   TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           PERFORM 4100-TOP-BY-COUNT       THRU 4100-EXIT.
           PERFORM 4200-TOP-BY-BYTES       THRU 4200-EXIT.
           PERFORM 4300-VERB-MIX           THRU 4300-EXIT.
           PERFORM 4400-OPTIONS            THRU 4400-EXIT.
           PERFORM 4500-PER-MINUTE         THRU 4500-EXIT.
           PERFORM 4600-TOTALS             THRU 4600-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * View 1a - the TOP-N keys by request count.                    *
      *****************************************************************
       4100-TOP-BY-COUNT.
           MOVE SPACES                       TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Top keys by request count' TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Rank    Requests           Bytes Key' TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           PERFORM 4150-CLEAR-TAKEN        THRU 4150-EXIT
               VARYING KEY-SUB FROM 1 BY 1
               UNTIL   KEY-SUB GREATER THAN KEY-USED.

           PERFORM 4110-PICK-BY-COUNT      THRU 4110-EXIT
               VARYING KEY-RANK FROM 1 BY 1
               UNTIL   KEY-RANK GREATER THAN TOP-N
               OR      KEY-RANK GREATER THAN KEY-USED.

       4100-EXIT.
           EXIT.

       4110-PICK-BY-COUNT.
           MOVE ZEROES                       TO KEY-BEST.

           PERFORM 4120-SCAN-COUNT         THRU 4120-EXIT
               VARYING KEY-SUB FROM 1 BY 1
               UNTIL   KEY-SUB GREATER THAN KEY-USED.

           IF  KEY-BEST GREATER THAN ZEROES
               PERFORM 4160-WRITE-KEY      THRU 4160-EXIT.

       4110-EXIT.
           EXIT.

       4120-SCAN-COUNT.
           IF  KT-TAKEN(KEY-SUB) EQUAL 'Y'
               GO TO 4120-EXIT.

           IF  KEY-BEST EQUAL ZEROES
               MOVE KEY-SUB                  TO KEY-BEST
               GO TO 4120-EXIT.

           IF  KT-COUNT(KEY-SUB) GREATER THAN KT-COUNT(KEY-BEST)
               MOVE KEY-SUB                  TO KEY-BEST.

       4120-EXIT.
           EXIT.

       4150-CLEAR-TAKEN.
           MOVE 'N'                          TO KT-TAKEN(KEY-SUB).

       4150-EXIT.
           EXIT.

       4160-WRITE-KEY.
           MOVE 'Y'                          TO KT-TAKEN(KEY-BEST).
           MOVE KEY-RANK                     TO CR-KL-RANK.
           MOVE KT-COUNT(KEY-BEST)           TO CR-KL-COUNT.
           MOVE KT-BYTES(KEY-BEST)           TO CR-KL-BYTES.
           MOVE KT-KEY(KEY-BEST)             TO CR-KL-KEY.
           MOVE CR-KEY-LINE                  TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       4160-EXIT.
           EXIT.

      *****************************************************************
      * View 1b - the TOP-N keys by request bytes.                    *
      *****************************************************************
       4200-TOP-BY-BYTES.
           MOVE SPACES                       TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Top keys by request bytes' TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Rank    Requests           Bytes Key' TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           PERFORM 4150-CLEAR-TAKEN        THRU 4150-EXIT
               VARYING KEY-SUB FROM 1 BY 1
               UNTIL   KEY-SUB GREATER THAN KEY-USED.

           PERFORM 4210-PICK-BY-BYTES      THRU 4210-EXIT
               VARYING KEY-RANK FROM 1 BY 1
               UNTIL   KEY-RANK GREATER THAN TOP-N
               OR      KEY-RANK GREATER THAN KEY-USED.

       4200-EXIT.
           EXIT.

       4210-PICK-BY-BYTES.
           MOVE ZEROES                       TO KEY-BEST.

           PERFORM 4220-SCAN-BYTES         THRU 4220-EXIT
               VARYING KEY-SUB FROM 1 BY 1
               UNTIL   KEY-SUB GREATER THAN KEY-USED.

           IF  KEY-BEST GREATER THAN ZEROES
               PERFORM 4160-WRITE-KEY      THRU 4160-EXIT.

       4210-EXIT.
           EXIT.

       4220-SCAN-BYTES.
           IF  KT-TAKEN(KEY-SUB) EQUAL 'Y'
               GO TO 4220-EXIT.

           IF  KEY-BEST EQUAL ZEROES
               MOVE KEY-SUB                  TO KEY-BEST
               GO TO 4220-EXIT.

           IF  KT-BYTES(KEY-SUB) GREATER THAN KT-BYTES(KEY-BEST)
               MOVE KEY-SUB                  TO KEY-BEST.

       4220-EXIT.
           EXIT.

      *****************************************************************
      * View 2 - verb mix, one line per prefix.                       *
      *****************************************************************
       4300-VERB-MIX.
           MOVE SPACES                       TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Verb mix by key prefix'     TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE SPACES                       TO CR-LINE.
           MOVE 'Prefix'                     TO CR-LINE(1:16).
           MOVE '        GET        POST         PUT      DELETE'
             TO CR-LINE(17:48).
           MOVE '       PATCH       OTHER'   TO CR-LINE(65:24).
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           PERFORM 4310-WRITE-PREFIX       THRU 4310-EXIT
               VARYING VM-SUB FROM 1 BY 1
               UNTIL   VM-SUB GREATER THAN VM-USED.

       4300-EXIT.
           EXIT.

       4310-WRITE-PREFIX.
           MOVE SPACES                       TO CR-VERB-LINE.
           MOVE VM-KEY-PREFIX(VM-SUB)        TO CR-VL-PREFIX.

           PERFORM 4320-VERB-COUNT         THRU 4320-EXIT
               VARYING VM-VERB-SUB FROM 1 BY 1
               UNTIL   VM-VERB-SUB GREATER THAN 6.

           MOVE CR-VERB-LINE                 TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       4310-EXIT.
           EXIT.

       4320-VERB-COUNT.
           MOVE VM-VERB(VM-SUB VM-VERB-SUB)
             TO CR-VL-COUNT(VM-VERB-SUB).

       4320-EXIT.
           EXIT.

      *****************************************************************
      * View 3 - query-string options in use.                         *
      *****************************************************************
       4400-OPTIONS.
           MOVE SPACES                       TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Query-string options in use' TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Option              Requests' TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           PERFORM 4410-WRITE-OPTION       THRU 4410-EXIT
               VARYING QO-SUB FROM 1 BY 1
               UNTIL   QO-SUB GREATER THAN QO-USED.

       4400-EXIT.
           EXIT.

       4410-WRITE-OPTION.
           MOVE QO-NAME(QO-SUB)              TO CR-OL-NAME.
           MOVE QO-COUNT(QO-SUB)             TO CR-OL-COUNT.
           MOVE CR-OPTION-LINE               TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       4410-EXIT.
           EXIT.

      *****************************************************************
      * View 4 - one line per minute from the first captured minute   *
      * to the last, quiet minutes included.                          *
      *****************************************************************
       4500-PER-MINUTE.
           MOVE SPACES                       TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Requests per minute'        TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE 'Date       Minute      Requests' TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           PERFORM 4510-WRITE-MINUTE       THRU 4510-EXIT
               VARYING PM-SUB FROM 1 BY 1
               UNTIL   PM-SUB GREATER THAN PM-USED.

       4500-EXIT.
           EXIT.

       4510-WRITE-MINUTE.
           COMPUTE PM-LABEL-ABS =
                   (PM-FIRST-MINUTE + PM-SUB - 1) * 60000.

           EXEC CICS FORMATTIME ABSTIME(PM-LABEL-ABS)
                TIME(CR-ML-TIME)
                YYYYMMDD(CR-ML-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE PM-COUNT(PM-SUB)             TO CR-ML-COUNT.
           MOVE CR-MINUTE-LINE               TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       4510-EXIT.
           EXIT.

      *****************************************************************
      * Totals, including anything past a full tally table.           *
      *****************************************************************
       4600-TOTALS.
           MOVE SPACES                       TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           MOVE 'Requests read'              TO CR-TL-LABEL.
           MOVE REQUEST-COUNT                TO CR-TL-COUNT.
           PERFORM 4610-WRITE-TOTAL        THRU 4610-EXIT.

           MOVE 'Distinct keys tracked'      TO CR-TL-LABEL.
           MOVE KEY-USED                     TO CR-TL-COUNT.
           PERFORM 4610-WRITE-TOTAL        THRU 4610-EXIT.

           MOVE 'Requests, key untracked'    TO CR-TL-LABEL.
           MOVE UNTRACKED-KEYS               TO CR-TL-COUNT.
           PERFORM 4610-WRITE-TOTAL        THRU 4610-EXIT.

           MOVE 'Options untracked'          TO CR-TL-LABEL.
           MOVE UNTRACKED-OPTIONS            TO CR-TL-COUNT.
           PERFORM 4610-WRITE-TOTAL        THRU 4610-EXIT.

           MOVE 'Requests, minute untrkd'    TO CR-TL-LABEL.
           MOVE UNTRACKED-MINUTES            TO CR-TL-COUNT.
           PERFORM 4610-WRITE-TOTAL        THRU 4610-EXIT.

       4600-EXIT.
           EXIT.

       4610-WRITE-TOTAL.
           MOVE CR-TOTAL-LINE                TO CR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       4610-EXIT.
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
      * Write CR-LINE to the report queue.                            *
      *****************************************************************
       9800-WRITE-LINE.
           MOVE LENGTH OF CR-LINE            TO CR-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CR-TDQ)
                FROM  (CR-LINE)
                LENGTH(CR-LENGTH)
                NOHANDLE
           END-EXEC.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write the closing CSSL summary line.                          *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE REQUEST-COUNT          TO TD-AD-REQUESTS.
           MOVE KEY-USED               TO TD-AD-KEYS.
           MOVE CR-TDQ                 TO TD-AD-TDQ.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE TD-ANALYSIS-DONE       TO TD-MESSAGE.
           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9900-EXIT.
           EXIT.
