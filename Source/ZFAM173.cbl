       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM173.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Utility report writer.                                        *
      *                                                               *
      * LINKed with the ZFAMRPC RP-COMMAREA by the background         *
      * utilities that report through CSSL.  CSSL lines scroll away   *
      * with the rest of the region's messages; the same results are  *
      * handed here and come out as a printable report on the         *
      * utility's own report queue (R103, R104, ...), which the       *
      * region maps to a dated report dataset.                        *
      *                                                               *
      * The utility opens the report as it starts, adds its result    *
      * lines as detail or totals lines, and closes it as it ends.    *
      * Lines are held on the task's P<task number> TS queue until    *
      * the close; the close then writes, under an ENQ on the report  *
      * queue:                                                        *
      *                                                               *
      *   - a title page - program, report title, table, FA-PARM,     *
      *     run start and end, operator, report queue and dataset     *
      *     date and the line counts;                                 *
      *   - the detail lines, 55 to a page, each page under a page    *
      *     header (program, title, table, run date, page number)     *
      *     and the utility's column headings;                        *
      *   - the totals trailer - the utility's totals lines and the   *
      *     report's own line and page counts.                        *
      *                                                               *
      * Every closed report is recorded on the keyed ZFAMRX report    *
      * index - table, run start, program, queue, dataset date,       *
      * pages and operator - so an operator can find the report a     *
      * given run produced (ZFAM122 P xx).  A report whose queue is   *
      * not available is still indexed, as unavailable, so the run    *
      * is never silently unaccounted for.                            *
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
       01  END-ABS                PIC S9(15) COMP-3 VALUE ZEROES.

       01  PAGE-NUMBER            PIC S9(08) COMP VALUE ZEROES.
       01  PAGE-LINES             PIC S9(08) COMP VALUE ZEROES.
       01  PAGE-DEPTH             PIC S9(08) COMP VALUE 55.
       01  TRAILER-SW             PIC  X(01) VALUE SPACES.

       01  BF-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  BF-COUNT               PIC S9(08) COMP VALUE ZEROES.
       01  BF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  BF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  BF-RECORD.
           02  BF-TYPE            PIC  X(01) VALUE SPACES.
           02  BF-LINE            PIC X(100) VALUE SPACES.

       01  RQ-RESOURCE.
           02  FILLER             PIC  X(08) VALUE 'ZFAM173 '.
           02  RQ-QUEUE           PIC  X(04) VALUE SPACES.

       01  PR-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PR-LENGTH              PIC S9(04) COMP VALUE 133.

       01  PR-RECORD.
           02  PR-ASA             PIC  X(01) VALUE SPACES.
           02  PR-LINE            PIC X(132) VALUE SPACES.

       01  RUN-START-DATE         PIC  X(10) VALUE SPACES.
       01  RUN-START-TIME         PIC  X(08) VALUE SPACES.
       01  RUN-END-DATE           PIC  X(10) VALUE SPACES.
       01  RUN-END-TIME           PIC  X(08) VALUE SPACES.

       01  RX-FILE                PIC  X(08) VALUE 'ZFAMRX  '.
       01  RX-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RX-TRIES               PIC S9(04) COMP VALUE ZEROES.
       01  RX-TRY-LIMIT           PIC S9(04) COMP VALUE 10.

       COPY ZFAMRPC.

      *****************************************************************
      * Report lines.                                                 *
      *****************************************************************
       01  TT-BANNER.
           02  FILLER             PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(34) VALUE
               'zFAM - z/OS File Access Manager - '.
           02  FILLER             PIC  X(14) VALUE 'Utility report'.
           02  FILLER             PIC  X(74) VALUE SPACES.

       01  TT-LINE.
           02  FILLER             PIC  X(10) VALUE SPACES.
           02  TT-LABEL           PIC  X(12) VALUE SPACES.
           02  TT-VALUE           PIC X(100) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE SPACES.

       01  TT-RUN.
           02  TT-R-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TT-R-TIME          PIC  X(08) VALUE SPACES.

       01  TT-QUEUE.
           02  FILLER             PIC  X(06) VALUE 'queue '.
           02  TT-Q-QUEUE         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(15) VALUE ', dataset date '.
           02  TT-Q-DATE          PIC  X(10) VALUE SPACES.

       01  TT-COUNTS.
           02  TT-C-DETAILS       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' detail - '.
           02  TT-C-TOTALS        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(07) VALUE ' totals'.

       01  PH-LINE.
           02  PH-PROGRAM         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  PH-TITLE           PIC  X(60) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE '  Table '.
           02  PH-TABLE           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE '  Date '.
           02  PH-DATE            PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  PH-TIME            PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE '  Page '.
           02  PH-PAGE            PIC ZZZZ9.
           02  FILLER             PIC  X(13) VALUE SPACES.

       01  DL-LINE.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DL-TEXT            PIC X(100) VALUE SPACES.
           02  FILLER             PIC  X(31) VALUE SPACES.

       01  DL-RULE.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  DL-R-DASHES        PIC X(100) VALUE ALL '-'.
           02  FILLER             PIC  X(31) VALUE SPACES.

       01  DL-NONE                PIC X(100) VALUE
           'This run produced no detail lines.'.

       01  TR-HEADING             PIC X(100) VALUE
           'Totals'.

       01  TR-SUMMARY.
           02  FILLER             PIC  X(14) VALUE 'Report lines: '.
           02  TR-S-LINES         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE '  pages:  '.
           02  TR-S-PAGES         PIC ZZZZ9.
           02  FILLER             PIC  X(60) VALUE SPACES.

       01  TR-END.
           02  FILLER             PIC  X(28) VALUE
               '*** End of report - run end '.
           02  TR-E-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TR-E-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' ***'.
           02  FILLER             PIC  X(49) VALUE SPACES.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC X(386).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           IF  EIBCALEN LESS THAN LENGTH OF RP-COMMAREA
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           MOVE DFHCOMMAREA                  TO RP-COMMAREA.

           IF  RP-FUNCTION EQUAL 'O'
               PERFORM 1000-OPEN-REPORT     THRU 1000-EXIT.

           IF  RP-STATUS   EQUAL 'O'
           AND RP-FUNCTION EQUAL 'D' OR 'T'
               PERFORM 2000-ADD-LINE        THRU 2000-EXIT.

           IF  RP-STATUS   EQUAL 'O'
           AND RP-FUNCTION EQUAL 'C'
               PERFORM 3000-CLOSE-REPORT    THRU 3000-EXIT.

           MOVE RP-COMMAREA                  TO DFHCOMMAREA.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * O - stamp the run start and the operator and start the task's *
      * line buffer afresh.                                           *
      *****************************************************************
       1000-OPEN-REPORT.
           EXEC CICS ASKTIME ABSTIME(RP-START-ABS) NOHANDLE
           END-EXEC.

           MOVE SPACES                       TO RP-OPERATOR.
           EXEC CICS ASSIGN USERID(RP-OPERATOR) NOHANDLE
           END-EXEC.

           MOVE EIBTASKN                     TO RP-TSQ-TASK.
           EXEC CICS DELETEQ TS QUEUE(RP-TSQ) NOHANDLE
           END-EXEC.

           MOVE ZEROES                       TO RP-DETAILS
                                                 RP-TOTALS.
           MOVE 'O'                          TO RP-STATUS.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * D/T - buffer one detail or totals line.                       *
      *****************************************************************
       2000-ADD-LINE.
           MOVE RP-FUNCTION                  TO BF-TYPE.
           MOVE RP-LINE                      TO BF-LINE.
           MOVE LENGTH OF BF-RECORD          TO BF-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(RP-TSQ)
                FROM  (BF-RECORD)
                LENGTH(BF-LENGTH)
                RESP  (BF-RESP)
                NOHANDLE
           END-EXEC.

           IF  BF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           IF  BF-TYPE EQUAL 'D'
               ADD  1                        TO RP-DETAILS
           ELSE
               ADD  1                        TO RP-TOTALS.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * C - write the report to the report queue and index it.        *
      *****************************************************************
       3000-CLOSE-REPORT.
           EXEC CICS ASKTIME ABSTIME(END-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(RP-START-ABS)
                TIME(RUN-START-TIME)
                YYYYMMDD(RUN-START-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(END-ABS)
                TIME(RUN-END-TIME)
                YYYYMMDD(RUN-END-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE 'R'                          TO RQ-QUEUE(1:1).
           MOVE RP-PROGRAM(5:3)              TO RQ-QUEUE(2:3).

           MOVE ZEROES                       TO PAGE-NUMBER.
           MOVE 'W'                          TO RX-STATUS.

           EXEC CICS ENQ RESOURCE(RQ-RESOURCE)
                LENGTH(LENGTH OF RQ-RESOURCE)
                NOHANDLE
           END-EXEC.

           PERFORM 3100-TITLE-PAGE           THRU 3100-EXIT.

           IF  RX-STATUS EQUAL 'W'
               PERFORM 3200-BODY             THRU 3200-EXIT
               PERFORM 3500-TRAILER          THRU 3500-EXIT.

           EXEC CICS DEQ RESOURCE(RQ-RESOURCE)
                LENGTH(LENGTH OF RQ-RESOURCE)
                NOHANDLE
           END-EXEC.

           EXEC CICS DELETEQ TS QUEUE(RP-TSQ) NOHANDLE
           END-EXEC.

           PERFORM 3900-WRITE-INDEX          THRU 3900-EXIT.

           MOVE SPACES                       TO RP-STATUS.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Title page.  A report queue that will not take the first line *
      * marks the run unavailable and nothing more is written.        *
      *****************************************************************
       3100-TITLE-PAGE.
           ADD  1                            TO PAGE-NUMBER.

           MOVE '1'                          TO PR-ASA.
           MOVE TT-BANNER                    TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           IF  PR-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'U'                      TO RX-STATUS
               GO TO 3100-EXIT.

           MOVE '-'                          TO PR-ASA.
           MOVE 'Report    : '               TO TT-LABEL.
           MOVE RP-TITLE                     TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE '0'                          TO PR-ASA.
           MOVE 'Program   : '               TO TT-LABEL.
           MOVE RP-PROGRAM                   TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE 'Table     : '               TO TT-LABEL.
           MOVE RP-TABLE                     TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE 'FA-PARM   : '               TO TT-LABEL.
           MOVE RP-PARM                      TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE '0'                          TO PR-ASA.
           MOVE 'Run start : '               TO TT-LABEL.
           MOVE RUN-START-DATE               TO TT-R-DATE.
           MOVE RUN-START-TIME               TO TT-R-TIME.
           MOVE TT-RUN                       TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE 'Run end   : '               TO TT-LABEL.
           MOVE RUN-END-DATE                 TO TT-R-DATE.
           MOVE RUN-END-TIME                 TO TT-R-TIME.
           MOVE TT-RUN                       TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE 'Operator  : '               TO TT-LABEL.
           MOVE RP-OPERATOR                  TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE '0'                          TO PR-ASA.
           MOVE 'Output    : '               TO TT-LABEL.
           MOVE RQ-QUEUE                     TO TT-Q-QUEUE.
           MOVE RUN-END-DATE                 TO TT-Q-DATE.
           MOVE TT-QUEUE                     TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

           MOVE 'Lines     : '               TO TT-LABEL.
           MOVE RP-DETAILS                   TO TT-C-DETAILS.
           MOVE RP-TOTALS                    TO TT-C-TOTALS.
           MOVE TT-COUNTS                    TO TT-VALUE.
           PERFORM 3110-TITLE-LINE           THRU 3110-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Write one labelled title page line.                           *
      *****************************************************************
       3110-TITLE-LINE.
           MOVE TT-LINE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           MOVE SPACES                       TO TT-VALUE.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Copy the buffered lines to the report, detail lines under     *
      * page headers, totals lines under the totals heading.          *
      *****************************************************************
       3200-BODY.
           MOVE SPACES                       TO TRAILER-SW.
           MOVE PAGE-DEPTH                   TO PAGE-LINES.

           IF  RP-DETAILS EQUAL ZEROES
               PERFORM 3300-PAGE-HEADER      THRU 3300-EXIT
               MOVE ' '                      TO PR-ASA
               MOVE DL-NONE                  TO DL-TEXT
               MOVE DL-LINE                  TO PR-LINE
               PERFORM 8000-WRITE-LINE       THRU 8000-EXIT
               ADD  1                        TO PAGE-LINES.

           ADD  RP-DETAILS RP-TOTALS     GIVING BF-COUNT.

           PERFORM 3210-BODY-LINE            THRU 3210-EXIT
               VARYING BF-ITEM FROM 1 BY 1
               UNTIL   BF-ITEM GREATER THAN BF-COUNT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Read one buffered line and print it.                          *
      *****************************************************************
       3210-BODY-LINE.
           MOVE LENGTH OF BF-RECORD          TO BF-LENGTH.

           EXEC CICS READQ TS QUEUE(RP-TSQ)
                INTO  (BF-RECORD)
                LENGTH(BF-LENGTH)
                ITEM  (BF-ITEM)
                RESP  (BF-RESP)
                NOHANDLE
           END-EXEC.

           IF  BF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3210-EXIT.

           IF  BF-TYPE      EQUAL 'T'
           AND TRAILER-SW   NOT EQUAL 'Y'
               PERFORM 3400-TOTALS-HEADING   THRU 3400-EXIT.

           IF  PAGE-LINES NOT LESS THAN PAGE-DEPTH
               PERFORM 3300-PAGE-HEADER      THRU 3300-EXIT.

           MOVE ' '                          TO PR-ASA.
           MOVE BF-LINE                      TO DL-TEXT.
           MOVE DL-LINE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           ADD  1                            TO PAGE-LINES.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Page header - program, title, table, run date, page number -  *
      * then the utility's column headings and a rule.  Totals pages  *
      * carry the totals heading instead of the column headings.      *
      *****************************************************************
       3300-PAGE-HEADER.
           ADD  1                            TO PAGE-NUMBER.

           MOVE RP-PROGRAM                   TO PH-PROGRAM.
           MOVE RP-TITLE                     TO PH-TITLE.
           MOVE RP-TABLE                     TO PH-TABLE.
           MOVE RUN-START-DATE               TO PH-DATE.
           MOVE RUN-START-TIME               TO PH-TIME.
           MOVE PAGE-NUMBER                  TO PH-PAGE.

           MOVE '1'                          TO PR-ASA.
           MOVE PH-LINE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           MOVE '0'                          TO PR-ASA.
           IF  TRAILER-SW EQUAL 'Y'
               MOVE TR-HEADING               TO DL-TEXT
           ELSE
               MOVE RP-HEADING               TO DL-TEXT.
           MOVE DL-LINE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           MOVE ' '                          TO PR-ASA.
           MOVE DL-RULE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           MOVE 4                            TO PAGE-LINES.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Start the totals trailer - on a fresh page when fewer than    *
      * five lines remain on this one.                                *
      *****************************************************************
       3400-TOTALS-HEADING.
           MOVE 'Y'                          TO TRAILER-SW.

           IF  PAGE-LINES GREATER THAN PAGE-DEPTH - 5
               PERFORM 3300-PAGE-HEADER      THRU 3300-EXIT
               GO TO 3400-EXIT.

           MOVE '-'                          TO PR-ASA.
           MOVE TR-HEADING                   TO DL-TEXT.
           MOVE DL-LINE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           MOVE ' '                          TO PR-ASA.
           MOVE DL-RULE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           ADD  4                            TO PAGE-LINES.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Close the totals trailer with the report's own counts and the *
      * end-of-report line.                                           *
      *****************************************************************
       3500-TRAILER.
           IF  TRAILER-SW NOT EQUAL 'Y'
               PERFORM 3400-TOTALS-HEADING   THRU 3400-EXIT.

           IF  PAGE-LINES GREATER THAN PAGE-DEPTH - 3
               PERFORM 3300-PAGE-HEADER      THRU 3300-EXIT.

           ADD  RP-DETAILS RP-TOTALS     GIVING TR-S-LINES.
           MOVE PAGE-NUMBER                  TO TR-S-PAGES.

           MOVE '0'                          TO PR-ASA.
           MOVE TR-SUMMARY                   TO DL-TEXT.
           MOVE DL-LINE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

           MOVE RUN-END-DATE                 TO TR-E-DATE.
           MOVE RUN-END-TIME                 TO TR-E-TIME.

           MOVE '0'                          TO PR-ASA.
           MOVE TR-END                       TO DL-TEXT.
           MOVE DL-LINE                      TO PR-LINE.
           PERFORM 8000-WRITE-LINE           THRU 8000-EXIT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Record the run on the ZFAMRX report index.  Two runs indexed  *
      * in the same millisecond are kept apart by stepping the        *
      * inverted start time.                                          *
      *****************************************************************
       3900-WRITE-INDEX.
           MOVE RP-TABLE                     TO RX-TABLE.
           MOVE RP-PROGRAM                   TO RX-PROGRAM.
           MOVE RP-START-ABS                 TO RX-START-ABS.
           SUBTRACT RX-START-ABS FROM RX-INVERSE-BASE
               GIVING RX-INVERSE-ABS.

           MOVE RQ-QUEUE                     TO RX-QUEUE.
           MOVE RUN-END-DATE                 TO RX-REPORT-DATE.
           MOVE END-ABS                      TO RX-END-ABS.
           MOVE PAGE-NUMBER                  TO RX-PAGES.
           ADD  RP-DETAILS RP-TOTALS     GIVING RX-LINES.
           MOVE RP-OPERATOR                  TO RX-OPERATOR.
           MOVE RP-TITLE                     TO RX-TITLE.
           MOVE RP-PARM                      TO RX-PARM.

           IF  RX-STATUS NOT EQUAL 'W'
               MOVE ZEROES                   TO RX-PAGES.

           MOVE ZEROES                       TO RX-TRIES.

           PERFORM 3910-WRITE-ENTRY          THRU 3910-EXIT
               WITH TEST AFTER
               UNTIL RX-RESP NOT EQUAL DFHRESP(DUPREC)
               OR    RX-TRIES NOT LESS THAN RX-TRY-LIMIT.

       3900-EXIT.
           EXIT.

       3910-WRITE-ENTRY.
           ADD  1                            TO RX-TRIES.
           MOVE LENGTH OF RX-RECORD          TO RX-LENGTH.

           EXEC CICS WRITE FILE(RX-FILE)
                FROM  (RX-RECORD)
                RIDFLD(RX-KEY)
                LENGTH(RX-LENGTH)
                RESP  (RX-RESP)
                NOHANDLE
           END-EXEC.

           IF  RX-RESP EQUAL DFHRESP(DUPREC)
               SUBTRACT 1                  FROM RX-INVERSE-ABS.

       3910-EXIT.
           EXIT.

      *****************************************************************
      * Write one print line to the report queue.                     *
      *****************************************************************
       8000-WRITE-LINE.
           MOVE LENGTH OF PR-RECORD          TO PR-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(RQ-QUEUE)
                FROM  (PR-RECORD)
                LENGTH(PR-LENGTH)
                RESP  (PR-RESP)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                       TO PR-LINE.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Return to caller                                              *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
