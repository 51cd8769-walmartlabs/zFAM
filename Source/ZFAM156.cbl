       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM156.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Per-token usage and dormant-token report.                     *
      *                                                               *
      * Companion to the FAxxTK token store (minted by ZFAM129) and   *
      * the FAxxTU usage meter ZFAM002's 9036-METER-TOKEN keeps for   *
      * every request that passes a token check.  Browses FAxxTK and  *
      * writes one line per token - scope, state, expiry, requests,   *
      * bytes received and sent, first and last use - flagging:       *
      *                                                               *
      *   UNUSED   - no request has ever been metered on the token    *
      *   DORMANT  - not used within the last ddd days                *
      *   EXPIRING - expires within the next eee days                 *
      *   EXPIRED  - already past its expiry date                     *
      *   DISABLED - revoked through ZFAM129                          *
      *                                                               *
      * so consumers can be billed and forgotten credentials retired  *
      * before an audit finds them.  Started on demand or on a        *
      * schedule with a FA-PARM of:                                   *
      *                                                               *
      *   FAxx                - dormant after 090 days, expiring      *
      *                         within 030 days                       *
      *   FAxx ddd eee        - override either threshold             *
      *                                                               *
      * The report is written to the table's <xx>UR extra-partition   *
      * TD queue, with a summary line on CSSL.  Bytes sent are the    *
      * record data ZFAM002 returned itself; responses built by the   *
      * browse and range programs it transfers to count as requests   *
      * but not as bytes.                                             *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  FAxxTK record carries the hashed secret.  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  CUTOFF-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  ONE-DAY                PIC S9(15) COMP-3 VALUE 86400000.
       01  ONE                    PIC S9(08) COMP VALUE 1.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-DORMANT-DAYS    PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-EXPIRY-DAYS     PIC  X(03) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 12.

       01  DORMANT-DAYS           PIC  9(03) VALUE 090.
       01  EXPIRY-DAYS            PIC  9(03) VALUE 030.

       01  TODAY-DATE             PIC  X(08) VALUE SPACES.
       01  DORMANT-DATE           PIC  X(08) VALUE SPACES.
       01  EXPIRY-DATE            PIC  X(08) VALUE SPACES.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE 'N'.
       01  FLAG-POINTER           PIC S9(08) COMP VALUE ZEROES.

       01  TOKEN-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  UNUSED-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  DORMANT-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  EXPIRING-COUNT         PIC S9(08) COMP VALUE ZEROES.
       01  EXPIRED-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  DISABLED-COUNT         PIC S9(08) COMP VALUE ZEROES.
       01  TOTAL-REQUESTS         PIC S9(15) COMP-3 VALUE ZEROES.
       01  TOTAL-BYTES-IN         PIC S9(15) COMP-3 VALUE ZEROES.
       01  TOTAL-BYTES-OUT        PIC S9(15) COMP-3 VALUE ZEROES.

       01  TK-FCT.
           02  TK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'TK  '.

       01  TK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TK-RECORD.
           02  TK-NAME            PIC  X(08) VALUE SPACES.
           02  TK-SECRET          PIC  X(08) VALUE SPACES.
           02  TK-SCOPE           PIC  X(01) VALUE SPACES.
           02  TK-EXPIRES         PIC  X(08) VALUE SPACES.
           02  TK-ENABLED         PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE SPACES.
           02  TK-SALT            PIC  X(16) VALUE SPACES.
           02  TK-HASH            PIC  X(64) VALUE SPACES.

       01  TU-FCT.
           02  TU-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'TU  '.

       01  TU-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TU-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMTUC.

      *****************************************************************
      * Report queue and lines.                                       *
      *****************************************************************
       01  UR-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  UR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  UR-LINE                PIC X(133) VALUE SPACES.

       01  UR-HEADING.
           02  FILLER             PIC  X(34) VALUE
               'zFAM token usage report - table '.
           02  UR-HD-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' on '.
           02  UR-HD-TODAY        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE ' - dormant after'.
           02  UR-HD-DORMANT      PIC  ZZ9.
           02  FILLER             PIC  X(24) VALUE
               ' days, expiring within '.
           02  UR-HD-EXPIRY       PIC  ZZ9.
           02  FILLER             PIC  X(05) VALUE ' days'.
           02  FILLER             PIC  X(32) VALUE SPACES.

       01  UR-COLUMNS.
           02  FILLER             PIC  X(46) VALUE
               'Token    S E Expires     Requests            B'.
           02  FILLER             PIC  X(46) VALUE
               'ytes in           Bytes out First    Last     '.
           02  FILLER             PIC  X(41) VALUE 'Status'.

       01  UR-DETAIL.
           02  UR-DT-NAME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-SCOPE        PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-ENABLED      PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-EXPIRES      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-REQUESTS     PIC  ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-BYTES-IN     PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-BYTES-OUT    PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-FIRST        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-LAST         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  UR-DT-FLAGS        PIC  X(41) VALUE SPACES.

       01  UR-TOTAL.
           02  UR-TL-LABEL        PIC  X(24) VALUE SPACES.
           02  UR-TL-COUNT        PIC  ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(90) VALUE SPACES.

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

       01  TD-USAGE-DONE.
           02  FILLER             PIC  X(21) VALUE
               'zFAM token usage -   '.
           02  TD-UD-TOKENS       PIC  ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' tokens - '.
           02  TD-UD-FLAGGED      PIC  ZZZ,ZZ9.
           02  FILLER             PIC  X(28) VALUE
               ' to review - report on queue'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-UD-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(12) VALUE SPACES.

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
           PERFORM 2000-START-BROWSE       THRU 2000-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 3000-REPORT-TOKEN   THRU 3000-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(TK-FCT) NOHANDLE
               END-EXEC.

           PERFORM 4000-TOTALS             THRU 4000-EXIT.
           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table and thresholds,   *
      * work out today's date and the two cutoff dates, and write     *
      * the report heading.                                           *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE FA-TRANID(3:2)               TO TK-TRANID(3:2)
                                                 TU-TRANID(3:2)
                                                 UR-TDQ(1:2).
           MOVE 'UR'                         TO UR-TDQ(3:2).

           IF  FA-DORMANT-DAYS NUMERIC
               MOVE FA-DORMANT-DAYS          TO DORMANT-DAYS.

           IF  FA-EXPIRY-DAYS NUMERIC
               MOVE FA-EXPIRY-DAYS           TO EXPIRY-DAYS.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                YYYYMMDD(TODAY-DATE)
                NOHANDLE
           END-EXEC.

           COMPUTE CUTOFF-ABS = WS-ABS - (DORMANT-DAYS * ONE-DAY).

           EXEC CICS FORMATTIME ABSTIME(CUTOFF-ABS)
                YYYYMMDD(DORMANT-DATE)
                NOHANDLE
           END-EXEC.

           COMPUTE CUTOFF-ABS = WS-ABS + (EXPIRY-DAYS  * ONE-DAY).

           EXEC CICS FORMATTIME ABSTIME(CUTOFF-ABS)
                YYYYMMDD(EXPIRY-DATE)
                NOHANDLE
           END-EXEC.

           MOVE FA-TRANID                    TO UR-HD-TABLE.
           MOVE TODAY-DATE                   TO UR-HD-TODAY.
           MOVE DORMANT-DAYS                 TO UR-HD-DORMANT.
           MOVE EXPIRY-DAYS                  TO UR-HD-EXPIRY.

           MOVE UR-HEADING                   TO UR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE SPACES                       TO UR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.
           MOVE UR-COLUMNS                   TO UR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Position at the first token.                                  *
      *****************************************************************
       2000-START-BROWSE.
           MOVE 'N'                          TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                   TO TK-NAME.

           EXEC CICS STARTBR
                FILE  (TK-FCT)
                RIDFLD(TK-NAME)
                RESP  (TK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSE-COMPLETE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next token, look up its meter record and write its   *
      * report line.                                                  *
      *****************************************************************
       3000-REPORT-TOKEN.
           MOVE LENGTH OF TK-RECORD          TO TK-LENGTH.

           EXEC CICS READNEXT
                FILE  (TK-FCT)
                INTO  (TK-RECORD)
                RIDFLD(TK-NAME)
                LENGTH(TK-LENGTH)
                RESP  (TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 3000-EXIT.

           ADD  ONE                          TO TOKEN-COUNT.

           PERFORM 3100-READ-USAGE         THRU 3100-EXIT.

           MOVE SPACES                       TO UR-DETAIL.
           MOVE TK-NAME                      TO UR-DT-NAME.
           MOVE TK-SCOPE                     TO UR-DT-SCOPE.
           MOVE TK-ENABLED                   TO UR-DT-ENABLED.
           MOVE TK-EXPIRES                   TO UR-DT-EXPIRES.
           MOVE TU-REQUESTS                  TO UR-DT-REQUESTS.
           MOVE TU-BYTES-IN                  TO UR-DT-BYTES-IN.
           MOVE TU-BYTES-OUT                 TO UR-DT-BYTES-OUT.
           MOVE TU-FIRST-USED                TO UR-DT-FIRST.
           MOVE TU-LAST-USED                 TO UR-DT-LAST.

           ADD  TU-REQUESTS                  TO TOTAL-REQUESTS.
           ADD  TU-BYTES-IN                  TO TOTAL-BYTES-IN.
           ADD  TU-BYTES-OUT                 TO TOTAL-BYTES-OUT.

           PERFORM 3200-SET-FLAGS          THRU 3200-EXIT.

           MOVE UR-DETAIL                    TO UR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the token's FAxxTU meter record.  No record means the    *
      * token has never been used.                                    *
      *****************************************************************
       3100-READ-USAGE.
           MOVE TK-NAME                      TO TU-NAME.
           MOVE LENGTH OF TU-RECORD          TO TU-LENGTH.

           EXEC CICS READ FILE(TU-FCT)
                INTO(TU-RECORD)
                RIDFLD(TU-NAME)
                LENGTH(TU-LENGTH)
                RESP(TU-RESP)
                NOHANDLE
           END-EXEC.

           IF  TU-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                   TO TU-FIRST-USED
                                                 TU-LAST-USED
               MOVE ZEROES                   TO TU-REQUESTS
                                                 TU-BYTES-IN
                                                 TU-BYTES-OUT.

           IF  TU-REQUESTS  NOT NUMERIC
               MOVE ZEROES                   TO TU-REQUESTS.
           IF  TU-BYTES-IN  NOT NUMERIC
               MOVE ZEROES                   TO TU-BYTES-IN.
           IF  TU-BYTES-OUT NOT NUMERIC
               MOVE ZEROES                   TO TU-BYTES-OUT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Build the status flags for the token's line.                  *
      *****************************************************************
       3200-SET-FLAGS.
           MOVE ONE                          TO FLAG-POINTER.

           IF  TU-LAST-USED EQUAL SPACES
               ADD  ONE                      TO UNUSED-COUNT
               STRING 'UNUSED '   DELIMITED BY SIZE
                   INTO UR-DT-FLAGS WITH POINTER FLAG-POINTER
           ELSE
               IF  TU-LAST-USED LESS THAN DORMANT-DATE
                   ADD  ONE                  TO DORMANT-COUNT
                   STRING 'DORMANT '  DELIMITED BY SIZE
                       INTO UR-DT-FLAGS WITH POINTER FLAG-POINTER.

           IF  TK-EXPIRES NOT EQUAL SPACES
               IF  TK-EXPIRES LESS THAN TODAY-DATE
                   ADD  ONE                  TO EXPIRED-COUNT
                   STRING 'EXPIRED '  DELIMITED BY SIZE
                       INTO UR-DT-FLAGS WITH POINTER FLAG-POINTER
               ELSE
                   IF  TK-EXPIRES NOT GREATER THAN EXPIRY-DATE
                       ADD  ONE              TO EXPIRING-COUNT
                       STRING 'EXPIRING ' DELIMITED BY SIZE
                           INTO UR-DT-FLAGS WITH POINTER FLAG-POINTER.

           IF  TK-ENABLED NOT EQUAL 'Y'
               ADD  ONE                      TO DISABLED-COUNT
               STRING 'DISABLED ' DELIMITED BY SIZE
                   INTO UR-DT-FLAGS WITH POINTER FLAG-POINTER.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Report totals.                                                *
      *****************************************************************
       4000-TOTALS.
           MOVE SPACES                       TO UR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

           MOVE 'Tokens'                     TO UR-TL-LABEL.
           MOVE TOKEN-COUNT                  TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Requests'                   TO UR-TL-LABEL.
           MOVE TOTAL-REQUESTS               TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Bytes in'                   TO UR-TL-LABEL.
           MOVE TOTAL-BYTES-IN               TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Bytes out'                  TO UR-TL-LABEL.
           MOVE TOTAL-BYTES-OUT              TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Unused tokens'              TO UR-TL-LABEL.
           MOVE UNUSED-COUNT                 TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Dormant tokens'             TO UR-TL-LABEL.
           MOVE DORMANT-COUNT                TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Expiring tokens'            TO UR-TL-LABEL.
           MOVE EXPIRING-COUNT               TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Expired tokens'             TO UR-TL-LABEL.
           MOVE EXPIRED-COUNT                TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

           MOVE 'Disabled tokens'            TO UR-TL-LABEL.
           MOVE DISABLED-COUNT               TO UR-TL-COUNT.
           PERFORM 4100-WRITE-TOTAL        THRU 4100-EXIT.

       4000-EXIT.
           EXIT.

       4100-WRITE-TOTAL.
           MOVE UR-TOTAL                     TO UR-LINE.
           PERFORM 9800-WRITE-LINE         THRU 9800-EXIT.

       4100-EXIT.
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
      * Write UR-LINE to the report queue.                            *
      *****************************************************************
       9800-WRITE-LINE.
           MOVE LENGTH OF UR-LINE            TO UR-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(UR-TDQ)
                FROM  (UR-LINE)
                LENGTH(UR-LENGTH)
                NOHANDLE
           END-EXEC.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write the closing CSSL summary line.                          *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE TOKEN-COUNT            TO TD-UD-TOKENS.
           COMPUTE TD-UD-FLAGGED = UNUSED-COUNT  + DORMANT-COUNT
                                 + EXPIRING-COUNT + EXPIRED-COUNT.
           MOVE UR-TDQ                 TO TD-UD-TDQ.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE TD-USAGE-DONE          TO TD-MESSAGE.
           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9900-EXIT.
           EXIT.
