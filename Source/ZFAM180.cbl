       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM180.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Stale-data report.                                            *
      *                                                               *
      * A table that sets DD-LAST-ACCESS on its ZFAM-DD document      *
      * template has ZFAM002 keep a last-read date and a coarse read  *
      * count per key on FAxxLA.  This program is the read-only       *
      * report of what nobody reads any more: it executes as a        *
      * background transaction, started once per table with a         *
      * FA-PARM carrying the table id, the number of days without a   *
      * read that makes a record stale, and the key prefix length     *
      * to total by, the same way ZFAM108/ZFAM123 are started:        *
      *                                                               *
      *   FAxx nnnnn pp                                               *
      *                                                               *
      * Days left at zeroes are 90; a prefix length left at zeroes    *
      * is the table's DD-QUOTA-LEN, or 8 when that is not set.       *
      *                                                               *
      * FAxxKEY is browsed in full.  A record is stale when neither   *
      * its last read (LA-READ-ABS) nor its write (FK-ABS) falls      *
      * within the window - a record never read since tracking began  *
      * ages from its write time.  Every stale record gets a line     *
      * with its last read (S 'R') or write (S 'W') date, its coarse  *
      * read count and its approximate size; every key prefix gets a  *
      * line with its stale rows, its total rows and the approximate  *
      * KB the stale rows hold - FK-SEGMENTS times the 32000-byte     *
      * maximum segment, the estimate ZFAM123's chargeback uses.      *
      * Deleted records and Event Control Records are passed by.      *
      * Lines go to CSSL and to a printable report through ZFAM173.   *
      * Nothing is moved or deleted here.                             *
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
       01  CURRENT-ABS            PIC S9(15) COMP-3 VALUE ZEROES.
       01  LAST-ABS               PIC S9(15) COMP-3 VALUE ZEROES.
       01  IDLE-TIME              PIC S9(15) COMP-3 VALUE ZEROES.
       01  STALE-MILLISECONDS     PIC S9(15) COMP-3 VALUE ZEROES.
       01  ONE-DAY-MS             PIC S9(15) COMP-3 VALUE 86400000.

       01  STALE-DAYS             PIC S9(08) COMP VALUE ZEROES.
       01  DEFAULT-DAYS           PIC S9(08) COMP VALUE 90.
       01  LAST-SOURCE            PIC  X(01) VALUE SPACES.
       01  LAST-READS             PIC  9(09) VALUE ZEROES.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.

       01  ROWS-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  STALE-COUNT            PIC S9(08) COMP VALUE ZEROES.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LA-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  LA-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.

       01  PREFIX-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  PREFIX-MAX-LENGTH      PIC S9(04) COMP VALUE 16.
       01  PREFIX-DEFAULT-LENGTH  PIC S9(04) COMP VALUE 8.
       01  PREFIX-VALUE           PIC  X(16) VALUE SPACES.

       01  OWNER-MAX              PIC S9(04) COMP VALUE 200.
       01  OWNER-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  OWNER-FOUND-SW         PIC  X(01) VALUE SPACES.
       01  OWNER-SKIPPED          PIC S9(08) COMP VALUE ZEROES.
       01  STALE-SW               PIC  X(01) VALUE SPACES.

      *****************************************************************
      * One slot per distinct key prefix found in the table, the      *
      * same table ZFAM123 tallies chargeback in: every row counts    *
      * in OE-ROWS, a stale row in OE-STALE and its segments in       *
      * OE-SEGMENTS.                                                  *
      *****************************************************************
       01  OWNER-TABLE.
           02  OWNER-ENTRY         OCCURS 200 TIMES
                                    INDEXED BY OWNER-IX.
               03  OE-PREFIX    PIC  X(16) VALUE SPACES.
               03  OE-ROWS      PIC S9(08) COMP VALUE ZEROES.
               03  OE-STALE     PIC S9(08) COMP VALUE ZEROES.
               03  OE-SEGMENTS  PIC S9(08) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-DAYS            PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-PREFIX-LENGTH   PIC  9(02) VALUE ZEROES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 13.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  LA-FCT.
           02  LA-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'LA  '.

       COPY ZFAMFKC.

       COPY ZFAMLAC.

       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

      *****************************************************************
      * Layout mirrors ZFAM002's DD-INFORMATION field-for-field, so   *
      * this program lands on the correct byte offset within the      *
      * same shared per-table template; only DD-QUOTA-LEN and the     *
      * trailing DD-LAST-ACCESS are actually used here.               *
      *****************************************************************
       01  DD-INFORMATION.
           02  DD-NAME              PIC  X(04) VALUE SPACES.
           02  DD-CRLF              PIC  X(02).
           02  DD-MAXSEG            PIC  9(05) VALUE ZEROES.
           02  DD-CRLF2             PIC  X(02).
           02  DD-RET-FLOOR-YEARS   PIC  9(05) VALUE ZEROES.
           02  DD-CRLF3             PIC  X(02).
           02  DD-RET-CEILING-YEARS PIC  9(05) VALUE ZEROES.
           02  DD-CRLF4             PIC  X(02).
           02  DD-RET-FLOOR-DAYS    PIC  9(05) VALUE ZEROES.
           02  DD-CRLF5             PIC  X(02).
           02  DD-RET-CEILING-DAYS  PIC  9(05) VALUE ZEROES.
           02  DD-CRLF6             PIC  X(02).
           02  DD-AUTH-USERID       PIC  X(08) VALUE SPACES.
           02  DD-CRLF7             PIC  X(02).
           02  DD-AUTH-PASSWORD     PIC  X(08) VALUE SPACES.
           02  DD-CRLF8             PIC  X(02).
           02  DD-CCSID             PIC  9(04) VALUE ZEROES.
           02  DD-CRLF9             PIC  X(02).
           02  DD-COLD-DDNAME       PIC  X(04) VALUE SPACES.
           02  DD-CRLF10            PIC  X(02).
           02  DD-POOL-SIZE         PIC  9(03) VALUE ZEROES.
           02  DD-CRLF11            PIC  X(02).
           02  DD-RATE-LIMIT        PIC  9(05) VALUE ZEROES.
           02  DD-CRLF12            PIC  X(02).
           02  DD-VERSION-RETAIN    PIC  9(01) VALUE ZEROES.
           02  DD-CRLF13            PIC  X(02).
           02  DD-WARN-DAYS         PIC  9(05) VALUE ZEROES.
           02  DD-CRLF14            PIC  X(02).
           02  DD-READ-THRU         PIC  X(01) VALUE SPACES.
           02  DD-CRLF15            PIC  X(02).
           02  DD-AUDIT-READS       PIC  X(01) VALUE SPACES.
           02  DD-CRLF16            PIC  X(02).
           02  DD-SLOW-MS           PIC  9(05) VALUE ZEROES.
           02  DD-CRLF17            PIC  X(02).
           02  DD-VALIDATE          PIC  X(01) VALUE SPACES.
           02  DD-CRLF18            PIC  X(02).
           02  DD-CONFLICT          PIC  X(01) VALUE SPACES.
           02  DD-CRLF19            PIC  X(02).
           02  DD-LAG-MS            PIC  9(05) VALUE ZEROES.
           02  DD-CRLF20            PIC  X(02).
           02  DD-LAG-SECS          PIC  9(05) VALUE ZEROES.
           02  DD-CRLF21            PIC  X(02).
           02  DD-QUOTA-LEN         PIC  9(02) VALUE ZEROES.
           02  DD-CRLF22            PIC  X(02).
           02  DD-AUTHZ             PIC  X(01) VALUE SPACES.
           02  DD-CRLF23            PIC  X(02).
           02  DD-CACHE             PIC  X(01) VALUE SPACES.
           02  DD-CRLF24            PIC  X(02).
           02  DD-SCHEMA-VER        PIC  9(03) VALUE ZEROES.
           02  DD-CRLF25            PIC  X(02).
           02  DD-WRITEBEHIND       PIC  X(01) VALUE SPACES.
           02  DD-CRLF26            PIC  X(02).
           02  DD-IDEM-HOURS        PIC  9(03) VALUE ZEROES.
           02  DD-CRLF27            PIC  X(02).
           02  DD-OWNERSHIP         PIC  X(01) VALUE SPACES.
           02  DD-CRLF28            PIC  X(02).
           02  DD-ANCHOR-COLUMN     PIC  X(16) VALUE SPACES.
           02  DD-CRLF29            PIC  X(02).
           02  DD-DEDUP             PIC  X(01) VALUE SPACES.
           02  DD-CRLF30            PIC  X(02).
           02  DD-CB-FAILS          PIC  9(03) VALUE ZEROES.
           02  DD-CRLF31            PIC  X(02).
           02  DD-CB-COOL-SECS      PIC  9(05) VALUE ZEROES.
           02  DD-CRLF32            PIC  X(02).
           02  DD-REPL-BATCH        PIC  9(03) VALUE ZEROES.
           02  DD-CRLF33            PIC  X(02).
           02  DD-REPL-BATCH-SECS   PIC  9(02) VALUE ZEROES.
           02  DD-CRLF34            PIC  X(02).
           02  DD-REPL-SEQ          PIC  X(01) VALUE SPACES.
           02  DD-CRLF35            PIC  X(02).
           02  DD-REPL-SITE         PIC  X(08) VALUE SPACES.
           02  DD-CRLF36            PIC  X(02).
           02  DD-SKEW-MS           PIC  9(05) VALUE ZEROES.
           02  DD-CRLF37            PIC  X(02).
           02  DD-LAST-ACCESS       PIC  X(01) VALUE SPACES.

       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R180 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-STALE.
           02  FILLER             PIC  X(04) VALUE 'Line'.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE 'Last read'.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE 'S'.
           02  FILLER             PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(12) VALUE 'Reads / rows'.
           02  FILLER             PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE 'KB'.
           02  FILLER             PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE 'Key or prefix'.
           02  FILLER             PIC  X(39) VALUE SPACES.

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

       01  TD-STALE.
           02  FILLER             PIC  X(06) VALUE 'Stale '.
           02  TD-S-LAST-DATE     PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-S-SOURCE        PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE ' reads '.
           02  TD-S-READS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(04) VALUE ' KB '.
           02  TD-S-KB            PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-S-KEY           PIC  X(42) VALUE SPACES.

       01  TD-PREFIX.
           02  FILLER             PIC  X(13) VALUE 'Stale prefix '.
           02  TD-P-PREFIX        PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' - rows: '.
           02  TD-P-STALE         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(04) VALUE ' of '.
           02  TD-P-ROWS          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(14) VALUE ' - approx KB: '.
           02  TD-P-KB            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  TD-STALE-DONE.
           02  FILLER             PIC  X(13) VALUE 'Stale data - '.
           02  TD-SD-ROWS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' rows - '.
           02  TD-SD-STALE        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(13) VALUE ' not read in '.
           02  TD-SD-DAYS         PIC ZZ,ZZ9.
           02  FILLER             PIC  X(05) VALUE ' days'.
           02  FILLER             PIC  X(23) VALUE SPACES.

       01  TD-SKIPPED.
           02  FILLER             PIC  X(34) VALUE
               'Stale prefix table full - not'.
           02  FILLER             PIC  X(16) VALUE ' counted, rows: '.
           02  TD-K-ROWS          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(29) VALUE SPACES.

       01  TD-STALE-SKIPPED.
           02  FILLER             PIC  X(53) VALUE
               'Stale-data report skipped - DD-LAST-ACCESS not set'.
           02  FILLER             PIC  X(37) VALUE SPACES.

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

           IF  DD-LAST-ACCESS NOT EQUAL 'Y'
           AND DD-LAST-ACCESS NOT EQUAL 'C'
               PERFORM 9901-LOG-SKIPPED      THRU 9901-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 2000-KEY-BROWSE           THRU 2000-EXIT.
           PERFORM 2100-CHECK-KEY            THRU 2100-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.
           PERFORM 2900-KEY-ENDBR            THRU 2900-EXIT.

           PERFORM 9900-WRITE-REPORT         THRU 9900-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table identity, the     *
      * stale window and the prefix length from the start-up          *
      * parameter, and read the table's document template.            *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE FA-TRANID                    TO FK-TRANID
                                                 LA-TRANID.

           MOVE FA-TRANID(3:2)               TO DD-TRANID(3:2).
           PERFORM 9902-GET-DOCUMENT         THRU 9902-EXIT.

           MOVE DEFAULT-DAYS                 TO STALE-DAYS.
           IF  FA-DAYS NUMERIC
           AND FA-DAYS GREATER THAN ZEROES
               MOVE FA-DAYS                  TO STALE-DAYS.

           MOVE PREFIX-DEFAULT-LENGTH        TO PREFIX-LENGTH.
           IF  DD-QUOTA-LEN NUMERIC
           AND DD-QUOTA-LEN GREATER THAN ZEROES
               MOVE DD-QUOTA-LEN             TO PREFIX-LENGTH.
           IF  FA-PREFIX-LENGTH NUMERIC
           AND FA-PREFIX-LENGTH GREATER THAN ZEROES
               MOVE FA-PREFIX-LENGTH         TO PREFIX-LENGTH.

           IF  PREFIX-LENGTH GREATER THAN PREFIX-MAX-LENGTH
               MOVE PREFIX-MAX-LENGTH        TO PREFIX-LENGTH.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS)
                NOHANDLE
           END-EXEC.

           MOVE CURRENT-ABS                  TO WS-ABS.
           MULTIPLY STALE-DAYS BY ONE-DAY-MS
               GIVING STALE-MILLISECONDS.

           MOVE ZEROES                       TO ROWS-COUNT
                                                STALE-COUNT
                                                OWNER-COUNT
                                                OWNER-SKIPPED.

           MOVE 'ZFAM180 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Stale data'                 TO RP-TITLE.
           MOVE RH-STALE                     TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the zFAM key store.                          *
      *****************************************************************
       2000-KEY-BROWSE.
           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO FK-KEY.
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

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY store record.  Deleted records and Event    *
      * Control Records are passed by; everything else is tallied     *
      * under its key prefix and checked against the stale window.    *
      *****************************************************************
       2100-CHECK-KEY.
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

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
               GO TO 2100-EXIT.

           ADD  1                           TO ROWS-COUNT.

           PERFORM 2110-LAST-ACCESS         THRU 2110-EXIT.

           MOVE SPACES                      TO PREFIX-VALUE.
           MOVE FK-KEY(1:PREFIX-LENGTH)     TO PREFIX-VALUE.
           PERFORM 2200-ADD-ENTRY           THRU 2200-EXIT.

           IF  STALE-SW EQUAL 'Y'
               ADD  1                       TO STALE-COUNT
               PERFORM 2150-LOG-STALE       THRU 2150-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * The record was last touched by its write (FK-ABS) or by its   *
      * last tracked read, whichever is later; it is stale once that  *
      * is older than the window.                                     *
      *****************************************************************
       2110-LAST-ACCESS.
           MOVE FK-ABS                      TO LAST-ABS.
           MOVE 'W'                         TO LAST-SOURCE.
           MOVE ZEROES                      TO LAST-READS.

           MOVE FK-KEY                      TO LA-KEY.
           MOVE LENGTH OF LA-RECORD         TO LA-LENGTH.

           EXEC CICS READ FILE(LA-FCT)
                INTO  (LA-RECORD)
                RIDFLD(LA-KEY)
                LENGTH(LA-LENGTH)
                RESP  (LA-RESP)
                NOHANDLE
           END-EXEC.

           IF  LA-RESP     EQUAL DFHRESP(NORMAL)
           AND LA-READ-ABS NUMERIC
           AND LA-READS    NUMERIC
               MOVE LA-READS                TO LAST-READS.

           IF  LA-RESP     EQUAL DFHRESP(NORMAL)
           AND LA-READ-ABS NUMERIC
           AND LA-READ-ABS GREATER THAN LAST-ABS
               MOVE LA-READ-ABS             TO LAST-ABS
               MOVE 'R'                     TO LAST-SOURCE.

           SUBTRACT LAST-ABS FROM CURRENT-ABS GIVING IDLE-TIME.

           MOVE 'N'                         TO STALE-SW.
           IF  IDLE-TIME NOT LESS THAN STALE-MILLISECONDS
               MOVE 'Y'                     TO STALE-SW.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * Write a stale-record line to CSSL and the report.             *
      *****************************************************************
       2150-LOG-STALE.
           EXEC CICS FORMATTIME ABSTIME(LAST-ABS)
                YYYYMMDD(TD-S-LAST-DATE)
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LAST-SOURCE                 TO TD-S-SOURCE.
           MOVE LAST-READS                  TO TD-S-READS.
           COMPUTE TD-S-KB = FK-SEGMENTS * THIRTY-TWO-KB / 1024.
           MOVE FK-KEY                      TO TD-S-KEY.

           MOVE TD-STALE                    TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       2150-EXIT.
           EXIT.

      *****************************************************************
      * Find (or create) this record's prefix slot in OWNER-TABLE and *
      * add the row to it - and, when stale, its estimated segments.  *
      *****************************************************************
       2200-ADD-ENTRY.
           MOVE SPACES                      TO OWNER-FOUND-SW.

           PERFORM 2210-SEARCH-ENTRY        THRU 2210-EXIT
               VARYING OWNER-IX   FROM 1 BY 1
               UNTIL   OWNER-IX   GREATER THAN OWNER-COUNT
               OR      OWNER-FOUND-SW  EQUAL 'Y'.

           IF  OWNER-FOUND-SW NOT EQUAL 'Y'
           AND OWNER-COUNT    LESS THAN OWNER-MAX
               ADD  1                    TO OWNER-COUNT
               SET  OWNER-IX             TO OWNER-COUNT
               MOVE PREFIX-VALUE         TO OE-PREFIX(OWNER-IX).

           IF  OWNER-IX GREATER THAN OWNER-COUNT
               ADD  1                    TO OWNER-SKIPPED
               GO TO 2200-EXIT.

           ADD  1                        TO OE-ROWS(OWNER-IX).

           IF  STALE-SW EQUAL 'Y'
               ADD  1                    TO OE-STALE(OWNER-IX)
               ADD  FK-SEGMENTS          TO OE-SEGMENTS(OWNER-IX).

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Check one OWNER-TABLE slot for a matching prefix.             *
      *****************************************************************
       2210-SEARCH-ENTRY.
           IF  OE-PREFIX(OWNER-IX) EQUAL PREFIX-VALUE
               MOVE 'Y'                      TO OWNER-FOUND-SW.

       2210-EXIT.
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
      * Write one line per prefix holding stale rows, a line for      *
      * any rows the prefix table could not hold, and the             *
      * closing summary.                                              *
      *****************************************************************
       9900-WRITE-REPORT.
           PERFORM 9920-WRITE-PREFIX      THRU 9920-EXIT
               VARYING OWNER-IX   FROM 1 BY 1
               UNTIL   OWNER-IX   GREATER THAN OWNER-COUNT.

           IF  OWNER-SKIPPED GREATER THAN ZEROES
               MOVE OWNER-SKIPPED          TO TD-K-ROWS
               MOVE TD-SKIPPED             TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               MOVE 'T'                    TO RP-FUNCTION
               MOVE TD-MESSAGE             TO RP-LINE
               PERFORM 9800-REPORT         THRU 9800-EXIT.

           MOVE ROWS-COUNT                  TO TD-SD-ROWS.
           MOVE STALE-COUNT                 TO TD-SD-STALE.
           MOVE STALE-DAYS                  TO TD-SD-DAYS.
           MOVE TD-STALE-DONE               TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * A table not tracking last access is reported once and         *
      * skipped entirely - no browse is performed.                    *
      *****************************************************************
       9901-LOG-SKIPPED.
           MOVE TD-STALE-SKIPPED            TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9901-EXIT.
           EXIT.

      *****************************************************************
      * Read the per-table document template once at startup for the  *
      * last-access switch and the agreed prefix length.              *
      *****************************************************************
       9902-GET-DOCUMENT.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION   TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

       9902-EXIT.
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
      * Write one prefix's line; a prefix with no stale rows is       *
      * left off.                                                     *
      *****************************************************************
       9920-WRITE-PREFIX.
           IF  OE-STALE(OWNER-IX) EQUAL ZEROES
               GO TO 9920-EXIT.

           MOVE OE-PREFIX(OWNER-IX)   TO TD-P-PREFIX.
           MOVE OE-STALE(OWNER-IX)    TO TD-P-STALE.
           MOVE OE-ROWS(OWNER-IX)     TO TD-P-ROWS.

           COMPUTE TD-P-KB = OE-SEGMENTS(OWNER-IX)
                              * THIRTY-TWO-KB / 1024.

           MOVE TD-PREFIX              TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9920-EXIT.
           EXIT.
