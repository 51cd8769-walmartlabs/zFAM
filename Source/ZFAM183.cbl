       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM183.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Upcoming effective changes report.                            *
      *                                                               *
      * A table that sets DD-EFFECTIVE on its ZFAM-DD document        *
      * template keeps effective-dated versions of its keys on        *
      * FAxxEF, each in force from EF-FROM through EF-TO.  This       *
      * program is the read-only report of what is about to change:   *
      * it executes as a background transaction, started once per     *
      * table with a FA-PARM carrying the table id and the number of  *
      * days to look ahead, the same way ZFAM108/ZFAM180 are          *
      * started:                                                      *
      *                                                               *
      *   FAxx nnnnn                                                  *
      *                                                               *
      * Days left at zeroes are 30.                                   *
      *                                                               *
      * FAxxEF is browsed in full.  A version taking effect after     *
      * today and within the window gets a 'Starts' line; a version   *
      * with an end date from today to the last day of the window     *
      * gets an 'Ends' line, as the day after it the key changes or   *
      * lapses.  Each line carries the version's window and key.      *
      * Lines go to CSSL and to a printable report through ZFAM173.   *
      * Nothing is changed here.                                      *
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
       01  HORIZON-ABS            PIC S9(15) COMP-3 VALUE ZEROES.
       01  ONE-DAY-MS             PIC S9(15) COMP-3 VALUE 86400000.

       01  AHEAD-DAYS             PIC S9(08) COMP VALUE ZEROES.
       01  DEFAULT-DAYS           PIC S9(08) COMP VALUE 30.

       01  TODAY-TEXT             PIC  X(08) VALUE SPACES.
       01  TODAY-N REDEFINES TODAY-TEXT
                                  PIC  9(08).
       01  HORIZON-TEXT           PIC  X(08) VALUE SPACES.
       01  HORIZON-N REDEFINES HORIZON-TEXT
                                  PIC  9(08).

       01  EF-DATE-N              PIC  9(08) VALUE ZEROES.
       01  EF-DATE-N-PARTS REDEFINES EF-DATE-N.
           02  EF-DN-YYYY         PIC  9(04).
           02  EF-DN-MM           PIC  9(02).
           02  EF-DN-DD           PIC  9(02).
       01  EF-DATE-WORK           PIC  X(10) VALUE SPACES.
       01  EF-DATE-PARTS REDEFINES EF-DATE-WORK.
           02  EF-DW-YYYY         PIC  9(04).
           02  EF-DW-DASH1        PIC  X(01).
           02  EF-DW-MM           PIC  9(02).
           02  EF-DW-DASH2        PIC  X(01).
           02  EF-DW-DD           PIC  9(02).

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.

       01  VERSION-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  STARTS-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  ENDS-COUNT             PIC S9(08) COMP VALUE ZEROES.

       01  EF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  EF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-DAYS            PIC  9(05) VALUE ZEROES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 10.

       01  EF-FCT.
           02  EF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'EF  '.

       COPY ZFAMEFC.

       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

      *****************************************************************
      * Layout mirrors ZFAM002's DD-INFORMATION field-for-field, so   *
      * this program lands on the correct byte offset within the      *
      * same shared per-table template; only the trailing             *
      * DD-EFFECTIVE is actually used here.                           *
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
           02  DD-CRLF38            PIC  X(02).
           02  DD-TRIGGERS          PIC  X(01) VALUE SPACES.
           02  DD-CRLF39            PIC  X(02).
           02  DD-EFFECTIVE         PIC  X(01) VALUE SPACES.

       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R183 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-EFFECTIVE.
           02  FILLER             PIC  X(04) VALUE 'Line'.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'Change'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE 'Valid from'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE 'Valid to'.
           02  FILLER             PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Key'.
           02  FILLER             PIC  X(62) VALUE SPACES.

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

       01  TD-CHANGE.
           02  TD-C-CHANGE        PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-FROM          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-TO            PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-C-KEY           PIC  X(61) VALUE SPACES.

       01  TD-EFFECTIVE-DONE.
           02  FILLER             PIC  X(20) VALUE
               'Effective changes - '.
           02  TD-ED-VERSIONS     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(12) VALUE ' versions - '.
           02  TD-ED-STARTS       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' start - '.
           02  TD-ED-ENDS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' end in '.
           02  TD-ED-DAYS         PIC ZZ,ZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  TD-EFFECTIVE-SKIPPED.
           02  FILLER             PIC  X(50) VALUE
               'Upcoming changes skipped - DD-EFFECTIVE not set'.
           02  FILLER             PIC  X(40) VALUE SPACES.

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

           IF  DD-EFFECTIVE NOT EQUAL 'Y'
               PERFORM 9901-LOG-SKIPPED      THRU 9901-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 2000-VERSION-BROWSE       THRU 2000-EXIT.
           PERFORM 2100-CHECK-VERSION        THRU 2100-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.
           PERFORM 2900-VERSION-ENDBR        THRU 2900-EXIT.

           PERFORM 9900-WRITE-REPORT         THRU 9900-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table identity and the  *
      * look-ahead days from the start-up parameter, read the table's *
      * document template, and set today and the window's last day    *
      * as YYYYMMDD business dates.                                   *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE FA-TRANID                    TO EF-TRANID.

           MOVE FA-TRANID(3:2)               TO DD-TRANID(3:2).
           PERFORM 9902-GET-DOCUMENT         THRU 9902-EXIT.

           MOVE DEFAULT-DAYS                 TO AHEAD-DAYS.
           IF  FA-DAYS NUMERIC
           AND FA-DAYS GREATER THAN ZEROES
               MOVE FA-DAYS                  TO AHEAD-DAYS.

           EXEC CICS ASKTIME ABSTIME(WS-ABS)
                NOHANDLE
           END-EXEC.

           COMPUTE HORIZON-ABS = WS-ABS + AHEAD-DAYS * ONE-DAY-MS.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                YYYYMMDD(TODAY-TEXT)
                NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(HORIZON-ABS)
                YYYYMMDD(HORIZON-TEXT)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                       TO VERSION-COUNT
                                                STARTS-COUNT
                                                ENDS-COUNT.

           MOVE 'ZFAM183 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Upcoming effective changes' TO RP-TITLE.
           MOVE RH-EFFECTIVE                 TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the effective-dated version store.           *
      *****************************************************************
       2000-VERSION-BROWSE.
           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO EF-KEY-AREA.

           EXEC CICS STARTBR
                FILE  (EF-FCT)
                RIDFLD(EF-KEY-AREA)
                RESP  (EF-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  EF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next version.  One taking effect after today and by  *
      * the window's last day is a start; one whose end date falls    *
      * from today to the window's last day is an end.  A version     *
      * can be both.                                                  *
      *****************************************************************
       2100-CHECK-VERSION.
           MOVE LENGTH OF EF-RECORD         TO EF-LENGTH.

           EXEC CICS READNEXT
                FILE  (EF-FCT)
                INTO  (EF-RECORD)
                RIDFLD(EF-KEY-AREA)
                LENGTH(EF-LENGTH)
                RESP  (EF-RESP)
                NOHANDLE
           END-EXEC.

           IF  EF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 2100-EXIT.

           ADD  1                           TO VERSION-COUNT.

           IF  EF-FROM GREATER THAN TODAY-N
           AND EF-FROM NOT GREATER THAN HORIZON-N
               ADD  1                       TO STARTS-COUNT
               MOVE 'Starts'                TO TD-C-CHANGE
               PERFORM 2150-LOG-CHANGE      THRU 2150-EXIT.

           IF  EF-TO NOT LESS THAN TODAY-N
           AND EF-TO LESS THAN HORIZON-N
               ADD  1                       TO ENDS-COUNT
               MOVE 'Ends'                  TO TD-C-CHANGE
               PERFORM 2150-LOG-CHANGE      THRU 2150-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Write a change line to CSSL and the report.                   *
      *****************************************************************
       2150-LOG-CHANGE.
           MOVE EF-FROM                     TO EF-DATE-N.
           PERFORM 2160-FORMAT-DATE         THRU 2160-EXIT.
           MOVE EF-DATE-WORK                TO TD-C-FROM.

           MOVE EF-TO                       TO EF-DATE-N.
           PERFORM 2160-FORMAT-DATE         THRU 2160-EXIT.
           MOVE EF-DATE-WORK                TO TD-C-TO.

           MOVE EF-KEY                      TO TD-C-KEY.
           INSPECT TD-C-KEY
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE TD-CHANGE                   TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       2150-EXIT.
           EXIT.

      *****************************************************************
      * Format EF-DATE-N (YYYYMMDD) as YYYY-MM-DD in EF-DATE-WORK.    *
      *****************************************************************
       2160-FORMAT-DATE.
           MOVE EF-DN-YYYY                  TO EF-DW-YYYY.
           MOVE EF-DN-MM                    TO EF-DW-MM.
           MOVE EF-DN-DD                    TO EF-DW-DD.
           MOVE '-'                         TO EF-DW-DASH1
                                               EF-DW-DASH2.

       2160-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the effective-dated version store.             *
      *****************************************************************
       2900-VERSION-ENDBR.
           EXEC CICS ENDBR
                FILE(EF-FCT)
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
      * Write the closing summary.                                    *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE VERSION-COUNT               TO TD-ED-VERSIONS.
           MOVE STARTS-COUNT                TO TD-ED-STARTS.
           MOVE ENDS-COUNT                  TO TD-ED-ENDS.
           MOVE AHEAD-DAYS                  TO TD-ED-DAYS.
           MOVE TD-EFFECTIVE-DONE           TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * A table not keeping effective-dated versions is reported      *
      * once and skipped entirely - no browse is performed.           *
      *****************************************************************
       9901-LOG-SKIPPED.
           MOVE TD-EFFECTIVE-SKIPPED        TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9901-EXIT.
           EXIT.

      *****************************************************************
      * Read the per-table document template once at startup for the  *
      * effective-dated switch.                                       *
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
