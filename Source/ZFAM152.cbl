       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM152.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Materialized rollup refresh.                                  *
      *                                                               *
      * Dashboards that call ?agg (ZFAM016) over the same large key   *
      * ranges every few minutes walk the whole range on every call.  *
      * This task runs those aggregates once, in the background, and  *
      * stores each result as a row in a designated summary table, so *
      * the dashboard reads one small row instead.                    *
      *                                                               *
      * Started per source table from the ZFAMSC schedule (ZFAM127),  *
      * with the source table tranid as the FA-PARM:                  *
      *                                                               *
      *   FAxx                                                        *
      *                                                               *
      * The rollups are defined in the source table's FAxxRU document *
      * template, one fixed-position line per rollup:                 *
      *                                                               *
      *   cols   1-16  rollup name - the summary row key              *
      *   cols  18-21  summary table (FAss)                           *
      *   cols  23-38  FAxxFD column to aggregate (blank = COUNT only)*
      *   cols  40-55  FAxxFD column to GROUP BY (blank = none)       *
      *   cols  57-88  first key of the range (blank = table start)   *
      *   cols  90-121 last key of the range  (blank = table end)     *
      *                                                               *
      * A line starting with '*' is a comment.  Rollup names may not  *
      * contain '.', which separates the name from a group value.     *
      *                                                               *
      * Each rollup is one browse of the source KEY store computing   *
      * count, sum, min and max exactly as ZFAM016 does - deleted     *
      * rows and ECRs are skipped, values that are not numeric count  *
      * but contribute nothing else, and the column must lie within   *
      * the first FILE store segment.  GROUP BY carries the same 100  *
      * distinct-value limit as ZFAM016; a rollup that exceeds it is  *
      * not refreshed and its previous rows stand.                    *
      *                                                               *
      * Rows written to the summary table (key, then layout):         *
      *                                                               *
      *   <name>          overall aggregates                          *
      *   <name>.<value>  one per GROUP BY value                      *
      *                                                               *
      *   cols   1-16  rollup name                                    *
      *   cols  18-49  group value (blank on the overall row)         *
      *   cols  51-59  count                                          *
      *   cols  61-78  sum                                            *
      *   cols  80-97  min                                            *
      *   cols  99-116 max                                            *
      *   cols 118-136 refresh time YYYY/MM/DD HH:MM:SS               *
      *   cols 138-141 source table                                   *
      *   cols 143-158 aggregated column                              *
      *   cols 160-175 GROUP BY column                                *
      *                                                               *
      * so the summary table can carry a FAxxFD schema of its own for *
      * JSON reads.  Group rows left over from an earlier refresh     *
      * whose value no longer occurs are removed.  Each rollup is its *
      * own unit of work, and a CSSL line reports every refresh with  *
      * its elapsed time, or why the rollup was not refreshed.        *
      *                                                               *
      * Summary rows are written locally only - each Data Center's    *
      * schedule refreshes its own copy - and the summary table       *
      * should not carry FAxxCIxx column indexes.                     *
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

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.
       01  COLUMN-FOUND           PIC  X(01) VALUE SPACES.
       01  VALUE-SEEN             PIC  X(01) VALUE SPACES.
       01  ROLLUP-FAILED          PIC  X(01) VALUE SPACES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 4.

       01  REFRESHED-COUNT        PIC S9(08) COMP VALUE ZEROES.
       01  FAILED-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  DOT-COUNT              PIC S9(08) COMP VALUE ZEROES.

       01  RU-START-ABS           PIC S9(15) COMP-3 VALUE ZEROES.
       01  REFRESH-ABS            PIC S9(15) COMP-3 VALUE ZEROES.
       01  RU-ELAPSED             PIC S9(15) COMP-3 VALUE ZEROES.

      *****************************************************************
      * Key range of the rollup being refreshed.                      *
      *****************************************************************
       01  RANGE-FROM             PIC X(255) VALUE LOW-VALUES.
       01  RANGE-TO               PIC X(255) VALUE LOW-VALUES.
       01  RANGE-FROM-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  RANGE-TO-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  TRAILING-SPACES        PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Aggregate working fields, the same shape ZFAM016 folds into.  *
      *****************************************************************
       01  AG-COUNT               PIC S9(09) COMP-3 VALUE ZEROES.
       01  AG-SUM                 PIC S9(18) COMP-3 VALUE ZEROES.
       01  AG-MIN                 PIC S9(18) COMP-3 VALUE ZEROES.
       01  AG-MAX                 PIC S9(18) COMP-3 VALUE ZEROES.
       01  AG-VALUE               PIC S9(18) COMP-3 VALUE ZEROES.

       01  AG-FIELD-TEXT          PIC  X(18) VALUE SPACES.
       01  AG-FIELD-JUST          PIC  X(18) VALUE ZEROES.
       01  AG-FIELD-JUST-N REDEFINES AG-FIELD-JUST
                                  PIC  9(18).
       01  AG-TEXT-SPACES         PIC S9(08) COMP VALUE ZEROES.
       01  AG-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.

       01  AG-COL                 PIC S9(08) COMP VALUE ZEROES.
       01  AG-LEN                 PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * GROUP BY working fields.  Values longer than the slot are     *
      * truncated for grouping purposes, as in ZFAM016.               *
      *****************************************************************
       01  GROUP-REQUEST-SW       PIC  X(01) VALUE 'N'.
       01  GROUP-COLUMN-FOUND     PIC  X(01) VALUE 'N'.
       01  GROUP-OVERFLOW         PIC  X(01) VALUE 'N'.

       01  GB-COL                 PIC S9(08) COMP VALUE ZEROES.
       01  GB-LEN                 PIC S9(08) COMP VALUE ZEROES.
       01  GB-FIELD-TEXT          PIC  X(32) VALUE SPACES.

       01  GB-MAX                 PIC S9(04) COMP VALUE 100.
       01  GB-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  GB-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  GB-SCAN                PIC S9(04) COMP VALUE ZEROES.

       01  GB-TABLE.
           02  GB-ENTRY OCCURS 100 TIMES.
               05  GB-VALUE       PIC  X(32).
               05  GB-E-COUNT     PIC S9(09) COMP-3.
               05  GB-E-SUM       PIC S9(18) COMP-3.
               05  GB-E-MIN       PIC S9(18) COMP-3.
               05  GB-E-MAX       PIC S9(18) COMP-3.
               05  GB-E-SEEN      PIC  X(01).

      *****************************************************************
      * KEY and FILE store resources.  FK-FCT/FF-FCT name the source  *
      * table being browsed, SK-FCT/SF-FCT the summary table being    *
      * written; the two are never in use at the same time, so they   *
      * share FK-RECORD and FF-RECORD.                                *
      *****************************************************************
       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       01  SK-FCT.
           02  SK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  SF-FCT.
           02  SF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  SF-DDNAME          PIC  X(04) VALUE 'FILE'.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

      *****************************************************************
      * Replaced-chain purge RIDFLD, the same shape ZFAM126 uses.     *
      *****************************************************************
       01  DELETE-RECORD.
           02  DELETE-KEY-16.
               05  DELETE-KEY     PIC  X(08).
               05  DELETE-SEGMENT PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

      *****************************************************************
      * zUIDSTCK resources to obtain TOD for a fresh internal key.    *
      *****************************************************************
       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

       01  ZFAM-COUNTER.
           02  NC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(07) VALUE '_ZFAM  '.
           02  FILLER             PIC  X(05) VALUE SPACES.

       01  FILLER.
           02  ZFAM-NC-VALUE      PIC  9(16) COMP VALUE ZEROES.
           02  FILLER REDEFINES ZFAM-NC-VALUE.
               05  FILLER         PIC  X(06).
               05  ZFAM-NC-HW     PIC  X(02).

       01  ZFAM-NC-INCREMENT      PIC  9(16) COMP VALUE  1.

      *****************************************************************
      * Checksum working fields.  The source segment is verified      *
      * before it is deciphered and trusted, as in ZFAM016; the       *
      * summary segment is checksummed after it is enciphered, as in  *
      * every write path.                                             *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

      *****************************************************************
      * Opt-in encryption at rest for FF-DATA.  ZFAM107 is a no-op    *
      * for a table with no FAxxEN document template configured.      *
      *****************************************************************
       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Source table FAxxFD schema document template.                 *
      *****************************************************************
       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-FD.
           02  FD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'FD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  FAXXFD-BUFFER          PIC  X(64000) VALUE SPACES.

       01  FD-ENTRY.
           02  FILLER             PIC  X(03).
           02  FD-INDEX           PIC  9(03).
           02  FILLER             PIC  X(05).
           02  FD-COLUMN          PIC  9(07).
           02  FILLER             PIC  X(05).
           02  FD-LENGTH          PIC  9(06).
           02  FILLER             PIC  X(06).
           02  FD-TYPE            PIC  X(01).
           02  FILLER             PIC  X(05).
           02  FD-SEC             PIC  9(02).
           02  FILLER             PIC  X(06).
           02  FD-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  FD-CRLF            PIC  X(02).

      *****************************************************************
      * Source table FAxxRU rollup definition document template.      *
      *****************************************************************
       01  RU-TOKEN               PIC  X(16) VALUE SPACES.
       01  RU-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  RU-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-RU.
           02  RU-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'RU'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  RU-BUFFER              PIC  X(12300) VALUE SPACES.

       01  RU-ENTRY.
           02  RU-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  RU-TABLE           PIC  X(04).
           02  FILLER             PIC  X(01).
           02  RU-COLUMN          PIC  X(16).
           02  FILLER             PIC  X(01).
           02  RU-BY              PIC  X(16).
           02  FILLER             PIC  X(01).
           02  RU-FROM            PIC  X(32).
           02  FILLER             PIC  X(01).
           02  RU-TO              PIC  X(32).
           02  RU-CRLF            PIC  X(02).

      *****************************************************************
      * Payload buffer for the source row currently being folded.     *
      *****************************************************************
       01  ZFAM-RECORD.
           05  ZFAM-DATA          PIC  X(32000).

      *****************************************************************
      * Summary row, written as the single FILE store segment of each *
      * summary table record.                                         *
      *****************************************************************
       01  SR-KEY                 PIC X(255) VALUE LOW-VALUES.
       01  SR-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  SR-NAME-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  SR-GROUP-LENGTH        PIC S9(08) COMP VALUE ZEROES.

       01  SUMMARY-ROW.
           02  SR-NAME            PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-GROUP           PIC  X(32) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-COUNT           PIC  9(09) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-SUM             PIC  9(18) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-MIN             PIC  9(18) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-MAX             PIC  9(18) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-REFRESHED.
               05  SR-DATE        PIC  X(10) VALUE SPACES.
               05  FILLER         PIC  X(01) VALUE SPACES.
               05  SR-TIME        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-SOURCE          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-COLUMN          PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-BY              PIC  X(16) VALUE SPACES.

      *****************************************************************
      * CSSL messages.                                                *
      *****************************************************************
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

       01  TD-ROLLUP-DONE.
           02  FILLER             PIC  X(07) VALUE 'Rollup '.
           02  TD-RD-NAME         PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' to '.
           02  TD-RD-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE ' rows: '.
           02  TD-RD-ROWS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' groups: '.
           02  TD-RD-GROUPS       PIC ZZ9.
           02  FILLER             PIC  X(09) VALUE ' elapsed '.
           02  TD-RD-MS           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(03) VALUE ' ms'.
           02  FILLER             PIC  X(06) VALUE SPACES.

       01  TD-ROLLUP-FAILED.
           02  FILLER             PIC  X(07) VALUE 'Rollup '.
           02  TD-RF-NAME         PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(17) VALUE ' not refreshed - '.
           02  TD-RF-REASON       PIC  X(50) VALUE SPACES.

       01  TD-NO-ROLLUPS.
           02  FILLER             PIC  X(44) VALUE
               'Rollup refresh - no FAxxRU template for '.
           02  TD-NR-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  TD-RUN-DONE.
           02  FILLER             PIC  X(17) VALUE 'Rollup refresh - '.
           02  TD-RN-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-RN-REFRESHED    PIC ZZZ9.
           02  FILLER             PIC  X(12) VALUE ' refreshed, '.
           02  TD-RN-FAILED       PIC ZZZ9.
           02  FILLER             PIC  X(16) VALUE ' not refreshed  '.
           02  FILLER             PIC  X(32) VALUE SPACES.

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
           PERFORM 1100-LOAD-SCHEMA        THRU 1100-EXIT.

           PERFORM 2000-PROCESS-ROLLUP     THRU 2000-EXIT
               WITH TEST AFTER
               VARYING RU-OFFSET FROM ZEROES BY LENGTH OF RU-ENTRY
               UNTIL RU-OFFSET NOT LESS THAN RU-DOC-LENGTH.

           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the source table from the   *
      * FA-PARM and read its FAxxRU rollup definitions.  A table with *
      * no definitions has nothing to refresh.                        *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE FA-TRANID                    TO FK-TRANID
                                                 FF-TRANID
                                                 FD-TRANID
                                                 RU-TRANID.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(RU-TOKEN)
                TEMPLATE(ZFAM-RU)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF RU-BUFFER          TO RU-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(RU-TOKEN)
                    INTO     (RU-BUFFER)
                    LENGTH   (RU-DOC-LENGTH)
                    MAXLENGTH(RU-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES                   TO RU-DOC-LENGTH.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO RU-DOC-LENGTH.

           IF  RU-DOC-LENGTH EQUAL ZEROES
               MOVE FA-TRANID                TO TD-NR-TABLE
               MOVE TD-NO-ROLLUPS            TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read the source table's FAxxFD schema.  Only a rollup that    *
      * names a column needs it.                                      *
      *****************************************************************
       1100-LOAD-SCHEMA.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF FAXXFD-BUFFER       TO FD-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                    INTO     (FAXXFD-BUFFER)
                    LENGTH   (FD-DOC-LENGTH)
                    MAXLENGTH(FD-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES                    TO FD-DOC-LENGTH.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                    TO FD-DOC-LENGTH.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Refresh one rollup: validate the definition, browse the range *
      * folding the aggregates, then write the summary rows and       *
      * commit them as one unit of work.                              *
      *****************************************************************
       2000-PROCESS-ROLLUP.
           MOVE RU-BUFFER(RU-OFFSET + 1:LENGTH OF RU-ENTRY)
                                             TO RU-ENTRY.

           IF  RU-NAME EQUAL SPACES
           OR  RU-NAME(1:1) EQUAL '*'
               GO TO 2000-EXIT.

           EXEC CICS ASKTIME ABSTIME(RU-START-ABS) NOHANDLE
           END-EXEC.

           PERFORM 2100-RESET              THRU 2100-EXIT.
           PERFORM 2200-VALIDATE           THRU 2200-EXIT.

           IF  ROLLUP-FAILED EQUAL 'Y'
               GO TO 2000-EXIT.

           PERFORM 3000-START-BROWSE       THRU 3000-EXIT.

           PERFORM 3100-PROCESS-RANGE      THRU 3100-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE   EQUAL 'Y'.

           PERFORM 3900-END-BROWSE         THRU 3900-EXIT.

           IF  GROUP-OVERFLOW EQUAL 'Y'
               MOVE 'more than 100 distinct GROUP BY values'
                                             TO TD-RF-REASON
               PERFORM 2900-FAILED         THRU 2900-EXIT
               GO TO 2000-EXIT.

           PERFORM 4000-WRITE-SUMMARY      THRU 4000-EXIT.

           IF  ROLLUP-FAILED EQUAL 'Y'
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC
               MOVE 'summary table write failed'
                                             TO TD-RF-REASON
               PERFORM 2900-FAILED         THRU 2900-EXIT
               GO TO 2000-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           PERFORM 2800-REFRESHED          THRU 2800-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Clear the aggregates and resolve the rollup's key range.      *
      *****************************************************************
       2100-RESET.
           MOVE 'N'                          TO BROWSE-COMPLETE
                                                 COLUMN-FOUND
                                                 VALUE-SEEN
                                                 ROLLUP-FAILED
                                                 GROUP-REQUEST-SW
                                                 GROUP-COLUMN-FOUND
                                                 GROUP-OVERFLOW.

           MOVE ZEROES                       TO AG-COUNT
                                                 AG-SUM
                                                 AG-MIN
                                                 AG-MAX
                                                 AG-COL
                                                 AG-LEN
                                                 GB-COL
                                                 GB-LEN
                                                 GB-COUNT
                                                 GB-INDEX.

           IF  RU-BY NOT EQUAL SPACES
               MOVE 'Y'                      TO GROUP-REQUEST-SW.

           MOVE ZEROES                       TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(RU-FROM)
           TALLYING TRAILING-SPACES
           FOR LEADING SPACES.
           SUBTRACT TRAILING-SPACES FROM LENGTH OF RU-FROM
               GIVING RANGE-FROM-LENGTH.

           MOVE LOW-VALUES                   TO RANGE-FROM.
           IF  RANGE-FROM-LENGTH GREATER THAN ZEROES
               MOVE RU-FROM(1:RANGE-FROM-LENGTH)
                 TO RANGE-FROM(1:RANGE-FROM-LENGTH).

           MOVE ZEROES                       TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(RU-TO)
           TALLYING TRAILING-SPACES
           FOR LEADING SPACES.
           SUBTRACT TRAILING-SPACES FROM LENGTH OF RU-TO
               GIVING RANGE-TO-LENGTH.

           MOVE LOW-VALUES                   TO RANGE-TO.
           IF  RANGE-TO-LENGTH GREATER THAN ZEROES
               MOVE RU-TO(1:RANGE-TO-LENGTH)
                 TO RANGE-TO(1:RANGE-TO-LENGTH).

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Check the definition - a summary table other than the source, *
      * a name without '.', and schema columns that exist.            *
      *****************************************************************
       2200-VALIDATE.
           IF  RU-TABLE(1:2) NOT EQUAL 'FA'
           OR  RU-TABLE      EQUAL FA-TRANID
               MOVE 'summary table must be another FAxx table'
                                             TO TD-RF-REASON
               PERFORM 2900-FAILED         THRU 2900-EXIT
               GO TO 2200-EXIT.

           MOVE ZEROES                       TO DOT-COUNT.
           INSPECT RU-NAME TALLYING DOT-COUNT FOR ALL '.'.

           IF  DOT-COUNT GREATER THAN ZEROES
               MOVE 'rollup name may not contain a period'
                                             TO TD-RF-REASON
               PERFORM 2900-FAILED         THRU 2900-EXIT
               GO TO 2200-EXIT.

           IF  RU-COLUMN NOT EQUAL SPACES
           AND FD-DOC-LENGTH GREATER THAN ZEROES
               PERFORM 2210-SCAN-COLUMN   THRU 2210-EXIT
                   WITH TEST AFTER
                   VARYING FD-OFFSET      FROM ZEROES BY
                           LENGTH OF FD-ENTRY
                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
                   OR    COLUMN-FOUND EQUAL 'Y'.

           IF  RU-COLUMN    NOT EQUAL SPACES
           AND COLUMN-FOUND NOT EQUAL 'Y'
               MOVE 'column not found in FAxxFD schema'
                                             TO TD-RF-REASON
               PERFORM 2900-FAILED         THRU 2900-EXIT
               GO TO 2200-EXIT.

           IF  GROUP-REQUEST-SW EQUAL 'Y'
           AND FD-DOC-LENGTH GREATER THAN ZEROES
               PERFORM 2220-SCAN-GROUP-COL THRU 2220-EXIT
                   WITH TEST AFTER
                   VARYING FD-OFFSET      FROM ZEROES BY
                           LENGTH OF FD-ENTRY
                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
                   OR    GROUP-COLUMN-FOUND EQUAL 'Y'.

           IF  GROUP-REQUEST-SW   EQUAL 'Y'
           AND GROUP-COLUMN-FOUND NOT EQUAL 'Y'
               MOVE 'GROUP BY column not found in FAxxFD schema'
                                             TO TD-RF-REASON
               PERFORM 2900-FAILED         THRU 2900-EXIT
               GO TO 2200-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry against the aggregate column name.   *
      *****************************************************************
       2210-SCAN-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-NAME EQUAL RU-COLUMN
               MOVE 'Y'                       TO COLUMN-FOUND
               MOVE FD-COLUMN                 TO AG-COL
               MOVE FD-LENGTH                 TO AG-LEN.

           IF  COLUMN-FOUND EQUAL 'Y'
           AND AG-LEN GREATER THAN LENGTH OF AG-FIELD-TEXT
               MOVE LENGTH OF AG-FIELD-TEXT   TO AG-LEN.

       2210-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry against the GROUP BY column name.    *
      *****************************************************************
       2220-SCAN-GROUP-COL.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-NAME EQUAL RU-BY
               MOVE 'Y'                       TO GROUP-COLUMN-FOUND
               MOVE FD-COLUMN                 TO GB-COL
               MOVE FD-LENGTH                 TO GB-LEN.

           IF  GROUP-COLUMN-FOUND EQUAL 'Y'
           AND GB-LEN GREATER THAN LENGTH OF GB-FIELD-TEXT
               MOVE LENGTH OF GB-FIELD-TEXT   TO GB-LEN.

       2220-EXIT.
           EXIT.

      *****************************************************************
      * Write the CSSL line for a completed refresh, with the time it *
      * took from the start of the browse through the commit.         *
      *****************************************************************
       2800-REFRESHED.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           SUBTRACT RU-START-ABS FROM WS-ABS GIVING RU-ELAPSED.

           MOVE RU-NAME                      TO TD-RD-NAME.
           MOVE RU-TABLE                     TO TD-RD-TABLE.
           MOVE AG-COUNT                     TO TD-RD-ROWS.
           MOVE GB-COUNT                     TO TD-RD-GROUPS.
           MOVE RU-ELAPSED                   TO TD-RD-MS.
           MOVE TD-ROLLUP-DONE               TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

           ADD  ONE                          TO REFRESHED-COUNT.

       2800-EXIT.
           EXIT.

      *****************************************************************
      * Write the CSSL line for a rollup that was not refreshed.  The *
      * reason is already in TD-RF-REASON.                            *
      *****************************************************************
       2900-FAILED.
           MOVE 'Y'                          TO ROLLUP-FAILED.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE RU-NAME                      TO TD-RF-NAME.
           MOVE TD-ROLLUP-FAILED             TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

           ADD  ONE                          TO FAILED-COUNT.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the source key store at the range begin key. *
      *****************************************************************
       3000-START-BROWSE.
           MOVE RANGE-FROM                   TO FK-KEY.
           MOVE LENGTH      OF FK-RECORD     TO FK-LENGTH.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSE-COMPLETE.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next source KEY store record in the range and fold   *
      * it into the running aggregates, as ZFAM016 does.              *
      *****************************************************************
       3100-PROCESS-RANGE.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 3100-EXIT.

           IF  RANGE-TO-LENGTH GREATER THAN ZEROES
           AND FK-KEY  (1:RANGE-TO-LENGTH) GREATER THAN
               RANGE-TO(1:RANGE-TO-LENGTH)
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 3100-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
               GO TO 3100-EXIT.

           ADD  ONE                          TO AG-COUNT.

           IF  COLUMN-FOUND       NOT EQUAL 'Y'
           AND GROUP-COLUMN-FOUND NOT EQUAL 'Y'
               GO TO 3100-EXIT.

           PERFORM 3200-READ-SEGMENT-ONE   THRU 3200-EXIT.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
           AND GROUP-REQUEST-SW EQUAL 'Y'
               PERFORM 3400-LOCATE-GROUP   THRU 3400-EXIT.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
           AND COLUMN-FOUND EQUAL 'Y'
               PERFORM 3300-FOLD-VALUE     THRU 3300-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Read the first FILE store segment for the current KEY record, *
      * verify its checksum and decipher it into ZFAM-DATA.           *
      *****************************************************************
       3200-READ-SEGMENT-ONE.
           MOVE 'FILE'                       TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE ONE                          TO FF-SEGMENT.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.
           MOVE LOW-VALUES                   TO FF-DATA.

           EXEC CICS READ
                FILE  (FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT
               IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
                   MOVE DFHRESP(NOTFND)      TO FF-RESP.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES               TO ZFAM-DATA
               SUBTRACT FF-PREFIX          FROM FF-LENGTH
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE FF-DATA(1:FF-LENGTH)     TO ZFAM-DATA(1:FF-LENGTH).

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Extract the column bytes, right-justify them into a numeric   *
      * work field, and fold the value into sum/min/max.  A value     *
      * that is not numeric is skipped.                               *
      *****************************************************************
       3300-FOLD-VALUE.
           MOVE SPACES                       TO AG-FIELD-TEXT.
           MOVE ZFAM-DATA(AG-COL:AG-LEN)     TO AG-FIELD-TEXT(1:AG-LEN).
           INSPECT AG-FIELD-TEXT
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE ZEROES                       TO AG-TEXT-SPACES.
           INSPECT FUNCTION REVERSE(AG-FIELD-TEXT)
           TALLYING AG-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT AG-TEXT-SPACES
               FROM LENGTH OF AG-FIELD-TEXT
               GIVING AG-TEXT-LENGTH.

           IF  AG-TEXT-LENGTH NOT GREATER THAN ZEROES
               GO TO 3300-EXIT.

           MOVE ZEROES                       TO AG-FIELD-JUST.
           MOVE AG-FIELD-TEXT(1:AG-TEXT-LENGTH)
                TO AG-FIELD-JUST(19 - AG-TEXT-LENGTH:AG-TEXT-LENGTH).

           IF  AG-FIELD-JUST-N NOT NUMERIC
               GO TO 3300-EXIT.

           MOVE AG-FIELD-JUST-N              TO AG-VALUE.
           ADD  AG-VALUE                     TO AG-SUM.

           IF  VALUE-SEEN NOT EQUAL 'Y'
               MOVE 'Y'                      TO VALUE-SEEN
               MOVE AG-VALUE                 TO AG-MIN
                                                 AG-MAX
           ELSE
               IF  AG-VALUE LESS THAN AG-MIN
                   MOVE AG-VALUE             TO AG-MIN
               ELSE
               IF  AG-VALUE GREATER THAN AG-MAX
                   MOVE AG-VALUE             TO AG-MAX.

           IF  GROUP-REQUEST-SW EQUAL 'Y'
           AND GB-INDEX GREATER THAN ZEROES
               PERFORM 3350-FOLD-GROUP     THRU 3350-EXIT.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Fold the value just extracted into the current row's group.   *
      *****************************************************************
       3350-FOLD-GROUP.
           ADD  AG-VALUE                     TO GB-E-SUM(GB-INDEX).

           IF  GB-E-SEEN(GB-INDEX) NOT EQUAL 'Y'
               MOVE 'Y'                      TO GB-E-SEEN(GB-INDEX)
               MOVE AG-VALUE                 TO GB-E-MIN(GB-INDEX)
                                                 GB-E-MAX(GB-INDEX)
           ELSE
               IF  AG-VALUE LESS THAN GB-E-MIN(GB-INDEX)
                   MOVE AG-VALUE             TO GB-E-MIN(GB-INDEX)
               ELSE
               IF  AG-VALUE GREATER THAN GB-E-MAX(GB-INDEX)
                   MOVE AG-VALUE             TO GB-E-MAX(GB-INDEX).

       3350-EXIT.
           EXIT.

      *****************************************************************
      * Find (or create) the group entry for the current row's GROUP  *
      * BY value and bump its row count.  More distinct values than   *
      * the table holds ends the browse; the rollup is not refreshed. *
      *****************************************************************
       3400-LOCATE-GROUP.
           MOVE ZEROES                       TO GB-INDEX.
           MOVE SPACES                       TO GB-FIELD-TEXT.
           MOVE ZFAM-DATA(GB-COL:GB-LEN)     TO GB-FIELD-TEXT(1:GB-LEN).
           INSPECT GB-FIELD-TEXT
           REPLACING ALL LOW-VALUES BY SPACES.

           PERFORM 3410-SCAN-GROUP         THRU 3410-EXIT
               VARYING GB-SCAN FROM 1 BY 1
               UNTIL   GB-SCAN GREATER THAN GB-COUNT
               OR      GB-INDEX GREATER THAN ZEROES.

           IF  GB-INDEX EQUAL ZEROES
           AND GB-COUNT LESS THAN GB-MAX
               ADD  ONE                      TO GB-COUNT
               MOVE GB-COUNT                 TO GB-INDEX
               MOVE GB-FIELD-TEXT            TO GB-VALUE(GB-INDEX)
               MOVE ZEROES                   TO GB-E-COUNT(GB-INDEX)
                                                 GB-E-SUM(GB-INDEX)
                                                 GB-E-MIN(GB-INDEX)
                                                 GB-E-MAX(GB-INDEX)
               MOVE 'N'                      TO GB-E-SEEN(GB-INDEX).

           IF  GB-INDEX EQUAL ZEROES
               MOVE 'Y'                      TO GROUP-OVERFLOW
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 3400-EXIT.

           ADD  ONE                          TO GB-E-COUNT(GB-INDEX).

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Compare one group entry's value against the current row's.    *
      *****************************************************************
       3410-SCAN-GROUP.
           IF  GB-VALUE(GB-SCAN) EQUAL GB-FIELD-TEXT
               MOVE GB-SCAN                  TO GB-INDEX.

       3410-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the source key store.                          *
      *****************************************************************
       3900-END-BROWSE.
           EXEC CICS ENDBR
                FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

       3900-EXIT.
           EXIT.

      *****************************************************************
      * Write the overall row and one row per group value to the      *
      * summary table, all stamped with the same refresh time, then   *
      * remove group rows an earlier refresh left behind.             *
      *****************************************************************
       4000-WRITE-SUMMARY.
           MOVE RU-TABLE                     TO SK-TRANID
                                                 SF-TRANID
                                                 NC-TRANID.

           EXEC CICS ASKTIME ABSTIME(REFRESH-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(REFRESH-ABS)
                TIME(SR-TIME)
                YYYYMMDD(SR-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE RU-NAME                      TO SR-NAME.
           MOVE FA-TRANID                    TO SR-SOURCE.
           MOVE RU-COLUMN                    TO SR-COLUMN.
           MOVE RU-BY                        TO SR-BY.

           MOVE ZEROES                       TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(RU-NAME)
           TALLYING TRAILING-SPACES
           FOR LEADING SPACES.
           SUBTRACT TRAILING-SPACES FROM LENGTH OF RU-NAME
               GIVING SR-NAME-LENGTH.

           MOVE SPACES                       TO SR-GROUP.
           MOVE AG-COUNT                     TO SR-COUNT.
           MOVE AG-SUM                       TO SR-SUM.
           MOVE AG-MIN                       TO SR-MIN.
           MOVE AG-MAX                       TO SR-MAX.

           MOVE LOW-VALUES                   TO SR-KEY.
           MOVE RU-NAME(1:SR-NAME-LENGTH)    TO SR-KEY.
           MOVE SR-NAME-LENGTH               TO SR-KEY-LENGTH.

           PERFORM 4100-WRITE-ROW          THRU 4100-EXIT.

           IF  GROUP-REQUEST-SW EQUAL 'Y'
               PERFORM 4050-WRITE-GROUP    THRU 4050-EXIT
                   VARYING GB-INDEX FROM 1 BY 1
                   UNTIL   GB-INDEX GREATER THAN GB-COUNT
                   OR      ROLLUP-FAILED EQUAL 'Y'.

           IF  ROLLUP-FAILED NOT EQUAL 'Y'
               PERFORM 4500-PURGE-STALE    THRU 4500-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Build the row for one GROUP BY value, keyed <name>.<value>.   *
      *****************************************************************
       4050-WRITE-GROUP.
           MOVE GB-VALUE(GB-INDEX)           TO SR-GROUP.
           MOVE GB-E-COUNT(GB-INDEX)         TO SR-COUNT.
           MOVE GB-E-SUM(GB-INDEX)           TO SR-SUM.
           MOVE GB-E-MIN(GB-INDEX)           TO SR-MIN.
           MOVE GB-E-MAX(GB-INDEX)           TO SR-MAX.

           MOVE ZEROES                       TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(SR-GROUP)
           TALLYING TRAILING-SPACES
           FOR LEADING SPACES.
           SUBTRACT TRAILING-SPACES FROM LENGTH OF SR-GROUP
               GIVING SR-GROUP-LENGTH.

           MOVE LOW-VALUES                   TO SR-KEY.
           MOVE RU-NAME(1:SR-NAME-LENGTH)    TO SR-KEY.
           MOVE '.'                          TO
                SR-KEY(SR-NAME-LENGTH + 1:1).
           COMPUTE SR-KEY-LENGTH = SR-NAME-LENGTH + 1.

           IF  SR-GROUP-LENGTH GREATER THAN ZEROES
               MOVE SR-GROUP(1:SR-GROUP-LENGTH)
                 TO SR-KEY(SR-KEY-LENGTH + 1:SR-GROUP-LENGTH)
               ADD  SR-GROUP-LENGTH          TO SR-KEY-LENGTH.

           PERFORM 4100-WRITE-ROW          THRU 4100-EXIT.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * Write (or replace) one summary row.  An existing row's chain  *
      * is purged and the row is rewritten under a fresh internal     *
      * key, the way ZFAM126 replaces a record.                       *
      *****************************************************************
       4100-WRITE-ROW.
           MOVE LOW-VALUES                   TO FK-KEY.
           MOVE SR-KEY(1:SR-KEY-LENGTH)      TO FK-KEY(1:SR-KEY-LENGTH).

           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(SK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
           AND FK-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE 'Y'                      TO ROLLUP-FAILED
               GO TO 4100-EXIT.

           IF  FK-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4110-PURGE-CHAIN    THRU 4110-EXIT.

           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               INITIALIZE FK-RECORD
               MOVE LOW-VALUES               TO FK-KEY
               MOVE SR-KEY(1:SR-KEY-LENGTH)
                 TO FK-KEY(1:SR-KEY-LENGTH)
               MOVE 7                        TO FK-RETENTION
               MOVE 'Y'                      TO FK-RETENTION-TYPE.

           MOVE THE-TOD(1:6)                 TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                   TO FK-FF-NC.

           MOVE REFRESH-ABS                  TO FK-ABS.
           MOVE 'text'                       TO FK-OBJECT.
           MOVE ONE                          TO FK-SEGMENTS.
           MOVE SPACES                       TO FK-LOB
                                                 FK-ECR
                                                 FK-INTENT
                                                 FK-DELETED
                                                 FK-UID.
           MOVE ZEROES                       TO FK-LOCK-TIME.

           MOVE 'FILE'                       TO SF-DDNAME.
           MOVE SF-DDNAME                    TO FK-DDNAME.

           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           IF  FK-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(SK-FCT)
                    FROM(FK-RECORD)
                    LENGTH(FK-LENGTH)
                    RESP(FK-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(SK-FCT)
                    FROM(FK-RECORD)
                    RIDFLD(FK-KEY)
                    LENGTH(FK-LENGTH)
                    RESP(FK-RESP)
                    NOHANDLE
               END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO ROLLUP-FAILED
               GO TO 4100-EXIT.

           PERFORM 4120-WRITE-SEGMENT      THRU 4120-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Purge the chain the existing summary KEY record points at.    *
      *****************************************************************
       4110-PURGE-CHAIN.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO SF-DDNAME
           ELSE
               MOVE 'FILE'                   TO SF-DDNAME.

           MOVE FK-FF-KEY                    TO DELETE-KEY.
           MOVE ZEROES                       TO DELETE-SUFFIX
                                                 DELETE-ZEROES.

           PERFORM 4115-PURGE-SEGMENT      THRU 4115-EXIT
               WITH TEST AFTER
               VARYING DELETE-SEGMENT FROM 1 BY 1
               UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

       4110-EXIT.
           EXIT.

      *****************************************************************
      * Delete one segment of the replaced chain.                     *
      *****************************************************************
       4115-PURGE-SEGMENT.
           EXEC CICS DELETE FILE(SF-FCT)
                RIDFLD(DELETE-KEY-16)
                NOHANDLE
           END-EXEC.

       4115-EXIT.
           EXIT.

      *****************************************************************
      * Write the summary row as the record's single FILE segment,    *
      * enciphered and checksummed for the summary table.             *
      *****************************************************************
       4120-WRITE-SEGMENT.
           MOVE FK-KEY                       TO FF-FK-KEY.
           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ONE                          TO FF-SEGMENT
                                                 FF-SEGMENTS.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE 'text/plain'                 TO FF-MEDIA.
           MOVE REFRESH-ABS                  TO FF-ABS.
           MOVE FK-RETENTION                 TO FF-RETENTION.
           MOVE FK-RETENTION-TYPE            TO FF-RETENTION-TYPE.

           MOVE LENGTH OF SUMMARY-ROW        TO FF-LENGTH.
           MOVE LOW-VALUES                   TO FF-DATA.
           MOVE SUMMARY-ROW                  TO FF-DATA(1:FF-LENGTH).

           PERFORM 9042-ENCIPHER-SEGMENT   THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED            TO FF-CHECKSUM.
           ADD  FF-PREFIX                    TO FF-LENGTH.

           EXEC CICS WRITE FILE(SF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP(FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO ROLLUP-FAILED.

       4120-EXIT.
           EXIT.

      *****************************************************************
      * Browse the rollup's group rows (<name>.) and delete any not   *
      * stamped by this refresh - values that no longer occur.        *
      *****************************************************************
       4500-PURGE-STALE.
           MOVE LOW-VALUES                   TO SR-KEY.
           MOVE RU-NAME(1:SR-NAME-LENGTH)    TO SR-KEY.
           MOVE '.'                          TO
                SR-KEY(SR-NAME-LENGTH + 1:1).
           COMPUTE SR-KEY-LENGTH = SR-NAME-LENGTH + 1.

           MOVE SR-KEY                       TO FK-KEY.
           MOVE 'N'                          TO BROWSE-COMPLETE.

           EXEC CICS STARTBR
                FILE  (SK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4500-EXIT.

           PERFORM 4510-STALE-NEXT         THRU 4510-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE   EQUAL 'Y'.

           EXEC CICS ENDBR
                FILE(SK-FCT)
                NOHANDLE
           END-EXEC.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * Read the next group row and delete it when it is stale.       *
      *****************************************************************
       4510-STALE-NEXT.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READNEXT
                FILE  (SK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 4510-EXIT.

           IF  FK-KEY(1:SR-KEY-LENGTH) NOT EQUAL
               SR-KEY(1:SR-KEY-LENGTH)
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 4510-EXIT.

           IF  FK-ABS NOT LESS THAN REFRESH-ABS
               GO TO 4510-EXIT.

           PERFORM 4110-PURGE-CHAIN        THRU 4110-EXIT.

           EXEC CICS DELETE FILE(SK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
           END-EXEC.

       4510-EXIT.
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
      * Encipher FF-DATA(1:FF-LENGTH) toward the summary table.       *
      *****************************************************************
       9042-ENCIPHER-SEGMENT.
           MOVE SF-TRANID                   TO CIPHER-TRANID.
           MOVE 'E'                         TO CIPHER-DIRECTION.
           MOVE FF-LENGTH                   TO CIPHER-LENGTH.
           MOVE FF-DATA(1:FF-LENGTH)        TO CIPHER-DATA(1:FF-LENGTH).

           MOVE FF-KEYVER                   TO CIPHER-KEYVER.

           EXEC CICS LINK PROGRAM(ZFAM107)
                COMMAREA(CIPHER-COMMAREA)
                LENGTH  (LENGTH OF CIPHER-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE CIPHER-DATA(1:FF-LENGTH)     TO FF-DATA(1:FF-LENGTH).
           MOVE CIPHER-KEYVER               TO FF-KEYVER.

       9042-EXIT.
           EXIT.

      *****************************************************************
      * Decipher FF-DATA(1:FF-LENGTH) read from the source table.     *
      *****************************************************************
       9043-DECIPHER-SEGMENT.
           MOVE FF-TRANID                   TO CIPHER-TRANID.
           MOVE 'D'                         TO CIPHER-DIRECTION.
           MOVE FF-LENGTH                   TO CIPHER-LENGTH.
           MOVE FF-DATA(1:FF-LENGTH)        TO CIPHER-DATA(1:FF-LENGTH).

           MOVE FF-KEYVER                   TO CIPHER-KEYVER.

           EXEC CICS LINK PROGRAM(ZFAM107)
                COMMAREA(CIPHER-COMMAREA)
                LENGTH  (LENGTH OF CIPHER-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE CIPHER-DATA(1:FF-LENGTH)     TO FF-DATA(1:FF-LENGTH).
           MOVE CIPHER-KEYVER               TO FF-KEYVER.

       9043-EXIT.
           EXIT.

      *****************************************************************
      * Compute the word-sum checksum over the FF-DATA buffer.        *
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

      *****************************************************************
      * Write the closing CSSL summary line.                          *
      *****************************************************************
       9900-WRITE-DONE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE FA-TRANID              TO TD-RN-TABLE.
           MOVE REFRESHED-COUNT        TO TD-RN-REFRESHED.
           MOVE FAILED-COUNT           TO TD-RN-FAILED.

           MOVE TD-RUN-DONE            TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       9900-EXIT.
           EXIT.
