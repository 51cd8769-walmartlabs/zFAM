       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM171.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Foreign feed import utility.                                  *
      *                                                               *
      * ZFAM013 reloads only ZFAM012's own extract.  This program     *
      * seeds a schema table from a file another team hands us - a    *
      * delimited file or a JSON-lines file - read from an extra-     *
      * partition TD queue mapped by JCL to the dataset, the same     *
      * way ZFAM013 reads <xx>EX.  There will be a task started with  *
      * a FA-PARM identifying the table and the feed:                 *
      *                                                               *
      *   FAxx iiii rrrr fd nnnnnt key-field+key-field...             *
      *                                                               *
      *   FAxx   - the schema table to load                           *
      *   iiii   - input queue (default <xx>IM)                       *
      *   rrrr   - reject queue (default <xx>IR)                      *
      *   f      - D delimited (default) or J JSON-lines              *
      *   d      - delimited field separator (default comma)          *
      *   nnnnnt - retention and type (D, Y or S) for every row; the  *
      *            ZFAM024 seven-year default when omitted            *
      *   key    - plus-separated FAxxFD column names whose values    *
      *            are joined, in order, to build each row's key.     *
      *            Default is the primary key column.                 *
      *                                                               *
      * A delimited file's first line names its fields; a value may   *
      * be double-quoted to carry the separator, with a doubled quote *
      * standing for one.  A JSON-lines file carries one flat object  *
      * per line, string, number, true/false or null values.  Fields  *
      * are matched to FAxxFD columns by FD-NAME and laid into the    *
      * record the way zQL INSERT (ZFAM010) lays them - 'N' columns   *
      * right-justified and zero-filled, all others left-justified    *
      * and space-filled.  Fields that name no column are ignored.    *
      * Each key column is laid at its full column width before the   *
      * next is joined, and the joined key (trailing spaces dropped)  *
      * fills the primary key column when the line does not supply    *
      * it.                                                           *
      *                                                               *
      * Every row is written by a LINK to ZFAM024's POST, so          *
      * retention, cipher, checksum, FAxxVR domain validation and     *
      * FAxxCIxx index maintenance are exactly the call interface's.  *
      * Each row is committed on its own, so a rejected row never     *
      * takes earlier rows with it.                                   *
      *                                                               *
      * Every rejected line is written to the reject queue with its   *
      * line number and the reason, followed by the line as read.     *
      * The run ends with a CSSL line giving the loaded and rejected  *
      * counts; on a LINK the counts are also returned to the caller. *
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
       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.
       01  TWO-FIFTY-FIVE         PIC S9(08) COMP VALUE 255.

       01  LINE-NUMBER            PIC S9(08) COMP VALUE ZEROES.
       01  LOADED-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  REJECTED-COUNT         PIC S9(08) COMP VALUE ZEROES.

       01  READ-COMPLETE          PIC  X(01) VALUE SPACES.
       01  HEADER-SW              PIC  X(01) VALUE 'N'.
       01  REJECT-SW              PIC  X(01) VALUE 'N'.
       01  REJECT-REASON          PIC  X(48) VALUE SPACES.

       01  TAB-CHAR               PIC  X(01) VALUE X'05'.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-INPUT           PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-REJECT          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-FORMAT          PIC  X(01) VALUE SPACES.
           02  FA-DELIMITER       PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-RETENTION       PIC  X(05) VALUE SPACES.
           02  FA-RETENTION-N REDEFINES FA-RETENTION
                                  PIC  9(05).
           02  FA-RET-TYPE        PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-KEY-FIELDS      PIC  X(80) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 105.

       01  IM-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  IM-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  IM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  IM-RECORD              PIC  X(32000) VALUE SPACES.

      *****************************************************************
      * Reject record - line number, reason, then the line as read.   *
      *****************************************************************
       01  RJ-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  RJ-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RJ-RECORD.
           02  RJ-LINE            PIC  9(09) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RJ-REASON          PIC  X(48) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RJ-DATA            PIC  X(32000) VALUE SPACES.

       01  RJ-PREFIX-LENGTH       PIC S9(04) COMP VALUE 59.

      *****************************************************************
      * Line scan.  SCAN-STATE walks a JSON-lines object:             *
      *                                                               *
      *   B  before the opening brace                                 *
      *   K  expecting a field name (or the closing brace)            *
      *   N  inside a field name                                      *
      *   C  expecting the colon                                      *
      *   V  expecting a value                                        *
      *   S  inside a string value                                    *
      *   L  inside a number or true/false/null literal               *
      *   A  after a value                                            *
      *   Z  after the closing brace                                  *
      *****************************************************************
       01  SCAN-POS               PIC S9(08) COMP VALUE ZEROES.
       01  SCAN-CHAR              PIC  X(01) VALUE SPACES.
       01  SCAN-STATE             PIC  X(01) VALUE SPACES.
       01  SCAN-QUOTED-SW         PIC  X(01) VALUE 'N'.
       01  SCAN-ESCAPED-SW        PIC  X(01) VALUE 'N'.

       01  FIELD-NUMBER           PIC S9(04) COMP VALUE ZEROES.
       01  FIELD-NAME             PIC  X(16) VALUE SPACES.
       01  FIELD-NAME-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  FIELD-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  FIELD-VALUE            PIC  X(32000) VALUE SPACES.

      *****************************************************************
      * Delimited header - the column each field position maps to.    *
      *****************************************************************
       01  HD-MAX                 PIC S9(04) COMP VALUE 100.
       01  HD-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  HD-MAPPED              PIC S9(04) COMP VALUE ZEROES.
       01  HD-SUB                 PIC S9(04) COMP VALUE ZEROES.

       01  HD-TABLE.
           02  HD-ENTRY           OCCURS 100 TIMES.
               05  HD-NAME        PIC  X(16).
               05  HD-FOUND       PIC  X(01).
               05  HD-COLUMN      PIC S9(08) COMP.
               05  HD-LENGTH      PIC S9(08) COMP.
               05  HD-TYPE        PIC  X(01).

      *****************************************************************
      * Key fields - up to eight FAxxFD columns joined into the key.  *
      *****************************************************************
       01  KF-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  KF-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  KF-MISSING-SW          PIC  X(01) VALUE 'N'.

       01  KF-NAMES.
           02  KF-NAME            PIC  X(16) OCCURS 8 TIMES.

       01  KF-TABLE.
           02  KF-ENTRY           OCCURS 8 TIMES.
               05  KF-COLUMN      PIC S9(08) COMP.
               05  KF-LENGTH      PIC S9(08) COMP.
               05  KF-SEEN        PIC  X(01).

       01  KEY-VALUE              PIC  X(512) VALUE SPACES.
       01  KEY-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  KEY-TRAILING           PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * FAxxFD schema document template.                              *
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
      * Column lookup by name, and the primary key column.            *
      *****************************************************************
       01  LOOKUP-NAME            PIC  X(16) VALUE SPACES.
       01  LOOKUP-FOUND           PIC  X(01) VALUE 'N'.
       01  LOOKUP-COLUMN          PIC S9(08) COMP VALUE ZEROES.
       01  LOOKUP-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  LOOKUP-TYPE            PIC  X(01) VALUE SPACES.

       01  PK-NAME                PIC  X(16) VALUE SPACES.
       01  PK-COLUMN              PIC S9(08) COMP VALUE ZEROES.
       01  PK-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  PK-SEEN                PIC  X(01) VALUE 'N'.

       01  COLUMN-END             PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * The record being built.  BASE-IMAGE holds every column empty  *
      * - 'N' columns zero-filled, all others space-filled.           *
      *****************************************************************
       01  RECORD-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  BASE-IMAGE             PIC  X(32000) VALUE SPACES.
       01  RECORD-IMAGE           PIC  X(32000) VALUE SPACES.

      *****************************************************************
      * The ZFAM024 call interface commarea, through CA-FIELD.        *
      *****************************************************************
       01  ZFAM024                PIC  X(08) VALUE 'ZFAM024 '.

       01  ZFAM024-COMMAREA.
           02  CA-FUNCTION        PIC  X(06) VALUE SPACES.
           02  CA-STATUS          PIC  9(03) VALUE ZEROES.
           02  CA-TABLE           PIC  X(04) VALUE SPACES.
           02  CA-RETENTION       PIC  9(05) VALUE ZEROES.
           02  CA-RET-TYPE        PIC  X(01) VALUE SPACES.
           02  CA-KEY-LENGTH      PIC S9(08) COMP VALUE ZEROES.
           02  CA-KEY             PIC X(255) VALUE LOW-VALUES.
           02  CA-DATA-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  CA-DATA            PIC  X(32000) VALUE LOW-VALUES.
           02  CA-MEDIA           PIC  X(56) VALUE SPACES.
           02  CA-FIELD           PIC  X(16) VALUE SPACES.

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

       01  TD-IMPORT-DONE.
           02  FILLER             PIC  X(14) VALUE 'Import done - '.
           02  TD-ID-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-ID-LOADED       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(10) VALUE ' loaded - '.
           02  TD-ID-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(21) VALUE
               ' rejected from queue '.
           02  TD-ID-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(12) VALUE SPACES.

       01  TD-IMPORT-STOPPED.
           02  FILLER             PIC  X(17) VALUE 'Import stopped - '.
           02  TD-IS-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-IS-REASON       PIC  X(48) VALUE SPACES.
           02  FILLER             PIC  X(18) VALUE SPACES.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-PARM            PIC  X(105).
           02  CA-LOADED-COUNT    PIC S9(08) COMP.
           02  CA-REJECTED-COUNT  PIC S9(08) COMP.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           PERFORM 2000-LOAD-SCHEMA        THRU 2000-EXIT.

           PERFORM 3000-READ-LINE          THRU 3000-EXIT
               UNTIL READ-COMPLETE     EQUAL 'Y'.

           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           IF  EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
               MOVE LOADED-COUNT           TO CA-LOADED-COUNT
               MOVE REJECTED-COUNT         TO CA-REJECTED-COUNT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization.  A LINK passes FA-PARM in the         *
      * COMMAREA; a started task retrieves it.  Omitted parameters    *
      * take their defaults.                                          *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           IF  EIBCALEN GREATER THAN ZEROES
               MOVE CA-PARM                  TO FA-PARM
           ELSE
               EXEC CICS RETRIEVE INTO(FA-PARM)
                    LENGTH(FA-LENGTH)
                    NOHANDLE
               END-EXEC.

           INSPECT FA-PARM
           REPLACING ALL LOW-VALUES BY SPACES.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO READ-COMPLETE
                                                 HEADER-SW.
           MOVE ZEROES                       TO LINE-NUMBER
                                                 LOADED-COUNT
                                                 REJECTED-COUNT.

           MOVE FA-TRANID(3:2)               TO FD-TRANID(3:2)
                                                 IM-TDQ(1:2)
                                                 RJ-TDQ(1:2).
           MOVE 'IM'                         TO IM-TDQ(3:2).
           MOVE 'IR'                         TO RJ-TDQ(3:2).

           IF  FA-INPUT NOT EQUAL SPACES
               MOVE FA-INPUT                 TO IM-TDQ.

           IF  FA-REJECT NOT EQUAL SPACES
               MOVE FA-REJECT                TO RJ-TDQ.

           IF  FA-FORMAT NOT EQUAL 'J'
               MOVE 'D'                      TO FA-FORMAT.

           IF  FA-DELIMITER EQUAL SPACES
               MOVE ','                      TO FA-DELIMITER.

           MOVE ZEROES                       TO CA-RETENTION.
           MOVE SPACES                       TO CA-RET-TYPE.

           IF  FA-RETENTION NUMERIC
               MOVE FA-RETENTION-N           TO CA-RETENTION
               MOVE FA-RET-TYPE              TO CA-RET-TYPE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Load the table's FAxxFD schema, build the empty record image  *
      * and resolve the key fields.  A table with no schema, or a key *
      * field that is not one of its columns, stops the run before a  *
      * line is read.                                                 *
      *****************************************************************
       2000-LOAD-SCHEMA.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                    INTO     (FAXXFD-BUFFER)
                    LENGTH   (FD-DOC-LENGTH)
                    MAXLENGTH(FD-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES                   TO FD-DOC-LENGTH.

           IF  FD-DOC-LENGTH NOT GREATER THAN ZEROES
               MOVE 'table has no FAxxFD schema' TO REJECT-REASON
               PERFORM 9920-STOP-IMPORT    THRU 9920-EXIT
               GO TO 2000-EXIT.

           MOVE SPACES                       TO BASE-IMAGE
                                                 PK-NAME.
           MOVE ZEROES                       TO RECORD-LENGTH
                                                 PK-COLUMN
                                                 PK-LENGTH.

           PERFORM 2100-BASE-COLUMN        THRU 2100-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET             FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH.

           IF  RECORD-LENGTH NOT GREATER THAN ZEROES
               MOVE 'FAxxFD schema has no usable column'
                                             TO REJECT-REASON
               PERFORM 9920-STOP-IMPORT    THRU 9920-EXIT
               GO TO 2000-EXIT.

           PERFORM 2200-KEY-FIELDS         THRU 2200-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Lay one schema column into the empty record image, and note   *
      * the primary key column (FD-INDEX 1).  A column beyond a       *
      * single FILE store segment is not usable.                      *
      *****************************************************************
       2100-BASE-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-COLUMN NOT NUMERIC
           OR  FD-LENGTH NOT NUMERIC
           OR  FD-NAME   EQUAL SPACES
               GO TO 2100-EXIT.

           COMPUTE COLUMN-END = FD-COLUMN + FD-LENGTH - 1.

           IF  FD-COLUMN  NOT GREATER THAN ZEROES
           OR  FD-LENGTH  NOT GREATER THAN ZEROES
           OR  COLUMN-END GREATER THAN THIRTY-TWO-KB
               GO TO 2100-EXIT.

           IF  FD-TYPE EQUAL 'N'
               MOVE ZEROES       TO BASE-IMAGE(FD-COLUMN:FD-LENGTH)
           ELSE
               MOVE SPACES       TO BASE-IMAGE(FD-COLUMN:FD-LENGTH).

           IF  COLUMN-END GREATER THAN RECORD-LENGTH
               MOVE COLUMN-END               TO RECORD-LENGTH.

           IF  FD-INDEX EQUAL ONE
               MOVE FD-NAME                  TO PK-NAME
               MOVE FD-COLUMN                TO PK-COLUMN
               MOVE FD-LENGTH                TO PK-LENGTH.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Split the plus-separated key field names and resolve each to  *
      * its column.  No names means the primary key column alone.     *
      *****************************************************************
       2200-KEY-FIELDS.
           MOVE SPACES                       TO KF-NAMES.

           IF  FA-KEY-FIELDS EQUAL SPACES
               MOVE PK-NAME                  TO KF-NAME(1)
           ELSE
               UNSTRING FA-KEY-FIELDS
                   DELIMITED BY ALL '+' OR ALL SPACES
                   INTO KF-NAME(1)
                        KF-NAME(2)
                        KF-NAME(3)
                        KF-NAME(4)
                        KF-NAME(5)
                        KF-NAME(6)
                        KF-NAME(7)
                        KF-NAME(8).

           MOVE ZEROES                       TO KF-COUNT.

           PERFORM 2210-RESOLVE-KEY        THRU 2210-EXIT
               VARYING KF-SUB FROM 1 BY 1
               UNTIL   KF-SUB GREATER THAN 8
               OR      READ-COMPLETE EQUAL 'Y'.

           IF  KF-COUNT EQUAL ZEROES
           AND READ-COMPLETE NOT EQUAL 'Y'
               MOVE 'no key field and no primary key column'
                                             TO REJECT-REASON
               PERFORM 9920-STOP-IMPORT    THRU 9920-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Resolve one key field name to its schema column.              *
      *****************************************************************
       2210-RESOLVE-KEY.
           IF  KF-NAME(KF-SUB) EQUAL SPACES
               GO TO 2210-EXIT.

           MOVE KF-NAME(KF-SUB)              TO LOOKUP-NAME.
           PERFORM 3500-FIND-COLUMN        THRU 3500-EXIT.

           IF  LOOKUP-FOUND NOT EQUAL 'Y'
               MOVE SPACES                   TO REJECT-REASON
               STRING 'key field not in FAxxFD - '
                      LOOKUP-NAME
                      DELIMITED BY SIZE
                      INTO REJECT-REASON
               PERFORM 9920-STOP-IMPORT    THRU 9920-EXIT
               GO TO 2210-EXIT.

           ADD  1                            TO KF-COUNT.
           MOVE KF-NAME(KF-SUB)              TO KF-NAME(KF-COUNT).
           MOVE LOOKUP-COLUMN                TO KF-COLUMN(KF-COUNT).
           MOVE LOOKUP-LENGTH                TO KF-LENGTH(KF-COUNT).

       2210-EXIT.
           EXIT.

      *****************************************************************
      * Read the next line of the feed.  A blank line is skipped; any *
      * other line is parsed, keyed and written, or rejected.         *
      *****************************************************************
       3000-READ-LINE.
           MOVE LENGTH OF IM-RECORD          TO IM-LENGTH.
           MOVE SPACES                       TO IM-RECORD.

           EXEC CICS READQ TD QUEUE(IM-TDQ)
                INTO  (IM-RECORD)
                LENGTH(IM-LENGTH)
                RESP  (IM-RESP)
                NOHANDLE
           END-EXEC.

           IF  IM-RESP EQUAL DFHRESP(QZERO)
               MOVE 'Y'                      TO READ-COMPLETE
               GO TO 3000-EXIT.

           IF  IM-RESP NOT EQUAL DFHRESP(NORMAL)
           AND IM-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE SPACES                   TO REJECT-REASON
               STRING 'input queue not readable - '
                      IM-TDQ
                      DELIMITED BY SIZE
                      INTO REJECT-REASON
               PERFORM 9920-STOP-IMPORT    THRU 9920-EXIT
               GO TO 3000-EXIT.

           ADD  1                            TO LINE-NUMBER.

           IF  IM-RESP EQUAL DFHRESP(LENGERR)
               MOVE LENGTH OF IM-RECORD      TO IM-LENGTH
               MOVE 'line longer than 32000 bytes' TO REJECT-REASON
               PERFORM 7000-WRITE-REJECT   THRU 7000-EXIT
               GO TO 3000-EXIT.

           IF  IM-LENGTH NOT GREATER THAN ZEROES
               GO TO 3000-EXIT.

           IF  IM-RECORD(1:IM-LENGTH) EQUAL SPACES
               GO TO 3000-EXIT.

           PERFORM 3100-PROCESS-LINE       THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Parse one line into the record image, build its key and write *
      * it through ZFAM024.  The delimited header line only maps the  *
      * field positions.                                              *
      *****************************************************************
       3100-PROCESS-LINE.
           MOVE 'N'                          TO REJECT-SW
                                                 PK-SEEN.
           MOVE SPACES                       TO REJECT-REASON.
           MOVE BASE-IMAGE(1:RECORD-LENGTH)
             TO RECORD-IMAGE(1:RECORD-LENGTH).

           PERFORM 3110-CLEAR-SEEN         THRU 3110-EXIT
               VARYING KF-SUB FROM 1 BY 1
               UNTIL   KF-SUB GREATER THAN KF-COUNT.

           IF  FA-FORMAT EQUAL 'J'
               PERFORM 4500-PARSE-JSON     THRU 4500-EXIT
           ELSE
               PERFORM 4000-PARSE-DELIMITED THRU 4000-EXIT.

           IF  HEADER-SW NOT EQUAL 'Y'
           AND FA-FORMAT NOT EQUAL 'J'
               PERFORM 4050-CHECK-HEADER   THRU 4050-EXIT
               GO TO 3100-EXIT.

           IF  REJECT-SW EQUAL 'Y'
               PERFORM 7000-WRITE-REJECT   THRU 7000-EXIT
               GO TO 3100-EXIT.

           PERFORM 5000-BUILD-KEY          THRU 5000-EXIT.

           IF  REJECT-SW EQUAL 'Y'
               PERFORM 7000-WRITE-REJECT   THRU 7000-EXIT
               GO TO 3100-EXIT.

           PERFORM 6000-WRITE-ROW          THRU 6000-EXIT.

           IF  REJECT-SW EQUAL 'Y'
               PERFORM 7000-WRITE-REJECT   THRU 7000-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Clear one key field's seen flag for the new line.             *
      *****************************************************************
       3110-CLEAR-SEEN.
           MOVE 'N'                          TO KF-SEEN(KF-SUB).

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Find LOOKUP-NAME among the FAxxFD columns.                    *
      *****************************************************************
       3500-FIND-COLUMN.
           MOVE 'N'                          TO LOOKUP-FOUND.
           MOVE ZEROES                       TO LOOKUP-COLUMN
                                                 LOOKUP-LENGTH.
           MOVE SPACES                       TO LOOKUP-TYPE.

           IF  LOOKUP-NAME EQUAL SPACES
               GO TO 3500-EXIT.

           PERFORM 3510-CHECK-ENTRY        THRU 3510-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET             FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    LOOKUP-FOUND EQUAL 'Y'.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry's FD-NAME against LOOKUP-NAME.       *
      *****************************************************************
       3510-CHECK-ENTRY.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME NOT EQUAL LOOKUP-NAME
           OR  FD-COLUMN NOT NUMERIC
           OR  FD-LENGTH NOT NUMERIC
               GO TO 3510-EXIT.

           COMPUTE COLUMN-END = FD-COLUMN + FD-LENGTH - 1.

           IF  FD-COLUMN  NOT GREATER THAN ZEROES
           OR  FD-LENGTH  NOT GREATER THAN ZEROES
           OR  COLUMN-END GREATER THAN THIRTY-TWO-KB
               GO TO 3510-EXIT.

           MOVE 'Y'                          TO LOOKUP-FOUND.
           MOVE FD-COLUMN                    TO LOOKUP-COLUMN.
           MOVE FD-LENGTH                    TO LOOKUP-LENGTH.
           MOVE FD-TYPE                      TO LOOKUP-TYPE.

       3510-EXIT.
           EXIT.

      *****************************************************************
      * Delimited line - scan it byte by byte, ending a field at each *
      * separator outside quotes and at the end of the line.          *
      *****************************************************************
       4000-PARSE-DELIMITED.
           MOVE ZEROES                       TO FIELD-NUMBER
                                                 FIELD-LENGTH.
           MOVE 'N'                          TO SCAN-QUOTED-SW.

           PERFORM 4010-SCAN-DELIMITED     THRU 4010-EXIT
               VARYING SCAN-POS FROM 1 BY 1
               UNTIL   SCAN-POS GREATER THAN IM-LENGTH
               OR      REJECT-SW EQUAL 'Y'.

           IF  REJECT-SW EQUAL 'Y'
               GO TO 4000-EXIT.

           IF  SCAN-QUOTED-SW EQUAL 'Y'
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'unterminated quoted value' TO REJECT-REASON
               GO TO 4000-EXIT.

           PERFORM 4020-END-FIELD          THRU 4020-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Handle one byte of a delimited line.  Leading spaces of an    *
      * unquoted field are dropped; a quote opening a field starts a  *
      * quoted value, in which a doubled quote stands for one.        *
      *****************************************************************
       4010-SCAN-DELIMITED.
           MOVE IM-RECORD(SCAN-POS:1)        TO SCAN-CHAR.

           IF  SCAN-QUOTED-SW EQUAL 'Y'
               IF  SCAN-CHAR NOT EQUAL '"'
                   PERFORM 4800-APPEND-CHAR THRU 4800-EXIT
                   GO TO 4010-EXIT
               ELSE
               IF  SCAN-POS LESS THAN IM-LENGTH
               AND IM-RECORD(SCAN-POS + 1:1) EQUAL '"'
                   PERFORM 4800-APPEND-CHAR THRU 4800-EXIT
                   ADD  1                    TO SCAN-POS
                   GO TO 4010-EXIT
               ELSE
                   MOVE 'N'                  TO SCAN-QUOTED-SW
                   GO TO 4010-EXIT.

           IF  SCAN-CHAR EQUAL FA-DELIMITER
               PERFORM 4020-END-FIELD      THRU 4020-EXIT
               GO TO 4010-EXIT.

           IF  FIELD-LENGTH EQUAL ZEROES
           AND (SCAN-CHAR EQUAL SPACES
            OR  SCAN-CHAR EQUAL TAB-CHAR)
               GO TO 4010-EXIT.

           IF  FIELD-LENGTH EQUAL ZEROES
           AND SCAN-CHAR EQUAL '"'
               MOVE 'Y'                      TO SCAN-QUOTED-SW
               GO TO 4010-EXIT.

           PERFORM 4800-APPEND-CHAR        THRU 4800-EXIT.

       4010-EXIT.
           EXIT.

      *****************************************************************
      * End of one delimited field.  On the header line the field     *
      * names a column; on a data line its value is laid into the     *
      * column the header mapped to that position.                    *
      *****************************************************************
       4020-END-FIELD.
           ADD  1                            TO FIELD-NUMBER.
           PERFORM 4850-TRIM-VALUE         THRU 4850-EXIT.

           IF  HEADER-SW NOT EQUAL 'Y'
               PERFORM 4030-HEADER-FIELD   THRU 4030-EXIT
               MOVE ZEROES                   TO FIELD-LENGTH
               GO TO 4020-EXIT.

           IF  FIELD-NUMBER GREATER THAN HD-COUNT
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'more fields than the header names'
                                             TO REJECT-REASON
               GO TO 4020-EXIT.

           IF  HD-FOUND(FIELD-NUMBER) EQUAL 'Y'
               MOVE HD-NAME(FIELD-NUMBER)    TO LOOKUP-NAME
               MOVE HD-COLUMN(FIELD-NUMBER)  TO LOOKUP-COLUMN
               MOVE HD-LENGTH(FIELD-NUMBER)  TO LOOKUP-LENGTH
               MOVE HD-TYPE(FIELD-NUMBER)    TO LOOKUP-TYPE
               PERFORM 4900-PLACE-VALUE    THRU 4900-EXIT.

           MOVE ZEROES                       TO FIELD-LENGTH.

       4020-EXIT.
           EXIT.

      *****************************************************************
      * Map one header field to its column.  A name longer than an    *
      * FD-NAME, or naming no column, maps to nothing.                *
      *****************************************************************
       4030-HEADER-FIELD.
           IF  FIELD-NUMBER GREATER THAN HD-MAX
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'header names more than 100 fields'
                                             TO REJECT-REASON
               GO TO 4030-EXIT.

           MOVE FIELD-NUMBER                 TO HD-COUNT.
           MOVE SPACES                       TO HD-NAME(FIELD-NUMBER).
           MOVE 'N'                          TO HD-FOUND(FIELD-NUMBER).

           IF  FIELD-LENGTH NOT GREATER THAN ZEROES
           OR  FIELD-LENGTH GREATER THAN LENGTH OF LOOKUP-NAME
               GO TO 4030-EXIT.

           MOVE SPACES                       TO LOOKUP-NAME.
           MOVE FIELD-VALUE(1:FIELD-LENGTH)
             TO LOOKUP-NAME(1:FIELD-LENGTH).
           PERFORM 3500-FIND-COLUMN        THRU 3500-EXIT.

           MOVE LOOKUP-NAME                  TO HD-NAME(FIELD-NUMBER).
           MOVE LOOKUP-FOUND                 TO HD-FOUND(FIELD-NUMBER).
           MOVE LOOKUP-COLUMN                TO HD-COLUMN(FIELD-NUMBER).
           MOVE LOOKUP-LENGTH                TO HD-LENGTH(FIELD-NUMBER).
           MOVE LOOKUP-TYPE                  TO HD-TYPE(FIELD-NUMBER).

       4030-EXIT.
           EXIT.

      *****************************************************************
      * The header is read.  It must map at least one column and name *
      * every key field, or there is nothing sensible to load and the *
      * run stops with the header line rejected.                      *
      *****************************************************************
       4050-CHECK-HEADER.
           MOVE 'Y'                          TO HEADER-SW.

           IF  REJECT-SW NOT EQUAL 'Y'
               MOVE ZEROES                   TO HD-MAPPED
               PERFORM 4060-COUNT-MAPPED   THRU 4060-EXIT
                   VARYING HD-SUB FROM 1 BY 1
                   UNTIL   HD-SUB GREATER THAN HD-COUNT.

           IF  REJECT-SW NOT EQUAL 'Y'
           AND HD-MAPPED EQUAL ZEROES
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'header names no FAxxFD column' TO REJECT-REASON.

           IF  REJECT-SW NOT EQUAL 'Y'
               PERFORM 4070-HEADER-KEY     THRU 4070-EXIT
                   VARYING KF-SUB FROM 1 BY 1
                   UNTIL   KF-SUB GREATER THAN KF-COUNT
                   OR      REJECT-SW EQUAL 'Y'.

           IF  REJECT-SW EQUAL 'Y'
               PERFORM 7000-WRITE-REJECT   THRU 7000-EXIT
               PERFORM 9920-STOP-IMPORT    THRU 9920-EXIT.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * Count one mapped header field.                                *
      *****************************************************************
       4060-COUNT-MAPPED.
           IF  HD-FOUND(HD-SUB) EQUAL 'Y'
               ADD  1                        TO HD-MAPPED.

       4060-EXIT.
           EXIT.

      *****************************************************************
      * A key field the header does not name can never be supplied.   *
      *****************************************************************
       4070-HEADER-KEY.
           MOVE 'N'                          TO LOOKUP-FOUND.

           PERFORM 4075-MATCH-KEY          THRU 4075-EXIT
               VARYING HD-SUB FROM 1 BY 1
               UNTIL   HD-SUB GREATER THAN HD-COUNT
               OR      LOOKUP-FOUND EQUAL 'Y'.

           IF  LOOKUP-FOUND NOT EQUAL 'Y'
               MOVE 'Y'                      TO REJECT-SW
               STRING 'key field not in header - '
                      KF-NAME(KF-SUB)
                      DELIMITED BY SIZE
                      INTO REJECT-REASON.

       4070-EXIT.
           EXIT.

      *****************************************************************
      * Compare one header field against the key field.               *
      *****************************************************************
       4075-MATCH-KEY.
           IF  HD-FOUND(HD-SUB) EQUAL 'Y'
           AND HD-NAME(HD-SUB)  EQUAL KF-NAME(KF-SUB)
               MOVE 'Y'                      TO LOOKUP-FOUND.

       4075-EXIT.
           EXIT.

      *****************************************************************
      * JSON-lines - scan one flat object byte by byte through the    *
      * SCAN-STATE states.  The line must hold exactly one object.    *
      *****************************************************************
       4500-PARSE-JSON.
           MOVE 'B'                          TO SCAN-STATE.
           MOVE 'N'                          TO SCAN-ESCAPED-SW.
           MOVE ZEROES                       TO FIELD-LENGTH
                                                 FIELD-NAME-LENGTH.

           PERFORM 4510-SCAN-JSON          THRU 4510-EXIT
               VARYING SCAN-POS FROM 1 BY 1
               UNTIL   SCAN-POS GREATER THAN IM-LENGTH
               OR      REJECT-SW EQUAL 'Y'.

           IF  REJECT-SW NOT EQUAL 'Y'
           AND SCAN-STATE NOT EQUAL 'Z'
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'incomplete JSON object'  TO REJECT-REASON.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * Handle one byte of a JSON-lines object.                       *
      *****************************************************************
       4510-SCAN-JSON.
           MOVE IM-RECORD(SCAN-POS:1)        TO SCAN-CHAR.

           IF  SCAN-STATE EQUAL 'N'
           OR  SCAN-STATE EQUAL 'S'
               PERFORM 4520-JSON-STRING    THRU 4520-EXIT
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'L'
               PERFORM 4530-JSON-LITERAL   THRU 4530-EXIT
               GO TO 4510-EXIT.

           IF  SCAN-CHAR EQUAL SPACES
           OR  SCAN-CHAR EQUAL TAB-CHAR
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'B'
           AND SCAN-CHAR  EQUAL '{'
               MOVE 'K'                      TO SCAN-STATE
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'K'
           AND SCAN-CHAR  EQUAL '"'
               MOVE 'N'                      TO SCAN-STATE
               MOVE ZEROES                   TO FIELD-LENGTH
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'K'
           AND SCAN-CHAR  EQUAL '}'
               MOVE 'Z'                      TO SCAN-STATE
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'C'
           AND SCAN-CHAR  EQUAL ':'
               MOVE 'V'                      TO SCAN-STATE
               MOVE ZEROES                   TO FIELD-LENGTH
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'V'
               PERFORM 4540-JSON-VALUE     THRU 4540-EXIT
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'A'
           AND SCAN-CHAR  EQUAL ','
               MOVE 'K'                      TO SCAN-STATE
               GO TO 4510-EXIT.

           IF  SCAN-STATE EQUAL 'A'
           AND SCAN-CHAR  EQUAL '}'
               MOVE 'Z'                      TO SCAN-STATE
               GO TO 4510-EXIT.

           MOVE 'Y'                          TO REJECT-SW.
           MOVE 'malformed JSON object'      TO REJECT-REASON.

       4510-EXIT.
           EXIT.

      *****************************************************************
      * Inside a quoted name or string value.  A backslash escapes    *
      * the next byte; \n, \r and \t become a space and \u is not     *
      * supported.  The closing quote ends the name or the value.     *
      *****************************************************************
       4520-JSON-STRING.
           IF  SCAN-ESCAPED-SW EQUAL 'Y'
               MOVE 'N'                      TO SCAN-ESCAPED-SW
               IF  SCAN-CHAR EQUAL 'u'
                   MOVE 'Y'                  TO REJECT-SW
                   MOVE 'JSON unicode escape not supported'
                                             TO REJECT-REASON
                   GO TO 4520-EXIT
               ELSE
               IF  SCAN-CHAR EQUAL 'n'
               OR  SCAN-CHAR EQUAL 'r'
               OR  SCAN-CHAR EQUAL 't'
                   MOVE SPACES               TO SCAN-CHAR
                   PERFORM 4800-APPEND-CHAR THRU 4800-EXIT
                   GO TO 4520-EXIT
               ELSE
                   PERFORM 4800-APPEND-CHAR THRU 4800-EXIT
                   GO TO 4520-EXIT.

           IF  SCAN-CHAR EQUAL '\'
               MOVE 'Y'                      TO SCAN-ESCAPED-SW
               GO TO 4520-EXIT.

           IF  SCAN-CHAR NOT EQUAL '"'
               PERFORM 4800-APPEND-CHAR    THRU 4800-EXIT
               GO TO 4520-EXIT.

           IF  SCAN-STATE EQUAL 'N'
               PERFORM 4550-JSON-NAME      THRU 4550-EXIT
               MOVE 'C'                      TO SCAN-STATE
           ELSE
               PERFORM 4560-JSON-FIELD     THRU 4560-EXIT
               MOVE 'A'                      TO SCAN-STATE.

       4520-EXIT.
           EXIT.

      *****************************************************************
      * Inside a number or true/false/null literal, which ends at a   *
      * comma, the closing brace or white space.                      *
      *****************************************************************
       4530-JSON-LITERAL.
           IF  SCAN-CHAR NOT EQUAL ','
           AND SCAN-CHAR NOT EQUAL '}'
           AND SCAN-CHAR NOT EQUAL SPACES
           AND SCAN-CHAR NOT EQUAL TAB-CHAR
               PERFORM 4800-APPEND-CHAR    THRU 4800-EXIT
               GO TO 4530-EXIT.

           IF  FIELD-LENGTH EQUAL 4
           AND FIELD-VALUE(1:4) EQUAL 'null'
               MOVE ZEROES                   TO FIELD-LENGTH.

           PERFORM 4560-JSON-FIELD         THRU 4560-EXIT.

           MOVE 'A'                          TO SCAN-STATE.

           IF  SCAN-CHAR EQUAL ','
               MOVE 'K'                      TO SCAN-STATE.

           IF  SCAN-CHAR EQUAL '}'
               MOVE 'Z'                      TO SCAN-STATE.

       4530-EXIT.
           EXIT.

      *****************************************************************
      * The first byte of a value - a string, a literal, or a nested  *
      * object or array, which a flat feed cannot carry.              *
      *****************************************************************
       4540-JSON-VALUE.
           IF  SCAN-CHAR EQUAL '"'
               MOVE 'S'                      TO SCAN-STATE
               GO TO 4540-EXIT.

           IF  SCAN-CHAR EQUAL '{'
           OR  SCAN-CHAR EQUAL '['
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'nested JSON value not supported'
                                             TO REJECT-REASON
               GO TO 4540-EXIT.

           IF  SCAN-CHAR EQUAL ','
           OR  SCAN-CHAR EQUAL '}'
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'malformed JSON object'  TO REJECT-REASON
               GO TO 4540-EXIT.

           MOVE 'L'                          TO SCAN-STATE.
           PERFORM 4800-APPEND-CHAR        THRU 4800-EXIT.

       4540-EXIT.
           EXIT.

      *****************************************************************
      * A field name is complete.  A name longer than an FD-NAME can  *
      * name no column.                                               *
      *****************************************************************
       4550-JSON-NAME.
           MOVE SPACES                       TO FIELD-NAME.
           MOVE ZEROES                       TO FIELD-NAME-LENGTH.

           IF  FIELD-LENGTH GREATER THAN ZEROES
           AND FIELD-LENGTH NOT GREATER THAN LENGTH OF FIELD-NAME
               MOVE FIELD-VALUE(1:FIELD-LENGTH)
                 TO FIELD-NAME(1:FIELD-LENGTH)
               MOVE FIELD-LENGTH             TO FIELD-NAME-LENGTH.

           MOVE ZEROES                       TO FIELD-LENGTH.

       4550-EXIT.
           EXIT.

      *****************************************************************
      * A value is complete - lay it into the column its name maps    *
      * to, if any.                                                   *
      *****************************************************************
       4560-JSON-FIELD.
           IF  SCAN-STATE EQUAL 'L'
               PERFORM 4850-TRIM-VALUE     THRU 4850-EXIT.

           IF  FIELD-NAME-LENGTH GREATER THAN ZEROES
               MOVE FIELD-NAME               TO LOOKUP-NAME
               PERFORM 3500-FIND-COLUMN    THRU 3500-EXIT
               IF  LOOKUP-FOUND EQUAL 'Y'
                   PERFORM 4900-PLACE-VALUE THRU 4900-EXIT.

           MOVE ZEROES                       TO FIELD-LENGTH
                                                 FIELD-NAME-LENGTH.

       4560-EXIT.
           EXIT.

      *****************************************************************
      * Append SCAN-CHAR to the field being collected.                *
      *****************************************************************
       4800-APPEND-CHAR.
           IF  FIELD-LENGTH NOT LESS THAN LENGTH OF FIELD-VALUE
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'value longer than 32000 bytes' TO REJECT-REASON
               GO TO 4800-EXIT.

           ADD  1                            TO FIELD-LENGTH.
           MOVE SCAN-CHAR              TO FIELD-VALUE(FIELD-LENGTH:1).

       4800-EXIT.
           EXIT.

      *****************************************************************
      * Drop the trailing spaces of an unquoted value.                *
      *****************************************************************
       4850-TRIM-VALUE.
           PERFORM 4860-TRIM-CHAR          THRU 4860-EXIT
               UNTIL FIELD-LENGTH NOT GREATER THAN ZEROES
               OR    (FIELD-VALUE(FIELD-LENGTH:1) NOT EQUAL SPACES
               AND    FIELD-VALUE(FIELD-LENGTH:1) NOT EQUAL TAB-CHAR).

       4850-EXIT.
           EXIT.

      *****************************************************************
      * Drop one trailing space.                                      *
      *****************************************************************
       4860-TRIM-CHAR.
           SUBTRACT 1                      FROM FIELD-LENGTH.

       4860-EXIT.
           EXIT.

      *****************************************************************
      * Lay FIELD-VALUE into the LOOKUP-COLUMN column of the record   *
      * image.  The value must fit the column, and an 'N' column      *
      * takes digits only.  An empty value leaves the column empty.   *
      *****************************************************************
       4900-PLACE-VALUE.
           IF  FIELD-LENGTH NOT GREATER THAN ZEROES
               GO TO 4900-EXIT.

           MOVE LOOKUP-NAME                  TO FIELD-NAME.

           IF  FIELD-LENGTH GREATER THAN LOOKUP-LENGTH
               MOVE 'Y'                      TO REJECT-SW
               STRING 'value too long for column '
                      FIELD-NAME
                      DELIMITED BY SIZE
                      INTO REJECT-REASON
               GO TO 4900-EXIT.

           IF  LOOKUP-TYPE EQUAL 'N'
           AND FIELD-VALUE(1:FIELD-LENGTH) NOT NUMERIC
               MOVE 'Y'                      TO REJECT-SW
               STRING 'non-numeric value for column '
                      FIELD-NAME
                      DELIMITED BY SIZE
                      INTO REJECT-REASON
               GO TO 4900-EXIT.

           IF  LOOKUP-TYPE EQUAL 'N'
               MOVE FIELD-VALUE(1:FIELD-LENGTH)
                 TO RECORD-IMAGE(LOOKUP-COLUMN + LOOKUP-LENGTH
                                 - FIELD-LENGTH:FIELD-LENGTH)
           ELSE
               MOVE FIELD-VALUE(1:FIELD-LENGTH)
                 TO RECORD-IMAGE(LOOKUP-COLUMN:FIELD-LENGTH).

           IF  LOOKUP-COLUMN EQUAL PK-COLUMN
               MOVE 'Y'                      TO PK-SEEN.

           PERFORM 4910-MARK-KEY           THRU 4910-EXIT
               VARYING KF-SUB FROM 1 BY 1
               UNTIL   KF-SUB GREATER THAN KF-COUNT.

       4900-EXIT.
           EXIT.

      *****************************************************************
      * Note a key field supplied on this line.                       *
      *****************************************************************
       4910-MARK-KEY.
           IF  KF-COLUMN(KF-SUB) EQUAL LOOKUP-COLUMN
               MOVE 'Y'                      TO KF-SEEN(KF-SUB).

       4910-EXIT.
           EXIT.

      *****************************************************************
      * Join the key fields, each at its full column width, into the  *
      * row key and drop the trailing spaces.  A key that the line    *
      * does not fully supply, or that will not fit, is rejected.     *
      *****************************************************************
       5000-BUILD-KEY.
           MOVE SPACES                       TO KEY-VALUE.
           MOVE ZEROES                       TO KEY-LENGTH.
           MOVE 'N'                          TO KF-MISSING-SW.

           PERFORM 5010-APPEND-KEY         THRU 5010-EXIT
               VARYING KF-SUB FROM 1 BY 1
               UNTIL   KF-SUB GREATER THAN KF-COUNT
               OR      KF-MISSING-SW EQUAL 'Y'.

           IF  KF-MISSING-SW EQUAL 'Y'
               GO TO 5000-EXIT.

           IF  KEY-LENGTH GREATER THAN TWO-FIFTY-FIVE
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'key longer than 255 bytes' TO REJECT-REASON
               GO TO 5000-EXIT.

           MOVE ZEROES                       TO KEY-TRAILING.
           INSPECT FUNCTION REVERSE(KEY-VALUE(1:KEY-LENGTH))
           TALLYING KEY-TRAILING
           FOR LEADING SPACES.
           SUBTRACT KEY-TRAILING           FROM KEY-LENGTH.

           IF  KEY-LENGTH NOT GREATER THAN ZEROES
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'key is empty'           TO REJECT-REASON
               GO TO 5000-EXIT.

           IF  PK-SEEN   EQUAL 'Y'
           OR  PK-COLUMN EQUAL ZEROES
               GO TO 5000-EXIT.

           IF  KEY-LENGTH GREATER THAN PK-LENGTH
               MOVE 'Y'                      TO REJECT-SW
               STRING 'key longer than column '
                      PK-NAME
                      DELIMITED BY SIZE
                      INTO REJECT-REASON
               GO TO 5000-EXIT.

           MOVE KEY-VALUE(1:KEY-LENGTH)
             TO RECORD-IMAGE(PK-COLUMN:KEY-LENGTH).

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Append one key field's column to the key.                     *
      *****************************************************************
       5010-APPEND-KEY.
           IF  KF-SEEN(KF-SUB) NOT EQUAL 'Y'
               MOVE 'Y'                      TO KF-MISSING-SW
                                                 REJECT-SW
               STRING 'key field missing - '
                      KF-NAME(KF-SUB)
                      DELIMITED BY SIZE
                      INTO REJECT-REASON
               GO TO 5010-EXIT.

           IF  KEY-LENGTH + KF-LENGTH(KF-SUB)
                                    GREATER THAN LENGTH OF KEY-VALUE
               MOVE LENGTH OF KEY-VALUE      TO KEY-LENGTH
               GO TO 5010-EXIT.

           MOVE RECORD-IMAGE(KF-COLUMN(KF-SUB):KF-LENGTH(KF-SUB))
             TO KEY-VALUE(KEY-LENGTH + 1:KF-LENGTH(KF-SUB)).
           ADD  KF-LENGTH(KF-SUB)            TO KEY-LENGTH.

       5010-EXIT.
           EXIT.

      *****************************************************************
      * Write the row through ZFAM024's POST and commit it on its     *
      * own.  Anything but 201 rejects the line with the reason.      *
      *****************************************************************
       6000-WRITE-ROW.
           MOVE 'POST  '                     TO CA-FUNCTION.
           MOVE ZEROES                       TO CA-STATUS.
           MOVE FA-TRANID                    TO CA-TABLE.
           MOVE LOW-VALUES                   TO CA-KEY.
           MOVE KEY-LENGTH                   TO CA-KEY-LENGTH.
           MOVE KEY-VALUE(1:KEY-LENGTH)      TO CA-KEY(1:KEY-LENGTH).
           MOVE RECORD-LENGTH                TO CA-DATA-LENGTH.
           MOVE LOW-VALUES                   TO CA-DATA.
           MOVE RECORD-IMAGE(1:RECORD-LENGTH)
             TO CA-DATA(1:RECORD-LENGTH).
           MOVE SPACES                       TO CA-MEDIA
                                                 CA-FIELD.

           EXEC CICS LINK PROGRAM(ZFAM024)
                COMMAREA(ZFAM024-COMMAREA)
                LENGTH  (LENGTH OF ZFAM024-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO REJECT-SW
               MOVE 'ZFAM024 not available'  TO REJECT-REASON
               GO TO 6000-EXIT.

           IF  CA-STATUS EQUAL 201
               EXEC CICS SYNCPOINT NOHANDLE
               END-EXEC
               ADD  1                        TO LOADED-COUNT
               GO TO 6000-EXIT.

           MOVE 'Y'                          TO REJECT-SW.

           IF  CA-STATUS EQUAL 400
               STRING 'domain rule failed for column '
                      CA-FIELD
                      DELIMITED BY SIZE
                      INTO REJECT-REASON
               GO TO 6000-EXIT.

           IF  CA-STATUS EQUAL 409
               MOVE 'duplicate key or UNIQUE column value'
                                             TO REJECT-REASON
               GO TO 6000-EXIT.

           IF  CA-STATUS EQUAL 413
               MOVE 'record too large'       TO REJECT-REASON
               GO TO 6000-EXIT.

           STRING 'write failed - status '
                  CA-STATUS
                  DELIMITED BY SIZE
                  INTO REJECT-REASON.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * Write the rejected line to the reject queue - line number,    *
      * reason and the line as read - and count it.                   *
      *****************************************************************
       7000-WRITE-REJECT.
           ADD  1                            TO REJECTED-COUNT.

           MOVE LINE-NUMBER                  TO RJ-LINE.
           MOVE REJECT-REASON                TO RJ-REASON.
           MOVE SPACES                       TO RJ-DATA.

           IF  IM-LENGTH GREATER THAN ZEROES
               MOVE IM-RECORD(1:IM-LENGTH)   TO RJ-DATA(1:IM-LENGTH).

           COMPUTE RJ-LENGTH = RJ-PREFIX-LENGTH + IM-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(RJ-TDQ)
                FROM  (RJ-RECORD)
                LENGTH(RJ-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       7000-EXIT.
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
      * Write TD CSSL summary when the import completes.              *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE FA-TRANID              TO TD-ID-TABLE.
           MOVE LOADED-COUNT           TO TD-ID-LOADED.
           MOVE REJECTED-COUNT         TO TD-ID-REJECTED.
           MOVE IM-TDQ                 TO TD-ID-TDQ.

           MOVE TD-IMPORT-DONE         TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

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

      *****************************************************************
      * The run cannot go on - say why on CSSL and stop reading.      *
      *****************************************************************
       9920-STOP-IMPORT.
           MOVE FA-TRANID              TO TD-IS-TABLE.
           MOVE REJECT-REASON          TO TD-IS-REASON.
           MOVE TD-IMPORT-STOPPED      TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE 'Y'                    TO READ-COMPLETE.

       9920-EXIT.
           EXIT.
