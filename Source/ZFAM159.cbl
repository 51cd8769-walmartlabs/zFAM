       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM159.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Column data-quality profile report.                           *
      *                                                               *
      * Domain validation only guards new writes; this program shows  *
      * what is actually sitting in the columns of a FAxxFD schema    *
      * table.  It executes as a background transaction, started      *
      * once per table with a FA-PARM identifying it, the same way    *
      * ZFAM109 is started.                                           *
      *                                                               *
      * FAxxKEY is browsed and each live row's first FILE store       *
      * segment is parsed through the FAxxFD entries (FD-COLUMN,      *
      * FD-LENGTH, FD-TYPE), the same parse ZFAM109 uses.  For each   *
      * column the following are reported to CSSL:                    *
      *                                                               *
      *   - rows, and the count and rate of blank/low-value values.   *
      *   - an approximate distinct-value count: each non-blank       *
      *     value is hashed into a 2039-slot table per column and the *
      *     occupied slots are counted.  Collisions make this a lower *
      *     bound; once half the slots are occupied the figure is     *
      *     flagged with a '+'.                                       *
      *   - the minimum and maximum non-blank values (first 32 bytes, *
      *     compared as characters - numeric columns stored zero-     *
      *     padded compare correctly).                                *
      *   - the longest value seen, trailing blanks excluded.         *
      *   - for numeric (FD-TYPE N) columns, the count of values that *
      *     are not all digits once leading and trailing blanks are   *
      *     removed - the same edit the NUM domain rule applies.      *
      *                                                               *
      * Only the first 256 bytes of a column are profiled, and a      *
      * column that does not lie within the first FILE store segment  *
      * is skipped, the same assumption ZFAM021 makes.                *
      *                                                               *
      * For each indexed column (FD-INDEX greater than 001) FAxxCIxx  *
      * is also browsed in key order to report its selectivity: the   *
      * CI entries, the distinct indexed values, and the average and  *
      * largest number of entries per value.                          *
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

       01  KEY-ROWS-COUNT         PIC S9(08) COMP VALUE ZEROES.
       01  KEY-UNREAD-COUNT       PIC S9(08) COMP VALUE ZEROES.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  CI-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CI-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 4.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       01  CI-FCT.
           02  CI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'CI'.
           02  CI-INDEX           PIC  9(02) VALUE ZEROES.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

       COPY ZFAMCIC.

      *****************************************************************
      * Checksum-at-rest verification fields, matching ZFAM021.       *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.
       01  CHECKSUM-MISMATCH      PIC  X(01) VALUE 'N'.

      *****************************************************************
      * FAxxFD schema document template, keyed the same way as        *
      * ZFAM021's ZFAM-FD template.                                   *
      *****************************************************************
       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  FAXXFD-PRESENT         PIC  X(01) VALUE SPACES.

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
      * The columns found in the schema and their running profile.    *
      *****************************************************************
       01  CP-MAX                 PIC S9(04) COMP VALUE 32.
       01  CP-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  CP-SKIPPED             PIC S9(04) COMP VALUE ZEROES.
       01  CP-SUB                 PIC S9(04) COMP VALUE ZEROES.

       01  CP-TABLE.
           02  CP-ENTRY           OCCURS 32 TIMES.
               03  CP-NAME        PIC  X(16) VALUE SPACES.
               03  CP-INDEX       PIC  9(03) VALUE ZEROES.
               03  CP-TYPE        PIC  X(01) VALUE SPACES.
               03  CP-COLUMN      PIC S9(08) COMP VALUE ZEROES.
               03  CP-LENGTH      PIC S9(08) COMP VALUE ZEROES.
               03  CP-BLANK       PIC S9(08) COMP VALUE ZEROES.
               03  CP-NONNUM      PIC S9(08) COMP VALUE ZEROES.
               03  CP-LONGEST     PIC S9(08) COMP VALUE ZEROES.
               03  CP-DISTINCT    PIC S9(08) COMP VALUE ZEROES.
               03  CP-SEEN-SW     PIC  X(01) VALUE 'N'.
               03  CP-MIN         PIC  X(32) VALUE SPACES.
               03  CP-MAX-VALUE   PIC  X(32) VALUE SPACES.

      *****************************************************************
      * Distinct-value hash slots, one row of slots per column.       *
      *****************************************************************
       01  DS-SLOTS               PIC S9(08) COMP VALUE 2039.
       01  DS-SUB                 PIC S9(08) COMP VALUE ZEROES.

       01  DS-TABLE.
           02  DS-COLUMN          OCCURS 32 TIMES.
               03  DS-SLOT        PIC  X(01) OCCURS 2039 TIMES.

      *****************************************************************
      * The value currently being profiled.                           *
      *****************************************************************
       01  PV-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  PV-START               PIC S9(08) COMP VALUE ZEROES.
       01  PV-LEADING             PIC S9(08) COMP VALUE ZEROES.
       01  PV-TRAILING            PIC S9(08) COMP VALUE ZEROES.
       01  PV-END                 PIC S9(08) COMP VALUE ZEROES.
       01  PV-WORDS               PIC S9(08) COMP VALUE ZEROES.
       01  PV-WORD-SUB            PIC S9(08) COMP VALUE ZEROES.
       01  PV-HASH                PIC S9(18) COMP-3 VALUE ZEROES.
       01  PV-QUOTIENT            PIC S9(18) COMP-3 VALUE ZEROES.
       01  PV-KEY                 PIC  X(32) VALUE SPACES.

       01  PV-VALUE               PIC  X(256) VALUE SPACES.
       01  PV-VALUE-WORDS REDEFINES PV-VALUE.
           02  PV-WORD            PIC  9(09) COMP-5 OCCURS 64 TIMES.

       01  PV-TEST                PIC  X(256) VALUE SPACES.

      *****************************************************************
      * Selectivity of the CI entries for one indexed column.         *
      *****************************************************************
       01  SL-ENTRIES             PIC S9(08) COMP VALUE ZEROES.
       01  SL-VALUES              PIC S9(08) COMP VALUE ZEROES.
       01  SL-RUN                 PIC S9(08) COMP VALUE ZEROES.
       01  SL-LARGEST             PIC S9(08) COMP VALUE ZEROES.
       01  SL-AVERAGE             PIC S9(08) COMP VALUE ZEROES.
       01  SL-PRIOR-FIELD         PIC  X(56) VALUE LOW-VALUES.

      *****************************************************************
      * Payload buffer for the record currently being processed - the *
      * columns are assumed to land within the first FILE store       *
      * segment, the same assumption ZFAM021 makes.                   *
      *****************************************************************
       01  ZFAM-RECORD.
           05  ZFAM-DATA          PIC  X(32000).

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

       01  TD-PROFILE-ROWS.
           02  FILLER           PIC X(16) VALUE 'Profile - rows  '.
           02  TD-PR-ROWS       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER           PIC X(12) VALUE ' unreadable '.
           02  TD-PR-UNREAD     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER           PIC X(10) VALUE ' columns  '.
           02  TD-PR-COLUMNS    PIC ZZ9.
           02  FILLER           PIC X(10) VALUE ' skipped  '.
           02  TD-PR-SKIPPED    PIC ZZ9.
           02  FILLER           PIC X(14) VALUE SPACES.

       01  TD-PROFILE-COUNTS.
           02  FILLER           PIC X(08) VALUE 'Profile '.
           02  TD-PC-NAME       PIC X(16) VALUE SPACES.
           02  FILLER           PIC X(07) VALUE ' blank '.
           02  TD-PC-BLANK      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER           PIC X(01) VALUE SPACES.
           02  TD-PC-RATE       PIC ZZ9.9.
           02  FILLER           PIC X(01) VALUE '%'.
           02  FILLER           PIC X(11) VALUE ' distinct ~'.
           02  TD-PC-DISTINCT   PIC Z,ZZ9.
           02  TD-PC-PLUS       PIC X(01) VALUE SPACES.
           02  FILLER           PIC X(24) VALUE SPACES.

       01  TD-PROFILE-MIN.
           02  FILLER           PIC X(08) VALUE 'Profile '.
           02  TD-PN-NAME       PIC X(16) VALUE SPACES.
           02  FILLER           PIC X(06) VALUE ' min  '.
           02  TD-PN-MIN        PIC X(32) VALUE SPACES.
           02  FILLER           PIC X(09) VALUE ' longest '.
           02  TD-PN-LONGEST    PIC ZZZ,ZZ9.
           02  FILLER           PIC X(12) VALUE SPACES.

       01  TD-PROFILE-MAX.
           02  FILLER           PIC X(08) VALUE 'Profile '.
           02  TD-PX-NAME       PIC X(16) VALUE SPACES.
           02  FILLER           PIC X(06) VALUE ' max  '.
           02  TD-PX-MAX        PIC X(32) VALUE SPACES.
           02  TD-PX-NONNUM-AREA.
               03  TD-PX-LABEL  PIC X(13) VALUE ' non-numeric '.
               03  TD-PX-NONNUM PIC ZZZ,ZZZ,ZZ9.
           02  FILLER           PIC X(04) VALUE SPACES.

       01  TD-PROFILE-INDEX.
           02  FILLER           PIC X(08) VALUE 'Profile '.
           02  TD-PI-NAME       PIC X(16) VALUE SPACES.
           02  FILLER           PIC X(03) VALUE ' CI'.
           02  TD-PI-INDEX      PIC X(02) VALUE SPACES.
           02  FILLER           PIC X(09) VALUE ' entries '.
           02  TD-PI-ENTRIES    PIC ZZ,ZZZ,ZZ9.
           02  FILLER           PIC X(08) VALUE ' values '.
           02  TD-PI-VALUES     PIC ZZ,ZZZ,ZZ9.
           02  FILLER           PIC X(05) VALUE ' avg '.
           02  TD-PI-AVERAGE    PIC ZZZ,ZZ9.
           02  FILLER           PIC X(05) VALUE ' max '.
           02  TD-PI-LARGEST    PIC ZZZ,ZZ9.

       01  TD-NO-SCHEMA.
           02  FILLER           PIC X(56) VALUE
               'Profile - no FAxxFD schema, nothing to profile'.

      *****************************************************************
      * Opt-in encryption at rest for FF-DATA, same as ZFAM021.       *
      *****************************************************************
       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

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

           IF  FAXXFD-PRESENT EQUAL 'Y'
           AND CP-COUNT GREATER THAN ZEROES
               PERFORM 2000-KEY-BROWSE       THRU 2000-EXIT
               PERFORM 9900-WRITE-ROWS       THRU 9900-EXIT
               PERFORM 3000-REPORT-COLUMN    THRU 3000-EXIT
                   VARYING CP-SUB FROM 1 BY 1
                   UNTIL   CP-SUB GREATER THAN CP-COUNT
           ELSE
               PERFORM 9901-LOG-NO-SCHEMA    THRU 9901-EXIT.

           PERFORM 9000-RETURN                THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table identity, its     *
      * FAxxFD schema, and collect the columns to profile.            *
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
                                                 CI-TRANID
                                                 FD-TRANID.

           MOVE 'N'                          TO FAXXFD-PRESENT.
           MOVE ZEROES                       TO CP-COUNT
                                                 CP-SKIPPED.
           MOVE SPACES                       TO DS-TABLE.

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

               IF  EIBRESP EQUAL DFHRESP(NORMAL)
               AND FD-DOC-LENGTH GREATER THAN ZEROES
                   MOVE 'Y'                   TO FAXXFD-PRESENT.

           IF  FAXXFD-PRESENT EQUAL 'Y'
               PERFORM 1100-COLLECT-COLUMNS THRU 1100-EXIT
                   WITH TEST AFTER
                   VARYING FD-OFFSET        FROM ZEROES BY
                           LENGTH OF FD-ENTRY
                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
                   OR    CP-COUNT EQUAL CP-MAX.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Collect one schema entry's column layout.  A column outside   *
      * the first FILE store segment cannot be profiled.              *
      *****************************************************************
       1100-COLLECT-COLUMNS.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-COLUMN NOT NUMERIC
           OR  FD-LENGTH NOT NUMERIC
           OR  FD-COLUMN EQUAL ZEROES
           OR  FD-LENGTH EQUAL ZEROES
               GO TO 1100-EXIT.

           IF  FD-COLUMN + FD-LENGTH - 1 GREATER THAN
                                       LENGTH OF ZFAM-DATA
               ADD  1                         TO CP-SKIPPED
               GO TO 1100-EXIT.

           ADD  1                             TO CP-COUNT.
           MOVE FD-NAME                       TO CP-NAME  (CP-COUNT).
           MOVE FD-INDEX                      TO CP-INDEX (CP-COUNT).
           MOVE FD-TYPE                       TO CP-TYPE  (CP-COUNT).
           MOVE FD-COLUMN                     TO CP-COLUMN(CP-COUNT).
           MOVE FD-LENGTH                     TO CP-LENGTH(CP-COUNT).

           IF  CP-LENGTH(CP-COUNT) GREATER THAN LENGTH OF PV-VALUE
               MOVE LENGTH OF PV-VALUE        TO CP-LENGTH(CP-COUNT).

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Browse FAxxKEY and profile every live row.                    *
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

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 2100-KEY-PROFILE   THRU 2100-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY record and profile each column of its first *
      * FILE segment.                                                 *
      *****************************************************************
       2100-KEY-PROFILE.
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

           PERFORM 2200-READ-SEGMENT-ONE  THRU 2200-EXIT.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               ADD  1                       TO KEY-UNREAD-COUNT
               GO TO 2100-EXIT.

           ADD  1                           TO KEY-ROWS-COUNT.

           PERFORM 2300-PROFILE-VALUE     THRU 2300-EXIT
               VARYING CP-SUB FROM 1 BY 1
               UNTIL   CP-SUB GREATER THAN CP-COUNT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Read the first FILE store segment for the current KEY record. *
      *****************************************************************
       2200-READ-SEGMENT-ONE.
           MOVE 'FILE'                       TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                 TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE ONE                          TO FF-SEGMENT.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ
                FILE  (FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (FF-RESP)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO CHECKSUM-MISMATCH.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT
               IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
                   MOVE 'Y'                   TO CHECKSUM-MISMATCH
                   MOVE DFHRESP(NOTFND)       TO FF-RESP.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES                TO ZFAM-DATA
               SUBTRACT FF-PREFIX           FROM FF-LENGTH
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE FF-DATA(1:FF-LENGTH)      TO ZFAM-DATA(1:FF-LENGTH).

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Profile one column of the current row.  A value that is all   *
      * blanks and/or low-values is only counted as blank.            *
      *****************************************************************
       2300-PROFILE-VALUE.
           MOVE CP-LENGTH(CP-SUB)           TO PV-LENGTH.
           MOVE SPACES                      TO PV-VALUE.
           MOVE ZFAM-DATA(CP-COLUMN(CP-SUB):PV-LENGTH)
                                            TO PV-VALUE(1:PV-LENGTH).

           MOVE PV-VALUE                    TO PV-TEST.
           INSPECT PV-TEST(1:PV-LENGTH)
               CONVERTING LOW-VALUES        TO SPACES.

           IF  PV-TEST(1:PV-LENGTH) EQUAL SPACES
               ADD  1                       TO CP-BLANK(CP-SUB)
               GO TO 2300-EXIT.

           MOVE ZEROES                      TO PV-TRAILING.
           INSPECT FUNCTION REVERSE(PV-TEST(1:PV-LENGTH))
               TALLYING PV-TRAILING
               FOR LEADING SPACES.
           SUBTRACT PV-TRAILING           FROM PV-LENGTH
               GIVING PV-END.

           IF  PV-END GREATER THAN CP-LONGEST(CP-SUB)
               MOVE PV-END                  TO CP-LONGEST(CP-SUB).

           IF  CP-TYPE(CP-SUB) EQUAL 'N'
               PERFORM 2320-EDIT-NUMERIC  THRU 2320-EXIT.

           MOVE PV-VALUE(1:32)              TO PV-KEY.

           IF  CP-SEEN-SW(CP-SUB) NOT EQUAL 'Y'
               MOVE 'Y'                     TO CP-SEEN-SW(CP-SUB)
               MOVE PV-KEY                  TO CP-MIN      (CP-SUB)
                                               CP-MAX-VALUE(CP-SUB)
           ELSE
               PERFORM 2330-MIN-MAX       THRU 2330-EXIT.

           PERFORM 2340-HASH-VALUE        THRU 2340-EXIT.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Numeric column - the value, leading and trailing blanks       *
      * removed, must be all digits.                                  *
      *****************************************************************
       2320-EDIT-NUMERIC.
           MOVE ZEROES                      TO PV-LEADING.
           INSPECT PV-TEST(1:PV-END)
               TALLYING PV-LEADING
               FOR LEADING SPACES.
           ADD  1 PV-LEADING              GIVING PV-START.

           IF  PV-TEST(PV-START:PV-END - PV-START + 1) NOT NUMERIC
               ADD  1                       TO CP-NONNUM(CP-SUB).

       2320-EXIT.
           EXIT.

      *****************************************************************
      * Keep the lowest and highest values seen for the column.       *
      *****************************************************************
       2330-MIN-MAX.
           IF  PV-KEY LESS THAN CP-MIN(CP-SUB)
               MOVE PV-KEY                  TO CP-MIN(CP-SUB).

           IF  PV-KEY GREATER THAN CP-MAX-VALUE(CP-SUB)
               MOVE PV-KEY                  TO CP-MAX-VALUE(CP-SUB).

       2330-EXIT.
           EXIT.

      *****************************************************************
      * Hash the value into the column's distinct-value slots and     *
      * count the slot the first time it is occupied.                 *
      *****************************************************************
       2340-HASH-VALUE.
           MOVE ZEROES                      TO PV-HASH.
           COMPUTE PV-WORDS = (PV-LENGTH + 3) / 4.

           PERFORM 2341-HASH-WORD         THRU 2341-EXIT
               VARYING PV-WORD-SUB FROM 1 BY 1
               UNTIL   PV-WORD-SUB GREATER THAN PV-WORDS.

           ADD  1                           TO PV-HASH.
           MOVE PV-HASH                     TO DS-SUB.

           IF  DS-SLOT(CP-SUB, DS-SUB) EQUAL SPACES
               MOVE 'X'                     TO DS-SLOT(CP-SUB, DS-SUB)
               ADD  1                       TO CP-DISTINCT(CP-SUB).

       2340-EXIT.
           EXIT.

       2341-HASH-WORD.
           COMPUTE PV-HASH = PV-HASH * 31 + PV-WORD(PV-WORD-SUB).

           DIVIDE PV-HASH BY DS-SLOTS GIVING PV-QUOTIENT
               REMAINDER PV-HASH.

       2341-EXIT.
           EXIT.

      *****************************************************************
      * Report one column's profile, and the selectivity of its CI    *
      * entries when the column is indexed.                           *
      *****************************************************************
       3000-REPORT-COLUMN.
           PERFORM 9902-WRITE-COLUMN        THRU 9902-EXIT.

           IF  CP-INDEX(CP-SUB) GREATER THAN 1
               PERFORM 4000-CI-BROWSE       THRU 4000-EXIT
               PERFORM 9903-WRITE-INDEX     THRU 9903-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Browse FAxxCIxx in key order - entries for the same value are *
      * adjacent, so each change of CI-FIELD starts a new value.      *
      *****************************************************************
       4000-CI-BROWSE.
           MOVE CP-INDEX(CP-SUB)(2:2)       TO CI-INDEX.

           MOVE ZEROES                      TO SL-ENTRIES
                                               SL-VALUES
                                               SL-RUN
                                               SL-LARGEST
                                               SL-AVERAGE.
           MOVE LOW-VALUES                  TO SL-PRIOR-FIELD.

           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO CI-KEY.

           EXEC CICS STARTBR
                FILE  (CI-FCT)
                RIDFLD(CI-KEY)
                RESP  (CI-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  CI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 4100-CI-COUNT      THRU 4100-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(CI-FCT) NOHANDLE
               END-EXEC.

           IF  SL-VALUES GREATER THAN ZEROES
               COMPUTE SL-AVERAGE ROUNDED = SL-ENTRIES / SL-VALUES.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next CI entry and count it against its value.        *
      *****************************************************************
       4100-CI-COUNT.
           MOVE LENGTH OF CI-RECORD         TO CI-LENGTH.

           EXEC CICS READNEXT
                FILE  (CI-FCT)
                INTO  (CI-RECORD)
                RIDFLD(CI-KEY)
                LENGTH(CI-LENGTH)
                RESP  (CI-RESP)
                NOHANDLE
           END-EXEC.

           IF  CI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 4100-EXIT.

           ADD  1                           TO SL-ENTRIES.

           IF  SL-ENTRIES EQUAL 1
           OR  CI-FIELD NOT EQUAL SL-PRIOR-FIELD
               ADD  1                       TO SL-VALUES
               MOVE ZEROES                  TO SL-RUN
               MOVE CI-FIELD                TO SL-PRIOR-FIELD.

           ADD  1                           TO SL-RUN.

           IF  SL-RUN GREATER THAN SL-LARGEST
               MOVE SL-RUN                  TO SL-LARGEST.

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
      * Write the TD CSSL summary line for the KEY browse.            *
      *****************************************************************
       9900-WRITE-ROWS.
           PERFORM 9910-FORMAT-TIME         THRU 9910-EXIT.

           MOVE KEY-ROWS-COUNT         TO TD-PR-ROWS.
           MOVE KEY-UNREAD-COUNT       TO TD-PR-UNREAD.
           MOVE CP-COUNT               TO TD-PR-COLUMNS.
           MOVE CP-SKIPPED             TO TD-PR-SKIPPED.

           MOVE TD-PROFILE-ROWS        TO TD-MESSAGE.
           PERFORM 9920-WRITE-CSSL          THRU 9920-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * A table with no schema (or no usable columns) is reported     *
      * once and skipped entirely.                                    *
      *****************************************************************
       9901-LOG-NO-SCHEMA.
           PERFORM 9910-FORMAT-TIME         THRU 9910-EXIT.

           MOVE TD-NO-SCHEMA           TO TD-MESSAGE.
           PERFORM 9920-WRITE-CSSL          THRU 9920-EXIT.

       9901-EXIT.
           EXIT.

      *****************************************************************
      * Write the TD CSSL profile lines for one column.               *
      *****************************************************************
       9902-WRITE-COLUMN.
           PERFORM 9910-FORMAT-TIME         THRU 9910-EXIT.

           MOVE CP-NAME(CP-SUB)        TO TD-PC-NAME
                                          TD-PN-NAME
                                          TD-PX-NAME.

           MOVE CP-BLANK(CP-SUB)       TO TD-PC-BLANK.
           MOVE ZEROES                 TO TD-PC-RATE.
           IF  KEY-ROWS-COUNT GREATER THAN ZEROES
               COMPUTE TD-PC-RATE ROUNDED =
                   CP-BLANK(CP-SUB) * 100 / KEY-ROWS-COUNT.

           MOVE CP-DISTINCT(CP-SUB)    TO TD-PC-DISTINCT.
           MOVE SPACES                 TO TD-PC-PLUS.
           IF  CP-DISTINCT(CP-SUB) * 2 NOT LESS THAN DS-SLOTS
               MOVE '+'                TO TD-PC-PLUS.

           MOVE TD-PROFILE-COUNTS      TO TD-MESSAGE.
           PERFORM 9920-WRITE-CSSL          THRU 9920-EXIT.

           MOVE CP-MIN(CP-SUB)         TO TD-PN-MIN.
           MOVE CP-LONGEST(CP-SUB)     TO TD-PN-LONGEST.

           MOVE TD-PROFILE-MIN         TO TD-MESSAGE.
           PERFORM 9920-WRITE-CSSL          THRU 9920-EXIT.

           MOVE CP-MAX-VALUE(CP-SUB)   TO TD-PX-MAX.
           MOVE ' non-numeric '        TO TD-PX-LABEL.
           MOVE CP-NONNUM(CP-SUB)      TO TD-PX-NONNUM.
           IF  CP-TYPE(CP-SUB) NOT EQUAL 'N'
               MOVE SPACES             TO TD-PX-NONNUM-AREA.

           MOVE TD-PROFILE-MAX         TO TD-MESSAGE.
           PERFORM 9920-WRITE-CSSL          THRU 9920-EXIT.

       9902-EXIT.
           EXIT.

      *****************************************************************
      * Write the TD CSSL selectivity line for one indexed column.    *
      *****************************************************************
       9903-WRITE-INDEX.
           PERFORM 9910-FORMAT-TIME         THRU 9910-EXIT.

           MOVE CP-NAME(CP-SUB)        TO TD-PI-NAME.
           MOVE CI-INDEX               TO TD-PI-INDEX.
           MOVE SL-ENTRIES             TO TD-PI-ENTRIES.
           MOVE SL-VALUES              TO TD-PI-VALUES.
           MOVE SL-AVERAGE             TO TD-PI-AVERAGE.
           MOVE SL-LARGEST             TO TD-PI-LARGEST.

           MOVE TD-PROFILE-INDEX       TO TD-MESSAGE.
           PERFORM 9920-WRITE-CSSL          THRU 9920-EXIT.

       9903-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the TD record with the run time.                        *
      *****************************************************************
       9910-FORMAT-TIME.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Write the prepared TD record to CSSL.                         *
      *****************************************************************
       9920-WRITE-CSSL.
           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9920-EXIT.
           EXIT.

      *****************************************************************
      * Decipher FF-DATA(1:FF-LENGTH) read back from disk.            *
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
      * Compute the word-sum checksum over the (still enciphered)     *
      * FF-DATA buffer and compare it against FF-CHECKSUM before      *
      * 9043-DECIPHER-SEGMENT is trusted to run.                      *
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
