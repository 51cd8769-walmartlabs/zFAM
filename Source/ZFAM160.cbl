       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM160.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Schema inference for tables with no FAxxFD.                   *
      *                                                               *
      * Projection, AGG, ORDERBY and JSON rendering all need a FAxxFD *
      * schema.  For a table created schemaless, this program samples *
      * the table's FF-DATA and proposes one for review.  It executes *
      * as a background transaction, started once per table with a    *
      * FA-PARM naming the table and, optionally, the sample size:    *
      *                                                               *
      *   FAxx                - sample the first 1000 live rows       *
      *   FAxx nnnnn          - sample the first nnnnn live rows      *
      *                                                               *
      * Rows are read the way ZFAM109 reads them - FAxxKEY browsed    *
      * in key order, deleted and ECR rows skipped, and the first     *
      * FILE store segment verified and deciphered.  When the first   *
      * sampled payload starts with '{' the table is treated as JSON, *
      * otherwise as fixed-position records.                          *
      *                                                               *
      * Fixed-position: every byte offset (up to PS-MAX) is tallied   *
      * as digit, blank/low-value or other across the sample.  An     *
      * offset that is nearly always blank is padding between fields; *
      * a run of offsets holding nothing but digits and blanks is a   *
      * numeric (type N) field; anything else is character (type C).  *
      * A character field ends where trailing blank padding stops -   *
      * the blank count at an offset falls to under half the count at *
      * the offset before it.  'Nearly always' allows two percent of  *
      * the sample to disagree.  The sample is then read again and    *
      * each row that puts a non-blank byte in a padding offset, a    *
      * non-digit in a numeric field, or data past PS-MAX is counted  *
      * as not fitting the proposal.                                  *
      *                                                               *
      * JSON: the top-level names of each object are collected (the   *
      * first 16 bytes become FD-NAME) with the longest value seen    *
      * for each, and type N when every value was an unsigned         *
      * integer literal.  The proposal lays the names out one after   *
      * another, as the fixed record a conversion would need.  A row  *
      * that is not a single well-formed object, or that carries a    *
      * name past JF-MAX, is counted as not fitting.                  *
      *                                                               *
      * The draft is written in FAxxFD document format, one line per  *
      * field, to the table's <xx>SI extra-partition TD queue, ready  *
      * to be reviewed and loaded as the FAxxFD template, and is      *
      * echoed to CSSL with a summary line.  A table that already     *
      * has a FAxxFD schema is left alone.                            *
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
       01  JSON-MODE              PIC  X(01) VALUE 'N'.
       01  ROW-MISFIT-SW          PIC  X(01) VALUE 'N'.

       01  SAMPLE-SIZE            PIC S9(08) COMP VALUE 1000.
       01  SAMPLED-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  CHECKED-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  MISFIT-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  ALLOWED-COUNT          PIC S9(08) COMP VALUE ZEROES.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-SAMPLE          PIC  X(05) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 10.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

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
      * ZFAM021's ZFAM-FD template - only its presence is checked.    *
      *****************************************************************
       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FAXXFD-PRESENT         PIC  X(01) VALUE SPACES.

       01  ZFAM-FD.
           02  FD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'FD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  FAXXFD-BUFFER          PIC  X(64000) VALUE SPACES.

      *****************************************************************
      * Payload buffer for the row currently being sampled.           *
      *****************************************************************
       01  ZFAM-RECORD.
           05  ZFAM-DATA          PIC  X(32000).

       01  ROW-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  ROW-WIDTH              PIC S9(08) COMP VALUE ZEROES.
       01  ROW-BYTE               PIC  X(01) VALUE SPACES.

      *****************************************************************
      * Fixed-position tallies, one slot per byte offset.  The blank  *
      * count at an offset is the sample less its digits and others - *
      * offsets past the end of a short row count as blank.           *
      *****************************************************************
       01  PS-MAX                 PIC S9(08) COMP VALUE 4096.
       01  PS-WIDTH               PIC S9(08) COMP VALUE ZEROES.
       01  PS-SUB                 PIC S9(08) COMP VALUE ZEROES.
       01  PS-BLANK               PIC S9(08) COMP VALUE ZEROES.
       01  PS-PRIOR-BLANK         PIC S9(08) COMP VALUE ZEROES.
       01  PS-NONBLANK            PIC S9(08) COMP VALUE ZEROES.

       01  PS-TABLE.
           02  PS-ENTRY           OCCURS 4096 TIMES.
               03  PS-DIGIT       PIC S9(08) COMP.
               03  PS-OTHER       PIC S9(08) COMP.
               03  PS-CLASS       PIC  X(01).

      *****************************************************************
      * JSON top-level names, and the scan state for the current row. *
      *****************************************************************
       01  JF-MAX                 PIC S9(04) COMP VALUE 64.
       01  JF-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  JF-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  JF-FOUND               PIC S9(04) COMP VALUE ZEROES.

       01  JF-TABLE.
           02  JF-ENTRY           OCCURS 64 TIMES.
               03  JF-NAME        PIC  X(32).
               03  JF-LENGTH      PIC S9(08) COMP.
               03  JF-TYPE        PIC  X(01).

       01  JS-POS                 PIC S9(08) COMP VALUE ZEROES.
       01  JS-DEPTH               PIC S9(08) COMP VALUE ZEROES.
       01  JS-NAME-START          PIC S9(08) COMP VALUE ZEROES.
       01  JS-NAME-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  JS-VALUE-START         PIC S9(08) COMP VALUE ZEROES.
       01  JS-VALUE-END           PIC S9(08) COMP VALUE ZEROES.
       01  JS-VALUE-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  JS-VALUE-TYPE          PIC  X(01) VALUE SPACES.
       01  JS-EXPECT              PIC  X(01) VALUE SPACES.
       01  JS-IN-STRING           PIC  X(01) VALUE 'N'.
       01  JS-ESCAPE              PIC  X(01) VALUE 'N'.
       01  JS-OPENED              PIC  X(01) VALUE 'N'.
       01  JS-NAME                PIC  X(32) VALUE SPACES.

      *****************************************************************
      * The proposed fields.                                          *
      *****************************************************************
       01  PF-MAX                 PIC S9(04) COMP VALUE 200.
       01  PF-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  PF-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  PF-OPEN-SW             PIC  X(01) VALUE 'N'.
       01  PF-NEXT-COLUMN         PIC S9(08) COMP VALUE ZEROES.
       01  PF-NUMBER              PIC  9(03) VALUE ZEROES.

       01  PF-TABLE.
           02  PF-ENTRY           OCCURS 200 TIMES.
               03  PF-COLUMN      PIC S9(08) COMP.
               03  PF-LENGTH      PIC S9(08) COMP.
               03  PF-TYPE        PIC  X(01).
               03  PF-NAME        PIC  X(16).

      *****************************************************************
      * One draft FAxxFD line, laid out as FD-ENTRY less its CRLF.    *
      *****************************************************************
       01  FD-LINE.
           02  FILLER             PIC  X(03) VALUE 'ix='.
           02  FL-INDEX           PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(05) VALUE ',col='.
           02  FL-COLUMN          PIC  9(07) VALUE ZEROES.
           02  FILLER             PIC  X(05) VALUE ',len='.
           02  FL-LENGTH          PIC  9(06) VALUE ZEROES.
           02  FILLER             PIC  X(06) VALUE ',type='.
           02  FL-TYPE            PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ',sec='.
           02  FL-SEC             PIC  9(02) VALUE ZEROES.
           02  FILLER             PIC  X(06) VALUE ',name='.
           02  FL-NAME            PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  SI-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  SI-LENGTH              PIC S9(04) COMP VALUE ZEROES.

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

       01  TD-INFER-DONE.
           02  FILLER           PIC X(19) VALUE 'Schema inference - '.
           02  TD-ID-MODE       PIC X(05) VALUE SPACES.
           02  FILLER           PIC X(01) VALUE SPACES.
           02  TD-ID-SAMPLED    PIC ZZZ,ZZ9.
           02  FILLER           PIC X(09) VALUE ' sampled '.
           02  TD-ID-FIELDS     PIC ZZ9.
           02  FILLER           PIC X(08) VALUE ' fields '.
           02  TD-ID-MISFIT     PIC ZZZ,ZZ9.
           02  FILLER           PIC X(12) VALUE ' not fitting'.
           02  FILLER           PIC X(12) VALUE ' - draft on '.
           02  TD-ID-TDQ        PIC X(04) VALUE SPACES.
           02  FILLER           PIC X(02) VALUE SPACES.

       01  TD-INFER-LINE.
           02  FILLER           PIC X(19) VALUE 'Schema inference - '.
           02  TD-IL-LINE       PIC X(66) VALUE SPACES.
           02  FILLER           PIC X(05) VALUE SPACES.

       01  TD-HAS-SCHEMA.
           02  FILLER           PIC X(56) VALUE
               'Schema inference - table already has a FAxxFD schema'.

       01  TD-NO-ROWS.
           02  FILLER           PIC X(56) VALUE
               'Schema inference - no readable rows to sample'.

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
               MOVE TD-HAS-SCHEMA            TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL       THRU 9900-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 2000-SAMPLE-ROWS          THRU 2000-EXIT.

           IF  SAMPLED-COUNT EQUAL ZEROES
               MOVE TD-NO-ROWS               TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL       THRU 9900-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           IF  JSON-MODE EQUAL 'Y'
               PERFORM 3500-LAYOUT-JSON      THRU 3500-EXIT
           ELSE
               PERFORM 3000-BUILD-FIXED      THRU 3000-EXIT.

           PERFORM 4000-WRITE-DRAFT          THRU 4000-EXIT.

           PERFORM 9000-RETURN                THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table and sample size,  *
      * and confirm the table has no FAxxFD schema yet.               *
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
                                                 FD-TRANID.

           MOVE FA-TRANID(3:2)               TO SI-TDQ(1:2).
           MOVE 'SI'                         TO SI-TDQ(3:2).

           IF  FA-SAMPLE NUMERIC
           AND FA-SAMPLE GREATER THAN ZEROES
               MOVE FA-SAMPLE                TO SAMPLE-SIZE.

           MOVE ZEROES                       TO SAMPLED-COUNT
                                                 MISFIT-COUNT
                                                 PS-WIDTH
                                                 JF-COUNT
                                                 PF-COUNT.
           INITIALIZE PS-TABLE.
           INITIALIZE JF-TABLE.
           INITIALIZE PF-TABLE.

           MOVE 'N'                          TO FAXXFD-PRESENT.

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

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Browse FAxxKEY and tally the first SAMPLE-SIZE live rows.     *
      *****************************************************************
       2000-SAMPLE-ROWS.
           PERFORM 2050-START-BROWSE        THRU 2050-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 2100-SAMPLE-NEXT   THRU 2100-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'
                   OR    SAMPLED-COUNT NOT LESS THAN SAMPLE-SIZE

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Start a browse of FAxxKEY from the first key.                 *
      *****************************************************************
       2050-START-BROWSE.
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

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Read the next live row and tally it.  The first row sampled   *
      * decides between JSON and fixed-position.                      *
      *****************************************************************
       2100-SAMPLE-NEXT.
           PERFORM 2150-READ-NEXT-ROW       THRU 2150-EXIT.

           IF  BROWSE-COMPLETE EQUAL 'Y'
           OR  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2100-EXIT.

           ADD  1                           TO SAMPLED-COUNT.

           IF  SAMPLED-COUNT EQUAL 1
               PERFORM 2170-CHOOSE-MODE     THRU 2170-EXIT.

           IF  JSON-MODE EQUAL 'Y'
               PERFORM 2400-JSON-ROW        THRU 2400-EXIT
           ELSE
               PERFORM 2300-POSITION-ROW    THRU 2300-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY record and, when it is live, its first FILE *
      * segment.  FF-RESP is left not NORMAL for a row to pass over.  *
      *****************************************************************
       2150-READ-NEXT-ROW.
           MOVE DFHRESP(NOTFND)             TO FF-RESP.
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
               GO TO 2150-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
               GO TO 2150-EXIT.

           PERFORM 2200-READ-SEGMENT-ONE  THRU 2200-EXIT.

       2150-EXIT.
           EXIT.

      *****************************************************************
      * A payload whose first non-blank byte is '{' is JSON.          *
      *****************************************************************
       2170-CHOOSE-MODE.
           MOVE 'N'                         TO JSON-MODE.

           IF  ROW-LENGTH EQUAL ZEROES
               GO TO 2170-EXIT.

           MOVE ZEROES                      TO JS-POS.
           INSPECT ZFAM-DATA(1:ROW-LENGTH)
               TALLYING JS-POS
               FOR LEADING SPACES.
           ADD  1                           TO JS-POS.

           IF  JS-POS NOT GREATER THAN ROW-LENGTH
               IF  ZFAM-DATA(JS-POS:1) EQUAL '{'
                   MOVE 'Y'                 TO JSON-MODE.

       2170-EXIT.
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

           MOVE ZEROES                       TO ROW-LENGTH.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES                TO ZFAM-DATA
               SUBTRACT FF-PREFIX           FROM FF-LENGTH
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE FF-DATA(1:FF-LENGTH)      TO ZFAM-DATA(1:FF-LENGTH)
               MOVE FF-LENGTH                 TO ROW-LENGTH.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Fixed-position - tally each byte of the row by class.         *
      *****************************************************************
       2300-POSITION-ROW.
           MOVE ROW-LENGTH                  TO ROW-WIDTH.
           IF  ROW-WIDTH GREATER THAN PS-MAX
               MOVE PS-MAX                  TO ROW-WIDTH.

           IF  ROW-WIDTH GREATER THAN PS-WIDTH
               MOVE ROW-WIDTH               TO PS-WIDTH.

           PERFORM 2310-TALLY-BYTE        THRU 2310-EXIT
               VARYING PS-SUB FROM 1 BY 1
               UNTIL   PS-SUB GREATER THAN ROW-WIDTH.

       2300-EXIT.
           EXIT.

       2310-TALLY-BYTE.
           MOVE ZFAM-DATA(PS-SUB:1)         TO ROW-BYTE.

           IF  ROW-BYTE EQUAL SPACES
           OR  ROW-BYTE EQUAL LOW-VALUES
               GO TO 2310-EXIT.

           IF  ROW-BYTE NUMERIC
               ADD  1                       TO PS-DIGIT(PS-SUB)
           ELSE
               ADD  1                       TO PS-OTHER(PS-SUB).

       2310-EXIT.
           EXIT.

      *****************************************************************
      * JSON - scan the row's top-level names and values.             *
      *****************************************************************
       2400-JSON-ROW.
           MOVE ZEROES                      TO JS-DEPTH
                                               JS-NAME-START
                                               JS-VALUE-START
                                               JS-VALUE-END.
           MOVE 'N'                         TO JS-IN-STRING
                                               JS-ESCAPE
                                               JS-OPENED
                                               ROW-MISFIT-SW.
           MOVE 'K'                         TO JS-EXPECT.
           MOVE SPACES                      TO JS-NAME.

           PERFORM 2410-JSON-BYTE         THRU 2410-EXIT
               VARYING JS-POS FROM 1 BY 1
               UNTIL   JS-POS GREATER THAN ROW-LENGTH.

           IF  JS-OPENED    NOT EQUAL 'Y'
           OR  JS-DEPTH     NOT EQUAL ZEROES
           OR  JS-IN-STRING     EQUAL 'Y'
               MOVE 'Y'                     TO ROW-MISFIT-SW.

           IF  ROW-MISFIT-SW EQUAL 'Y'
               ADD  1                       TO MISFIT-COUNT.

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Process one byte of a JSON payload.                           *
      *****************************************************************
       2410-JSON-BYTE.
           MOVE ZFAM-DATA(JS-POS:1)         TO ROW-BYTE.

           IF  JS-IN-STRING EQUAL 'Y'
               PERFORM 2420-STRING-BYTE     THRU 2420-EXIT
               GO TO 2410-EXIT.

           IF  ROW-BYTE EQUAL SPACES
           OR  ROW-BYTE EQUAL LOW-VALUES
               GO TO 2410-EXIT.

           IF  JS-DEPTH EQUAL ZEROES
               PERFORM 2415-OUTSIDE-BYTE    THRU 2415-EXIT
               GO TO 2410-EXIT.

           IF  ROW-BYTE EQUAL '"'
               PERFORM 2430-OPEN-STRING     THRU 2430-EXIT
               GO TO 2410-EXIT.

           IF  ROW-BYTE EQUAL '{'
           OR  ROW-BYTE EQUAL '['
               ADD  1                       TO JS-DEPTH
               PERFORM 2440-VALUE-BYTE      THRU 2440-EXIT
               GO TO 2410-EXIT.

           IF  ROW-BYTE EQUAL '}'
           OR  ROW-BYTE EQUAL ']'
               PERFORM 2460-CLOSE-BRACKET   THRU 2460-EXIT
               GO TO 2410-EXIT.

           IF  ROW-BYTE EQUAL ':'
           AND JS-DEPTH EQUAL 1
               MOVE 'V'                     TO JS-EXPECT
               MOVE ZEROES                  TO JS-VALUE-START
                                               JS-VALUE-END
               GO TO 2410-EXIT.

           IF  ROW-BYTE EQUAL ','
           AND JS-DEPTH EQUAL 1
               PERFORM 2450-CLOSE-VALUE     THRU 2450-EXIT
               MOVE 'K'                     TO JS-EXPECT
               GO TO 2410-EXIT.

           PERFORM 2440-VALUE-BYTE          THRU 2440-EXIT.

       2410-EXIT.
           EXIT.

      *****************************************************************
      * Outside the object only one opening '{' is allowed.           *
      *****************************************************************
       2415-OUTSIDE-BYTE.
           IF  ROW-BYTE EQUAL '{'
           AND JS-OPENED NOT EQUAL 'Y'
               MOVE 1                       TO JS-DEPTH
               MOVE 'Y'                     TO JS-OPENED
               MOVE 'K'                     TO JS-EXPECT
           ELSE
               MOVE 'Y'                     TO ROW-MISFIT-SW.

       2415-EXIT.
           EXIT.

      *****************************************************************
      * Inside a string - honour escapes and find its closing quote;  *
      * a closing quote at the top level ends a name or a value.      *
      *****************************************************************
       2420-STRING-BYTE.
           IF  JS-ESCAPE EQUAL 'Y'
               MOVE 'N'                     TO JS-ESCAPE
               GO TO 2420-EXIT.

           IF  ROW-BYTE EQUAL '\'
               MOVE 'Y'                     TO JS-ESCAPE
               GO TO 2420-EXIT.

           IF  ROW-BYTE NOT EQUAL '"'
               GO TO 2420-EXIT.

           MOVE 'N'                         TO JS-IN-STRING.

           IF  JS-EXPECT EQUAL 'V'
               MOVE JS-POS                  TO JS-VALUE-END.

           IF  JS-EXPECT EQUAL 'K'
           AND JS-DEPTH  EQUAL 1
               PERFORM 2425-CAPTURE-NAME    THRU 2425-EXIT.

       2420-EXIT.
           EXIT.

       2425-CAPTURE-NAME.
           MOVE SPACES                      TO JS-NAME.
           COMPUTE JS-NAME-LENGTH = JS-POS - JS-NAME-START.

           IF  JS-NAME-LENGTH GREATER THAN LENGTH OF JS-NAME
               MOVE LENGTH OF JS-NAME       TO JS-NAME-LENGTH.

           IF  JS-NAME-LENGTH GREATER THAN ZEROES
               MOVE ZFAM-DATA(JS-NAME-START:JS-NAME-LENGTH)
                 TO JS-NAME(1:JS-NAME-LENGTH).

       2425-EXIT.
           EXIT.

      *****************************************************************
      * An opening quote - a name at the top level when one is        *
      * expected, otherwise part of a value.                          *
      *****************************************************************
       2430-OPEN-STRING.
           MOVE 'Y'                         TO JS-IN-STRING.

           IF  JS-EXPECT EQUAL 'K'
           AND JS-DEPTH  EQUAL 1
               COMPUTE JS-NAME-START = JS-POS + 1.

           PERFORM 2440-VALUE-BYTE          THRU 2440-EXIT.

       2430-EXIT.
           EXIT.

      *****************************************************************
      * Extend the value being read for the current top-level name.   *
      *****************************************************************
       2440-VALUE-BYTE.
           IF  JS-EXPECT NOT EQUAL 'V'
               GO TO 2440-EXIT.

           IF  JS-VALUE-START EQUAL ZEROES
               MOVE JS-POS                  TO JS-VALUE-START.

           MOVE JS-POS                      TO JS-VALUE-END.

       2440-EXIT.
           EXIT.

      *****************************************************************
      * A top-level value is complete - record its name, length and   *
      * type.  A quoted string is measured without its quotes; only   *
      * an unquoted all-digit literal keeps the name numeric.         *
      *****************************************************************
       2450-CLOSE-VALUE.
           IF  JS-EXPECT      NOT EQUAL 'V'
           OR  JS-VALUE-START     EQUAL ZEROES
           OR  JS-NAME            EQUAL SPACES
               GO TO 2450-EXIT.

           COMPUTE JS-VALUE-LENGTH = JS-VALUE-END - JS-VALUE-START + 1.
           MOVE 'N'                         TO JS-VALUE-TYPE.

           IF  ZFAM-DATA(JS-VALUE-START:1) EQUAL '"'
               MOVE 'C'                     TO JS-VALUE-TYPE
               SUBTRACT 2                 FROM JS-VALUE-LENGTH
           ELSE
               IF  ZFAM-DATA(JS-VALUE-START:JS-VALUE-LENGTH)
                                            NOT NUMERIC
                   MOVE 'C'                 TO JS-VALUE-TYPE.

           IF  JS-VALUE-LENGTH LESS THAN ONE
               MOVE ONE                     TO JS-VALUE-LENGTH.

           MOVE ZEROES                      TO JF-FOUND.
           PERFORM 2470-FIND-NAME         THRU 2470-EXIT
               VARYING JF-SUB FROM 1 BY 1
               UNTIL   JF-SUB GREATER THAN JF-COUNT
               OR      JF-FOUND GREATER THAN ZEROES.

           IF  JF-FOUND EQUAL ZEROES
           AND JF-COUNT EQUAL JF-MAX
               MOVE 'Y'                     TO ROW-MISFIT-SW
               GO TO 2450-EXIT.

           IF  JF-FOUND EQUAL ZEROES
               ADD  1                       TO JF-COUNT
               MOVE JF-COUNT                TO JF-FOUND
               MOVE JS-NAME                 TO JF-NAME(JF-FOUND)
               MOVE 'N'                     TO JF-TYPE(JF-FOUND).

           IF  JS-VALUE-LENGTH GREATER THAN JF-LENGTH(JF-FOUND)
               MOVE JS-VALUE-LENGTH         TO JF-LENGTH(JF-FOUND).

           IF  JS-VALUE-TYPE EQUAL 'C'
               MOVE 'C'                     TO JF-TYPE(JF-FOUND).

           MOVE SPACES                      TO JS-NAME.
           MOVE ZEROES                      TO JS-VALUE-START.

       2450-EXIT.
           EXIT.

      *****************************************************************
      * A closing bracket - at the top level it ends the object.      *
      *****************************************************************
       2460-CLOSE-BRACKET.
           IF  JS-DEPTH EQUAL 1
               PERFORM 2450-CLOSE-VALUE     THRU 2450-EXIT
               MOVE ZEROES                  TO JS-DEPTH
               GO TO 2460-EXIT.

           SUBTRACT 1                     FROM JS-DEPTH.
           PERFORM 2440-VALUE-BYTE          THRU 2440-EXIT.

       2460-EXIT.
           EXIT.

       2470-FIND-NAME.
           IF  JF-NAME(JF-SUB) EQUAL JS-NAME
               MOVE JF-SUB                  TO JF-FOUND.

       2470-EXIT.
           EXIT.

      *****************************************************************
      * Fixed-position - classify each offset, build the fields from  *
      * the classes, then read the sample again for rows that do not  *
      * fit.                                                          *
      *****************************************************************
       3000-BUILD-FIXED.
           COMPUTE ALLOWED-COUNT = SAMPLED-COUNT * 2 / 100.
           MOVE 'N'                         TO PF-OPEN-SW.
           MOVE ZEROES                      TO PS-PRIOR-BLANK.

           PERFORM 3100-CLASSIFY-OFFSET   THRU 3100-EXIT
               VARYING PS-SUB FROM 1 BY 1
               UNTIL   PS-SUB GREATER THAN PS-WIDTH.

           MOVE ZEROES                      TO CHECKED-COUNT.
           PERFORM 2050-START-BROWSE        THRU 2050-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 3300-CHECK-NEXT    THRU 3300-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'
                   OR    CHECKED-COUNT NOT LESS THAN SAMPLED-COUNT

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Classify one offset - B padding, N numeric, C character - and *
      * open, extend or close the proposed field it belongs to.       *
      *****************************************************************
       3100-CLASSIFY-OFFSET.
           ADD  PS-DIGIT(PS-SUB) PS-OTHER(PS-SUB)
                                          GIVING PS-NONBLANK.
           SUBTRACT PS-NONBLANK FROM SAMPLED-COUNT
                                          GIVING PS-BLANK.

           MOVE 'C'                         TO PS-CLASS(PS-SUB).
           IF  PS-OTHER(PS-SUB) NOT GREATER THAN ALLOWED-COUNT
               MOVE 'N'                     TO PS-CLASS(PS-SUB).
           IF  PS-NONBLANK NOT GREATER THAN ALLOWED-COUNT
               MOVE 'B'                     TO PS-CLASS(PS-SUB).

           IF  PF-OPEN-SW EQUAL 'Y'
           AND PS-CLASS(PS-SUB) NOT EQUAL PF-TYPE(PF-COUNT)
               MOVE 'N'                     TO PF-OPEN-SW.

           IF  PF-OPEN-SW EQUAL 'Y'
           AND PS-CLASS(PS-SUB) EQUAL 'C'
           AND PS-BLANK * 2 LESS THAN PS-PRIOR-BLANK
               MOVE 'N'                     TO PF-OPEN-SW.

           MOVE PS-BLANK                    TO PS-PRIOR-BLANK.

           IF  PS-CLASS(PS-SUB) EQUAL 'B'
               GO TO 3100-EXIT.

           IF  PF-OPEN-SW EQUAL 'Y'
               ADD  1                       TO PF-LENGTH(PF-COUNT)
               GO TO 3100-EXIT.

           IF  PF-COUNT EQUAL PF-MAX
               MOVE 'B'                     TO PS-CLASS(PS-SUB)
               GO TO 3100-EXIT.

           ADD  1                           TO PF-COUNT.
           MOVE 'Y'                         TO PF-OPEN-SW.
           MOVE PS-SUB                      TO PF-COLUMN(PF-COUNT).
           MOVE ONE                         TO PF-LENGTH(PF-COUNT).
           MOVE PS-CLASS(PS-SUB)            TO PF-TYPE  (PF-COUNT).
           MOVE PF-COUNT                    TO PF-NUMBER.
           MOVE 'FIELD'                     TO PF-NAME  (PF-COUNT).
           MOVE PF-NUMBER             TO PF-NAME(PF-COUNT)(6:3).

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Read the next sampled row again and check it fits.            *
      *****************************************************************
       3300-CHECK-NEXT.
           PERFORM 2150-READ-NEXT-ROW       THRU 2150-EXIT.

           IF  BROWSE-COMPLETE EQUAL 'Y'
           OR  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3300-EXIT.

           ADD  1                           TO CHECKED-COUNT.
           MOVE 'N'                         TO ROW-MISFIT-SW.

           MOVE ROW-LENGTH                  TO ROW-WIDTH.
           IF  ROW-WIDTH GREATER THAN PS-MAX
               MOVE 'Y'                     TO ROW-MISFIT-SW
               MOVE PS-MAX                  TO ROW-WIDTH.

           PERFORM 3310-CHECK-BYTE        THRU 3310-EXIT
               VARYING PS-SUB FROM 1 BY 1
               UNTIL   PS-SUB GREATER THAN ROW-WIDTH
               OR      ROW-MISFIT-SW EQUAL 'Y'.

           IF  ROW-MISFIT-SW EQUAL 'Y'
               ADD  1                       TO MISFIT-COUNT.

       3300-EXIT.
           EXIT.

       3310-CHECK-BYTE.
           MOVE ZFAM-DATA(PS-SUB:1)         TO ROW-BYTE.

           IF  ROW-BYTE EQUAL SPACES
           OR  ROW-BYTE EQUAL LOW-VALUES
               GO TO 3310-EXIT.

           IF  PS-CLASS(PS-SUB) EQUAL 'B'
               MOVE 'Y'                     TO ROW-MISFIT-SW.

           IF  PS-CLASS(PS-SUB) EQUAL 'N'
           AND ROW-BYTE NOT NUMERIC
               MOVE 'Y'                     TO ROW-MISFIT-SW.

       3310-EXIT.
           EXIT.

      *****************************************************************
      * JSON - lay the collected names out one after another.         *
      *****************************************************************
       3500-LAYOUT-JSON.
           MOVE ONE                         TO PF-NEXT-COLUMN.

           PERFORM 3510-LAYOUT-NAME       THRU 3510-EXIT
               VARYING JF-SUB FROM 1 BY 1
               UNTIL   JF-SUB GREATER THAN JF-COUNT.

       3500-EXIT.
           EXIT.

       3510-LAYOUT-NAME.
           ADD  1                           TO PF-COUNT.
           MOVE PF-NEXT-COLUMN              TO PF-COLUMN(PF-COUNT).
           MOVE JF-LENGTH(JF-SUB)           TO PF-LENGTH(PF-COUNT).
           MOVE JF-TYPE  (JF-SUB)           TO PF-TYPE  (PF-COUNT).
           MOVE JF-NAME  (JF-SUB)           TO PF-NAME  (PF-COUNT).
           ADD  JF-LENGTH(JF-SUB)           TO PF-NEXT-COLUMN.

       3510-EXIT.
           EXIT.

      *****************************************************************
      * Write the draft - each line to <xx>SI and echoed to CSSL -    *
      * followed by the CSSL summary.                                 *
      *****************************************************************
       4000-WRITE-DRAFT.
           PERFORM 4100-WRITE-FIELD       THRU 4100-EXIT
               VARYING PF-SUB FROM 1 BY 1
               UNTIL   PF-SUB GREATER THAN PF-COUNT.

           MOVE 'fixed'                     TO TD-ID-MODE.
           IF  JSON-MODE EQUAL 'Y'
               MOVE 'JSON '                 TO TD-ID-MODE.

           MOVE SAMPLED-COUNT               TO TD-ID-SAMPLED.
           MOVE PF-COUNT                    TO TD-ID-FIELDS.
           MOVE MISFIT-COUNT                TO TD-ID-MISFIT.
           MOVE SI-TDQ                      TO TD-ID-TDQ.

           MOVE TD-INFER-DONE               TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL          THRU 9900-EXIT.

       4000-EXIT.
           EXIT.

       4100-WRITE-FIELD.
           MOVE ZEROES                      TO FL-INDEX
                                               FL-SEC.
           MOVE PF-COLUMN(PF-SUB)           TO FL-COLUMN.
           MOVE PF-LENGTH(PF-SUB)           TO FL-LENGTH.
           MOVE PF-TYPE  (PF-SUB)           TO FL-TYPE.
           MOVE PF-NAME  (PF-SUB)           TO FL-NAME.

           MOVE LENGTH OF FD-LINE           TO SI-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(SI-TDQ)
                FROM  (FD-LINE)
                LENGTH(SI-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE FD-LINE                     TO TD-IL-LINE.
           MOVE TD-INFER-LINE               TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL          THRU 9900-EXIT.

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
      * Write the prepared TD-MESSAGE to CSSL.                        *
      *****************************************************************
       9900-WRITE-CSSL.
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

       9900-EXIT.
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
