       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM181.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Server-side write triggers.                                   *
      *                                                               *
      * A table whose document template sets DD-TRIGGERS has ZFAM002  *
      * START this task, xxRU, with TE-PARM (ZFAMRUC) after every     *
      * successful POST, PUT, PATCH and DELETE: the table, the        *
      * method, the key and the first segment's image.  The table's   *
      * enabled FAxxRU rules are evaluated in key order and each one  *
      * that matches - method, key prefix and FAxxFD column tests -   *
      * has its actions performed:                                    *
      *                                                               *
      *   C - copy the record to the target table, under the          *
      *       rewritten key, unless that key is already there         *
      *   U - upsert - copy it, replacing any target record; a        *
      *       shared or versioned target is refused                   *
      *   E - write an Event Control Record under the rewritten key   *
      *       that activates after RU-DELAY-SECS seconds and is       *
      *       delivered once by the ZFAM000 expiration sweep          *
      *   W - POST the key to the rule's webhook, as 8510 in ZFAM002  *
      *       does for the table's subscribers                        *
      *                                                               *
      * Copies follow ZFAM134: segments are deciphered under the      *
      * source table and re-enciphered under the target, checksums    *
      * recomputed, and the target chain takes a fresh internal key   *
      * from the target table's named counter.  A copy or upsert      *
      * into the changed table itself must rewrite the key.           *
      *                                                               *
      * Records are written at file level, not through ZFAM002, so a  *
      * rule's own writes fire no further rules.  Every rule that     *
      * matches has RU-FIRED bumped; an action that fails bumps       *
      * RU-FAILED and is written to the FAxxRF failure log and CSSL.  *
      * The request that made the change has already been answered,   *
      * so a failing rule cannot fail it.                             *
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
       01  TWO-FIFTY-FIVE         PIC S9(08) COMP VALUE 255.
       01  COUNT-CAP              PIC  9(09) VALUE 999999990.

       COPY ZFAMRUC.

       01  TE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  TE-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PARM-OK-SW             PIC  X(01) VALUE 'N'.
       01  METHOD-LETTER          PIC  X(01) VALUE SPACES.
       01  METHOD-TALLY           PIC S9(04) COMP VALUE ZEROES.
       01  DISPLAY-KEY            PIC X(255) VALUE SPACES.

      *****************************************************************
      * The table's enabled rules, by name, taken in one pass of the  *
      * FAxxRU browse and then read one at a time, so no browse is    *
      * held while the actions write or the counters are rewritten.   *
      *****************************************************************
       01  RU-FCT.
           02  RU-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'RU  '.

       01  RF-FCT.
           02  RF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'RF  '.

       01  RU-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  RU-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RULE-KEY               PIC  X(08) VALUE LOW-VALUES.
       01  RULE-BROWSE-SW         PIC  X(01) VALUE 'N'.
       01  RULE-COUNT             PIC S9(04) COMP VALUE ZEROES.
       01  RULE-MAX               PIC S9(04) COMP VALUE 50.
       01  RULE-SUB               PIC S9(04) COMP VALUE ZEROES.

       01  RULE-TABLE.
           02  RULE-NAME          PIC  X(08) OCCURS 50 TIMES.

       01  RULE-MATCH-SW          PIC  X(01) VALUE 'N'.
       01  RULE-FAILURES          PIC S9(04) COMP VALUE ZEROES.
       01  COND-SUB               PIC S9(04) COMP VALUE ZEROES.
       01  ACTION-SUB             PIC S9(04) COMP VALUE ZEROES.
       01  ACTION-CODE            PIC  X(01) VALUE SPACES.
       01  FAIL-REASON            PIC  X(40) VALUE SPACES.

       01  FAIL-STATUS.
           02  FILLER             PIC  X(22) VALUE
               'Webhook answered HTTP '.
           02  FAIL-STATUS-CODE   PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(15) VALUE SPACES.

      *****************************************************************
      * Key prefix and rewrite fields.                                *
      *****************************************************************
       01  PREFIX-TRAIL           PIC S9(08) COMP VALUE ZEROES.
       01  PREFIX-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  OLD-PREFIX-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  NEW-PREFIX-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  TAIL-LENGTH            PIC S9(08) COMP VALUE ZEROES.
       01  KEY-TRAIL              PIC S9(08) COMP VALUE ZEROES.
       01  KEY-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  NEW-KEY                PIC X(255) VALUE LOW-VALUES.
       01  TARGET-TRANID          PIC  X(04) VALUE SPACES.

      *****************************************************************
      * FAxxFD column lookup for the rule conditions, loaded the      *
      * first time a rule names a column.                             *
      *****************************************************************
       01  SCHEMA-LOADED-SW       PIC  X(01) VALUE 'N'.
       01  COLUMN-NAME            PIC  X(16) VALUE SPACES.
       01  COLUMN-START           PIC S9(08) COMP VALUE ZEROES.
       01  COLUMN-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  COLUMN-END             PIC S9(08) COMP VALUE ZEROES.
       01  COLUMN-TEXT            PIC  X(32) VALUE SPACES.
       01  CONDITION-VALUE        PIC  X(32) VALUE SPACES.

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

      *****************************************************************
      * Source files, and the target files addressed with their own   *
      * FCT names.                                                    *
      *****************************************************************
       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       01  TK-FCT.
           02  TK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  TF-FCT.
           02  TF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  TF-DDNAME          PIC  X(04) VALUE 'FILE'.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TF-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

      *****************************************************************
      * Upsert - the target record being replaced.  TARGET-HOLD only  *
      * receives the READ UPDATE; the chain it pointed at is kept in  *
      * the OLD- fields and deleted once the rewrite stands.          *
      *****************************************************************
       01  TARGET-PRESENT-SW      PIC  X(01) VALUE 'N'.
       01  TARGET-HOLD            PIC X(1024) VALUE SPACES.
       01  OLD-FF-KEY             PIC  X(08) VALUE LOW-VALUES.
       01  OLD-SEGMENTS           PIC  9(04) COMP VALUE ZEROES.
       01  OLD-DDNAME             PIC  X(04) VALUE SPACES.
       01  OLD-ECR                PIC  X(01) VALUE SPACES.

       01  SOURCE-FF-KEY          PIC  X(08) VALUE LOW-VALUES.
       01  COPY-OK-SW             PIC  X(01) VALUE 'N'.

       01  DELETE-FF-KEY          PIC  X(08) VALUE LOW-VALUES.
       01  DELETE-SEGMENTS        PIC  9(04) COMP VALUE ZEROES.
       01  DELETE-SEGMENT         PIC  9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zUIDSTCK and the TARGET table's named counter, for the fresh  *
      * internal chain keys the copied records take.                  *
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
      * Checksum and cipher fields.  The decipher runs under the      *
      * SOURCE table's tranid and the encipher under the TARGET's,    *
      * since each table carries its own FAxxEN key.                  *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.
       01  RD-DIGEST-TOTAL        PIC S9(18) COMP-3 VALUE ZEROES.
       01  RD-DIGEST-WORK         PIC  9(09) VALUE ZEROES.
       01  RD-QUOTIENT            PIC S9(18) COMP-3 VALUE ZEROES.
       01  ONE-BILLION            PIC S9(10) COMP-3 VALUE 1000000000.

       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Webhook action fields.                                        *
      *****************************************************************
       01  WH-URL-TRAIL           PIC S9(08) COMP VALUE ZEROES.
       01  WH-URL-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  WH-PATH-LENGTH         PIC S9(08) COMP VALUE 160.
       01  WH-PATH                PIC  X(160) VALUE SPACES.
       01  WH-SCHEME-NAME         PIC  X(16) VALUE SPACES.
       01  WH-SCHEME              PIC S9(08) COMP VALUE ZEROES.
       01  WH-PORT                PIC S9(08) COMP VALUE ZEROES.
       01  WH-HOST-NAME           PIC  X(80) VALUE SPACES.
       01  WH-HOST-NAME-LENGTH    PIC S9(08) COMP VALUE 80.
       01  WH-SESSION-TOKEN       PIC  9(18) COMP VALUE ZEROES.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.

       01  HTTP-TRIGGER           PIC  X(12) VALUE 'zFAM-Trigger'.
       01  HTTP-TRIGGER-LENGTH    PIC S9(08) COMP VALUE 12.
       01  HTTP-TRIGGER-VALUE.
           02  TV-RULE            PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TV-METHOD          PIC  X(06) VALUE SPACES.
       01  TRIGGER-VALUE-LENGTH   PIC S9(08) COMP VALUE 15.

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

       01  TD-TRIGGER-FAILED.
           02  FILLER             PIC  X(08) VALUE 'Trigger '.
           02  TD-TF-RULE         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TF-ACTION       PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-TF-REASON       PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TF-KEY          PIC  X(28) VALUE SPACES.

       01  TD-RULES-MAX.
           02  FILLER             PIC  X(26) VALUE
               'Trigger rules past the 50-'.
           02  FILLER             PIC  X(23) VALUE
               'rule limit ignored at  '.
           02  TD-RM-RULE         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(33) VALUE SPACES.

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

           IF  PARM-OK-SW EQUAL 'Y'
               PERFORM 1100-LOAD-RULES     THRU 1100-EXIT.

           PERFORM 2000-PROCESS-RULE       THRU 2000-EXIT
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL   RULE-SUB GREATER THAN RULE-COUNT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the change and address the  *
      * table's files.  The method becomes the letter RU-METHODS      *
      * lists it by.                                                  *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF TE-PARM            TO TE-LENGTH.

           EXEC CICS RETRIEVE INTO(TE-PARM)
                LENGTH(TE-LENGTH)
                RESP  (TE-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           IF  TE-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1000-EXIT.

           MOVE TE-TRANID                    TO RU-TRANID
                                                 RF-TRANID
                                                 FK-TRANID
                                                 FF-TRANID.
           MOVE TE-TRANID(3:2)               TO FD-TRANID(3:2).

           IF  TE-IMAGE-LENGTH NOT NUMERIC
               MOVE ZEROES                   TO TE-IMAGE-LENGTH.

           MOVE SPACES                       TO METHOD-LETTER.
           IF  TE-METHOD EQUAL 'POST'
               MOVE 'P'                      TO METHOD-LETTER.
           IF  TE-METHOD EQUAL 'PUT'
               MOVE 'U'                      TO METHOD-LETTER.
           IF  TE-METHOD EQUAL 'PATCH'
               MOVE 'A'                      TO METHOD-LETTER.
           IF  TE-METHOD EQUAL 'DELETE'
               MOVE 'D'                      TO METHOD-LETTER.

           MOVE ZEROES                       TO KEY-TRAIL.
           INSPECT FUNCTION REVERSE(TE-KEY)
           TALLYING KEY-TRAIL
           FOR LEADING LOW-VALUES.

           SUBTRACT KEY-TRAIL FROM LENGTH OF TE-KEY
               GIVING KEY-LENGTH.

           MOVE TE-KEY                       TO DISPLAY-KEY.
           INSPECT DISPLAY-KEY
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  KEY-LENGTH GREATER THAN ZEROES
               MOVE 'Y'                      TO PARM-OK-SW.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Browse FAxxRU once, keeping the names of the enabled rules.   *
      * A table with no FAxxRU file defined, or no rules on it, has   *
      * nothing to do.                                                *
      *****************************************************************
       1100-LOAD-RULES.
           MOVE LOW-VALUES                   TO RULE-KEY.

           EXEC CICS STARTBR
                FILE  (RU-FCT)
                RIDFLD(RULE-KEY)
                RESP  (RU-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  RU-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1100-EXIT.

           MOVE 'N'                          TO RULE-BROWSE-SW.

           PERFORM 1110-NEXT-RULE          THRU 1110-EXIT
               WITH TEST AFTER
               UNTIL RULE-BROWSE-SW EQUAL 'Y'.

           EXEC CICS ENDBR FILE(RU-FCT) NOHANDLE
           END-EXEC.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Keep one enabled rule.  Rules past RULE-MAX are not run, and  *
      * the first of them is named on CSSL.                           *
      *****************************************************************
       1110-NEXT-RULE.
           MOVE LENGTH OF RU-RECORD          TO RU-LENGTH.

           EXEC CICS READNEXT
                FILE  (RU-FCT)
                INTO  (RU-RECORD)
                RIDFLD(RULE-KEY)
                LENGTH(RU-LENGTH)
                RESP  (RU-RESP)
                NOHANDLE
           END-EXEC.

           IF  RU-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO RULE-BROWSE-SW
               GO TO 1110-EXIT.

           IF  RU-ENABLED NOT EQUAL 'Y'
               GO TO 1110-EXIT.

           IF  RULE-COUNT NOT LESS THAN RULE-MAX
               MOVE 'Y'                      TO RULE-BROWSE-SW
               MOVE RU-NAME                  TO TD-RM-RULE
               MOVE TD-RULES-MAX             TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               GO TO 1110-EXIT.

           ADD  ONE                          TO RULE-COUNT.
           MOVE RU-NAME                      TO RULE-NAME(RULE-COUNT).

       1110-EXIT.
           EXIT.

      *****************************************************************
      * Evaluate one rule against the change - method, key prefix,    *
      * then the column tests - and perform its actions when it       *
      * matches.  The rule is read afresh, so one disabled since the  *
      * browse is passed over.                                        *
      *****************************************************************
       2000-PROCESS-RULE.
           MOVE RULE-NAME(RULE-SUB)          TO RULE-KEY.
           MOVE LENGTH OF RU-RECORD          TO RU-LENGTH.

           EXEC CICS READ FILE(RU-FCT)
                INTO  (RU-RECORD)
                RIDFLD(RULE-KEY)
                LENGTH(RU-LENGTH)
                RESP  (RU-RESP)
                NOHANDLE
           END-EXEC.

           IF  RU-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  RU-ENABLED NOT EQUAL 'Y'
               GO TO 2000-EXIT.

           MOVE 'Y'                          TO RULE-MATCH-SW.

           PERFORM 2100-CHECK-METHOD       THRU 2100-EXIT.

           IF  RULE-MATCH-SW EQUAL 'Y'
               PERFORM 2200-CHECK-PREFIX   THRU 2200-EXIT.

           IF  RULE-MATCH-SW EQUAL 'Y'
               PERFORM 2300-CHECK-CONDITION THRU 2300-EXIT
                   VARYING COND-SUB FROM 1 BY 1
                   UNTIL   COND-SUB GREATER THAN 2
                   OR      RULE-MATCH-SW NOT EQUAL 'Y'.

           IF  RULE-MATCH-SW NOT EQUAL 'Y'
               GO TO 2000-EXIT.

           MOVE ZEROES                       TO RULE-FAILURES.

           PERFORM 3000-PERFORM-ACTION     THRU 3000-EXIT
               VARYING ACTION-SUB FROM 1 BY 1
               UNTIL   ACTION-SUB GREATER THAN 3.

           PERFORM 2900-COUNT-FIRING       THRU 2900-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * RU-METHODS left at SPACES takes every method.                 *
      *****************************************************************
       2100-CHECK-METHOD.
           IF  RU-METHODS EQUAL SPACES
               GO TO 2100-EXIT.

           MOVE ZEROES                       TO METHOD-TALLY.

           IF  METHOD-LETTER NOT EQUAL SPACES
               INSPECT RU-METHODS
               TALLYING METHOD-TALLY
               FOR ALL METHOD-LETTER.

           IF  METHOD-TALLY EQUAL ZEROES
               MOVE 'N'                      TO RULE-MATCH-SW.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * RU-PREFIX left at SPACES takes every key.                     *
      *****************************************************************
       2200-CHECK-PREFIX.
           IF  RU-PREFIX EQUAL SPACES
               GO TO 2200-EXIT.

           MOVE ZEROES                       TO PREFIX-TRAIL.
           INSPECT FUNCTION REVERSE(RU-PREFIX)
           TALLYING PREFIX-TRAIL
           FOR LEADING SPACES.

           SUBTRACT PREFIX-TRAIL
               FROM LENGTH OF RU-PREFIX
               GIVING PREFIX-LENGTH.

           IF  TE-KEY(1:PREFIX-LENGTH) NOT EQUAL
               RU-PREFIX(1:PREFIX-LENGTH)
               MOVE 'N'                      TO RULE-MATCH-SW.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * One column test.  The column is found by name in the table's  *
      * FAxxFD template and taken from the image, at most 32 bytes,   *
      * and compared as text with RU-VALUE - numeric columns compare  *
      * correctly when the value is given at the column's width.  A   *
      * column not in the template, or past the end of the image,     *
      * fails the test.                                               *
      *****************************************************************
       2300-CHECK-CONDITION.
           IF  RU-COLUMN(COND-SUB) EQUAL SPACES
               GO TO 2300-EXIT.

           MOVE 'N'                          TO RULE-MATCH-SW.

           IF  SCHEMA-LOADED-SW NOT EQUAL 'Y'
               PERFORM 2310-LOAD-SCHEMA    THRU 2310-EXIT.

           IF  FD-DOC-LENGTH EQUAL ZEROES
               GO TO 2300-EXIT.

           MOVE RU-COLUMN(COND-SUB)          TO COLUMN-NAME.
           MOVE ZEROES                       TO COLUMN-START
                                                 COLUMN-LENGTH.

           PERFORM 2320-FIND-COLUMN        THRU 2320-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET             FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    COLUMN-START GREATER THAN ZEROES.

           IF  COLUMN-START  EQUAL ZEROES
           OR  COLUMN-LENGTH EQUAL ZEROES
               GO TO 2300-EXIT.

           IF  COLUMN-LENGTH GREATER THAN LENGTH OF COLUMN-TEXT
               MOVE LENGTH OF COLUMN-TEXT    TO COLUMN-LENGTH.

           COMPUTE COLUMN-END = COLUMN-START + COLUMN-LENGTH - 1.

           IF  COLUMN-END GREATER THAN TE-IMAGE-LENGTH
               GO TO 2300-EXIT.

           MOVE SPACES                       TO COLUMN-TEXT.
           MOVE TE-IMAGE(COLUMN-START:COLUMN-LENGTH)
             TO COLUMN-TEXT(1:COLUMN-LENGTH).
           MOVE RU-VALUE(COND-SUB)           TO CONDITION-VALUE.

           IF  RU-OPERATOR(COND-SUB) EQUAL 'EQ'
           AND COLUMN-TEXT EQUAL CONDITION-VALUE
               MOVE 'Y'                      TO RULE-MATCH-SW.

           IF  RU-OPERATOR(COND-SUB) EQUAL 'NE'
           AND COLUMN-TEXT NOT EQUAL CONDITION-VALUE
               MOVE 'Y'                      TO RULE-MATCH-SW.

           IF  RU-OPERATOR(COND-SUB) EQUAL 'GT'
           AND COLUMN-TEXT GREATER THAN CONDITION-VALUE
               MOVE 'Y'                      TO RULE-MATCH-SW.

           IF  RU-OPERATOR(COND-SUB) EQUAL 'GE'
           AND COLUMN-TEXT NOT LESS THAN CONDITION-VALUE
               MOVE 'Y'                      TO RULE-MATCH-SW.

           IF  RU-OPERATOR(COND-SUB) EQUAL 'LT'
           AND COLUMN-TEXT LESS THAN CONDITION-VALUE
               MOVE 'Y'                      TO RULE-MATCH-SW.

           IF  RU-OPERATOR(COND-SUB) EQUAL 'LE'
           AND COLUMN-TEXT NOT GREATER THAN CONDITION-VALUE
               MOVE 'Y'                      TO RULE-MATCH-SW.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Retrieve the table's FAxxFD template once per task.  A table  *
      * without one fails every column test.                          *
      *****************************************************************
       2310-LOAD-SCHEMA.
           MOVE 'Y'                          TO SCHEMA-LOADED-SW.

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

       2310-EXIT.
           EXIT.

      *****************************************************************
      * Keep the FAxxFD entry whose FD-NAME is the rule's column.     *
      *****************************************************************
       2320-FIND-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME   EQUAL COLUMN-NAME
           AND FD-COLUMN NUMERIC
           AND FD-LENGTH NUMERIC
               MOVE FD-COLUMN                TO COLUMN-START
               MOVE FD-LENGTH                TO COLUMN-LENGTH.

       2320-EXIT.
           EXIT.

      *****************************************************************
      * The rule fired - count it, and the actions that failed, on    *
      * its FAxxRU record.                                            *
      *****************************************************************
       2900-COUNT-FIRING.
           MOVE RULE-NAME(RULE-SUB)          TO RULE-KEY.
           MOVE LENGTH OF RU-RECORD          TO RU-LENGTH.

           EXEC CICS READ FILE(RU-FCT)
                INTO  (RU-RECORD)
                RIDFLD(RULE-KEY)
                LENGTH(RU-LENGTH)
                UPDATE
                RESP  (RU-RESP)
                NOHANDLE
           END-EXEC.

           IF  RU-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2900-EXIT.

           IF  RU-FIRED NOT NUMERIC
               MOVE ZEROES                   TO RU-FIRED.

           IF  RU-FAILED NOT NUMERIC
               MOVE ZEROES                   TO RU-FAILED.

           IF  RU-FIRED LESS THAN COUNT-CAP
               ADD  ONE                      TO RU-FIRED.

           MOVE WS-ABS                       TO RU-LAST-FIRED-ABS.

           IF  RULE-FAILURES GREATER THAN ZEROES
           AND RU-FAILED LESS THAN COUNT-CAP
               ADD  RULE-FAILURES            TO RU-FAILED.

           IF  RULE-FAILURES GREATER THAN ZEROES
               MOVE WS-ABS                   TO RU-LAST-FAILED-ABS.

           EXEC CICS REWRITE FILE(RU-FCT)
                FROM  (RU-RECORD)
                LENGTH(RU-LENGTH)
                NOHANDLE
           END-EXEC.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Perform one of the rule's actions.  Whatever stops it is      *
      * left in FAIL-REASON and logged.                               *
      *****************************************************************
       3000-PERFORM-ACTION.
           MOVE RU-ACTION(ACTION-SUB)        TO ACTION-CODE.

           IF  ACTION-CODE EQUAL SPACES
               GO TO 3000-EXIT.

           MOVE SPACES                       TO FAIL-REASON
                                                 TARGET-TRANID.

           IF  ACTION-CODE NOT EQUAL 'C'
           AND ACTION-CODE NOT EQUAL 'U'
           AND ACTION-CODE NOT EQUAL 'E'
           AND ACTION-CODE NOT EQUAL 'W'
               MOVE 'Unknown action'         TO FAIL-REASON.

           IF  ACTION-CODE EQUAL 'W'
               PERFORM 3400-WEBHOOK        THRU 3400-EXIT.

           IF  ACTION-CODE EQUAL 'C'
           OR  ACTION-CODE EQUAL 'U'
           OR  ACTION-CODE EQUAL 'E'
               PERFORM 3050-TARGET-KEY     THRU 3050-EXIT.

           IF  FAIL-REASON EQUAL SPACES
           AND (ACTION-CODE EQUAL 'C' OR ACTION-CODE EQUAL 'U')
               PERFORM 3100-COPY-RECORD    THRU 3100-EXIT.

           IF  FAIL-REASON EQUAL SPACES
           AND ACTION-CODE EQUAL 'E'
               PERFORM 3300-WRITE-ECR      THRU 3300-EXIT.

           IF  FAIL-REASON NOT EQUAL SPACES
               PERFORM 8000-LOG-FAILURE    THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Resolve the action's target table and key.  A key leading     *
      * with RU-OLD-PREFIX has it replaced by RU-NEW-PREFIX; any      *
      * other key is used as it is.                                   *
      *****************************************************************
       3050-TARGET-KEY.
           MOVE RU-TARGET(ACTION-SUB)        TO TARGET-TRANID.

           IF  TARGET-TRANID EQUAL SPACES
               MOVE TE-TRANID                TO TARGET-TRANID.

           MOVE TARGET-TRANID                TO TK-TRANID
                                                 TF-TRANID
                                                 NC-TRANID.
           MOVE 'FILE'                       TO TF-DDNAME.

           MOVE TE-KEY                       TO NEW-KEY.

           MOVE ZEROES                       TO PREFIX-TRAIL.
           INSPECT FUNCTION REVERSE(RU-OLD-PREFIX(ACTION-SUB))
           TALLYING PREFIX-TRAIL
           FOR LEADING SPACES.

           SUBTRACT PREFIX-TRAIL
               FROM LENGTH OF RU-OLD-PREFIX(ACTION-SUB)
               GIVING OLD-PREFIX-LENGTH.

           MOVE ZEROES                       TO PREFIX-TRAIL.
           INSPECT FUNCTION REVERSE(RU-NEW-PREFIX(ACTION-SUB))
           TALLYING PREFIX-TRAIL
           FOR LEADING SPACES.

           SUBTRACT PREFIX-TRAIL
               FROM LENGTH OF RU-NEW-PREFIX(ACTION-SUB)
               GIVING NEW-PREFIX-LENGTH.

           IF  OLD-PREFIX-LENGTH GREATER THAN ZEROES
           AND TE-KEY(1:OLD-PREFIX-LENGTH) EQUAL
               RU-OLD-PREFIX(ACTION-SUB)(1:OLD-PREFIX-LENGTH)
               PERFORM 3060-REWRITE-KEY    THRU 3060-EXIT.

           IF  FAIL-REASON NOT EQUAL SPACES
               GO TO 3050-EXIT.

           IF  NEW-KEY EQUAL LOW-VALUES
               MOVE 'Rewritten key is empty' TO FAIL-REASON
               GO TO 3050-EXIT.

           IF  ACTION-CODE   NOT EQUAL 'E'
           AND TARGET-TRANID EQUAL TE-TRANID
           AND NEW-KEY       EQUAL TE-KEY
               MOVE 'Target is the changed record'
                                             TO FAIL-REASON.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * New prefix plus the key's tail, as ZFAM134 re-homes a key.    *
      *****************************************************************
       3060-REWRITE-KEY.
           SUBTRACT OLD-PREFIX-LENGTH FROM KEY-LENGTH
               GIVING TAIL-LENGTH.

           IF  NEW-PREFIX-LENGTH + TAIL-LENGTH
                   GREATER THAN TWO-FIFTY-FIVE
               MOVE 'Rewritten key longer than 255 bytes'
                                             TO FAIL-REASON
               GO TO 3060-EXIT.

           MOVE LOW-VALUES                   TO NEW-KEY.

           IF  NEW-PREFIX-LENGTH GREATER THAN ZEROES
               MOVE RU-NEW-PREFIX(ACTION-SUB)(1:NEW-PREFIX-LENGTH)
                 TO NEW-KEY(1:NEW-PREFIX-LENGTH).

           IF  TAIL-LENGTH GREATER THAN ZEROES
               MOVE TE-KEY(OLD-PREFIX-LENGTH + 1:TAIL-LENGTH)
                 TO NEW-KEY(NEW-PREFIX-LENGTH + 1:TAIL-LENGTH).

       3060-EXIT.
           EXIT.

      *****************************************************************
      * Copy or upsert the changed record into the target.  A DELETE  *
      * leaves nothing to copy.  For a copy, a target key already     *
      * present is left alone - that is not a failure.                *
      *****************************************************************
       3100-COPY-RECORD.
           IF  TE-METHOD EQUAL 'DELETE'
               MOVE 'Source deleted - nothing to copy'
                                             TO FAIL-REASON
               GO TO 3100-EXIT.

           MOVE 'N'                          TO TARGET-PRESENT-SW.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(TK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(NEW-KEY)
                LENGTH(FK-LENGTH)
                RESP  (TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3110-TARGET-PRESENT THRU 3110-EXIT.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
           AND TK-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE 'Target KEY store not available'
                                             TO FAIL-REASON.

           IF  FAIL-REASON NOT EQUAL SPACES
               GO TO 3100-EXIT.

           IF  TARGET-PRESENT-SW EQUAL 'Y'
           AND ACTION-CODE       EQUAL 'C'
               GO TO 3100-EXIT.

           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(TE-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FK-DELETED EQUAL 'Y'
               MOVE 'Source record not found' TO FAIL-REASON
               GO TO 3100-EXIT.

      *****************************************************************
      * Remember the source chain, then retarget the KEY record at    *
      * the new home.                                                 *
      *****************************************************************
           MOVE FK-FF-KEY                    TO SOURCE-FF-KEY.
           MOVE FK-DDNAME                    TO FF-DDNAME.

           IF  FK-DDNAME EQUAL SPACES
           OR  FK-DDNAME EQUAL LOW-VALUES
               MOVE 'FILE'                   TO FF-DDNAME.

           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           MOVE NEW-KEY                      TO FK-KEY.

           IF  FK-ECR NOT EQUAL 'Y'
               MOVE THE-TOD(1:6)             TO FK-FF-IDN
               MOVE ZFAM-NC-HW               TO FK-FF-NC
               MOVE 'FILE'                   TO FK-DDNAME.

           MOVE WS-ABS                       TO FK-ABS.
           MOVE SPACES                       TO FK-UID
                                                 FK-INTENT
                                                 FK-SHARED.
           MOVE ZEROES                       TO FK-LOCK-TIME
                                                 FK-VERSION-COUNT
                                                 FK-DIGEST.

           MOVE 'Y'                          TO COPY-OK-SW.

           IF  FK-ECR NOT EQUAL 'Y'
               PERFORM 3200-COPY-SEGMENTS  THRU 3200-EXIT.

           IF  COPY-OK-SW NOT EQUAL 'Y'
               MOVE 'Segment copy to target failed'
                                             TO FAIL-REASON
               PERFORM 3250-DROP-NEW-CHAIN THRU 3250-EXIT
               GO TO 3100-EXIT.

           IF  TARGET-PRESENT-SW EQUAL 'Y'
               PERFORM 3150-REPLACE-TARGET THRU 3150-EXIT
           ELSE
               PERFORM 3140-ADD-TARGET     THRU 3140-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * The target key is already there.  A copy leaves it alone; an  *
      * upsert replaces it unless it is shared between clients or     *
      * keeps versions, which only a request through ZFAM002 may      *
      * change.                                                       *
      *****************************************************************
       3110-TARGET-PRESENT.
           MOVE 'Y'                          TO TARGET-PRESENT-SW.

           IF  ACTION-CODE EQUAL 'C'
               GO TO 3110-EXIT.

           IF  FK-SHARED EQUAL 'Y'
               MOVE 'Target record is shared - not replaced'
                                             TO FAIL-REASON
               GO TO 3110-EXIT.

           IF  FK-VERSION-COUNT NUMERIC
           AND FK-VERSION-COUNT GREATER THAN ZEROES
               MOVE 'Target record keeps versions'
                                             TO FAIL-REASON
               GO TO 3110-EXIT.

           MOVE FK-FF-KEY                    TO OLD-FF-KEY.
           MOVE FK-SEGMENTS                  TO OLD-SEGMENTS.
           MOVE FK-DDNAME                    TO OLD-DDNAME.
           MOVE FK-ECR                       TO OLD-ECR.

           IF  OLD-DDNAME EQUAL SPACES
           OR  OLD-DDNAME EQUAL LOW-VALUES
               MOVE 'FILE'                   TO OLD-DDNAME.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Write the new target KEY record.  A key written there since   *
      * the check is left alone by a copy and is a failure for an     *
      * upsert; either way the chain just written is dropped.         *
      *****************************************************************
       3140-ADD-TARGET.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS WRITE FILE(TK-FCT)
                FROM  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP EQUAL DFHRESP(NORMAL)
               GO TO 3140-EXIT.

           PERFORM 3250-DROP-NEW-CHAIN     THRU 3250-EXIT.

           IF  TK-RESP NOT EQUAL DFHRESP(DUPREC)
           OR  ACTION-CODE EQUAL 'U'
               MOVE 'Target KEY write failed' TO FAIL-REASON.

       3140-EXIT.
           EXIT.

      *****************************************************************
      * Upsert over an existing target - point its KEY record at the  *
      * new chain, then delete the chain it pointed at.               *
      *****************************************************************
       3150-REPLACE-TARGET.
           MOVE LENGTH OF TARGET-HOLD        TO FK-LENGTH.

           EXEC CICS READ FILE(TK-FCT)
                INTO  (TARGET-HOLD)
                RIDFLD(NEW-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                RESP  (TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP EQUAL DFHRESP(NOTFND)
               PERFORM 3140-ADD-TARGET     THRU 3140-EXIT
               GO TO 3150-EXIT.

           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           IF  TK-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(TK-FCT)
                    FROM  (FK-RECORD)
                    LENGTH(FK-LENGTH)
                    RESP  (TK-RESP)
                    NOHANDLE
               END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Target KEY rewrite failed' TO FAIL-REASON
               PERFORM 3250-DROP-NEW-CHAIN THRU 3250-EXIT
               GO TO 3150-EXIT.

           IF  OLD-ECR EQUAL 'Y'
               GO TO 3150-EXIT.

           MOVE OLD-FF-KEY                   TO DELETE-FF-KEY.
           MOVE OLD-SEGMENTS                 TO DELETE-SEGMENTS.
           MOVE OLD-DDNAME                   TO TF-DDNAME.

           PERFORM 3260-DELETE-SEGMENT     THRU 3260-EXIT
               VARYING DELETE-SEGMENT FROM 1 BY 1
               UNTIL   DELETE-SEGMENT GREATER THAN DELETE-SEGMENTS.

           MOVE 'FILE'                       TO TF-DDNAME.

       3150-EXIT.
           EXIT.

      *****************************************************************
      * Move every segment of the source chain to the target chain,   *
      * deciphered under the source table and re-enciphered under     *
      * the target, checksums recomputed, digest rebuilt onto the     *
      * target KEY record before it is written.                       *
      *****************************************************************
       3200-COPY-SEGMENTS.
           MOVE ZEROES                       TO RD-DIGEST-TOTAL.

           PERFORM 3210-COPY-SEGMENT       THRU 3210-EXIT
               VARYING FF-SEGMENT FROM 1 BY 1
               UNTIL   FF-SEGMENT GREATER THAN FK-SEGMENTS
               OR      COPY-OK-SW NOT EQUAL 'Y'.

           DIVIDE RD-DIGEST-TOTAL BY ONE-BILLION
               GIVING    RD-QUOTIENT
               REMAINDER RD-DIGEST-WORK.
           MOVE RD-DIGEST-WORK               TO FK-DIGEST.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Copy one segment across.                                      *
      *****************************************************************
       3210-COPY-SEGMENT.
           MOVE SOURCE-FF-KEY                TO FF-KEY.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                      TO COPY-OK-SW
               GO TO 3210-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.

           MOVE FF-TRANID                    TO CIPHER-TRANID.
           MOVE 'D'                          TO CIPHER-DIRECTION.
           PERFORM 9042-CIPHER-SEGMENT     THRU 9042-EXIT.

           MOVE TF-TRANID                    TO CIPHER-TRANID.
           MOVE 'E'                          TO CIPHER-DIRECTION.
           PERFORM 9042-CIPHER-SEGMENT     THRU 9042-EXIT.

           MOVE FK-KEY                       TO FF-FK-KEY.
           MOVE FK-FF-IDN                    TO FF-KEY-IDN.
           MOVE FK-FF-NC                     TO FF-KEY-NC.

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED            TO FF-CHECKSUM.
           ADD  CHECKSUM-COMPUTED            TO RD-DIGEST-TOTAL.
           ADD  FF-PREFIX                    TO FF-LENGTH.

           EXEC CICS WRITE FILE(TF-FCT)
                FROM  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (TF-RESP)
                NOHANDLE
           END-EXEC.

           IF  TF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                      TO COPY-OK-SW.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Drop whatever of the new target chain was written.            *
      *****************************************************************
       3250-DROP-NEW-CHAIN.
           IF  FK-ECR EQUAL 'Y'
               GO TO 3250-EXIT.

           MOVE FK-FF-KEY                    TO DELETE-FF-KEY.
           MOVE FK-SEGMENTS                  TO DELETE-SEGMENTS.
           MOVE 'FILE'                       TO TF-DDNAME.

           PERFORM 3260-DELETE-SEGMENT     THRU 3260-EXIT
               VARYING DELETE-SEGMENT FROM 1 BY 1
               UNTIL   DELETE-SEGMENT GREATER THAN DELETE-SEGMENTS.

       3250-EXIT.
           EXIT.

      *****************************************************************
      * Delete one segment of a target chain.                         *
      *****************************************************************
       3260-DELETE-SEGMENT.
           MOVE DELETE-FF-KEY                TO FF-KEY.
           MOVE DELETE-SEGMENT               TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.

           EXEC CICS DELETE FILE(TF-FCT)
                RIDFLD(FF-KEY-16)
                NOHANDLE
           END-EXEC.

       3260-EXIT.
           EXIT.

      *****************************************************************
      * Write an Event Control Record under the target key, activated *
      * RU-DELAY-SECS seconds from now, with no retention beyond its  *
      * activation so the ZFAM000 sweep delivers it once.             *
      *****************************************************************
       3300-WRITE-ECR.
           MOVE NEW-KEY                      TO FK-KEY.
           MOVE 'Y'                          TO FK-ECR.
           MOVE HIGH-VALUES                  TO FK-FF-KEY.
           MOVE 'text'                       TO FK-OBJECT.
           MOVE 'FILE'                       TO FK-DDNAME.
           MOVE SPACES                       TO FK-UID
                                                 FK-LOB
                                                 FK-ENCODING
                                                 FK-COLD
                                                 FK-HOLD-TYPE
                                                 FK-DELETED
                                                 FK-INTENT
                                                 FK-ALIAS
                                                 FK-OWNER
                                                 FK-SHARED.
           MOVE ZEROES                       TO FK-LOCK-TIME
                                                 FK-SEGMENTS
                                                 FK-RETENTION
                                                 FK-HOLD-RETENTION
                                                 FK-VERSION-COUNT
                                                 FK-DIGEST
                                                 FK-SCHEMA-VER
                                                 FK-RECUR-SECS
                                                 FK-TAG-COUNT.
           MOVE 'D'                          TO FK-RETENTION-TYPE.
           MOVE WS-ABS                       TO FK-ABS
                                                 FK-ACTIVATE-ABS.

           IF  RU-DELAY-SECS(ACTION-SUB) NUMERIC
               COMPUTE FK-ACTIVATE-ABS = WS-ABS +
                       RU-DELAY-SECS(ACTION-SUB) * 1000.

           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS WRITE FILE(TK-FCT)
                FROM  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP EQUAL DFHRESP(DUPREC)
               MOVE 'Target key already present' TO FAIL-REASON
               GO TO 3300-EXIT.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'ECR write failed'       TO FAIL-REASON.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * POST the key to the rule's webhook as plain text, naming the  *
      * rule and the method in zFAM-Trigger.  A webhook that cannot   *
      * be reached, or answers 400 or above, fails the action; it is  *
      * not retried.                                                  *
      *****************************************************************
       3400-WEBHOOK.
           IF  RU-WEBHOOK-URL EQUAL SPACES
               MOVE 'No webhook URL on the rule' TO FAIL-REASON
               GO TO 3400-EXIT.

           MOVE ZEROES                       TO WH-URL-TRAIL.
           INSPECT FUNCTION REVERSE(RU-WEBHOOK-URL)
           TALLYING WH-URL-TRAIL
           FOR LEADING SPACES.

           SUBTRACT WH-URL-TRAIL
               FROM LENGTH OF RU-WEBHOOK-URL
               GIVING WH-URL-LENGTH.

           MOVE LENGTH OF WH-PATH            TO WH-PATH-LENGTH.
           MOVE LENGTH OF WH-HOST-NAME       TO WH-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (RU-WEBHOOK-URL)
                URLLENGTH (WH-URL-LENGTH)
                SCHEMENAME(WH-SCHEME-NAME)
                HOST      (WH-HOST-NAME)
                HOSTLENGTH(WH-HOST-NAME-LENGTH)
                PORTNUMBER(WH-PORT)
                PATH      (WH-PATH)
                PATHLENGTH(WH-PATH-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Webhook URL not valid'  TO FAIL-REASON
               GO TO 3400-EXIT.

           IF  WH-SCHEME-NAME EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)          TO WH-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)           TO WH-SCHEME.

           EXEC CICS WEB OPEN
                HOST      (WH-HOST-NAME)
                HOSTLENGTH(WH-HOST-NAME-LENGTH)
                PORTNUMBER(WH-PORT)
                SCHEME    (WH-SCHEME)
                SESSTOKEN (WH-SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Webhook unreachable'    TO FAIL-REASON
               GO TO 3400-EXIT.

           MOVE DFHVALUE(POST)               TO WEB-METHOD.
           MOVE DFHVALUE(CLICONVERT)         TO CLIENT-CONVERT.

           MOVE RU-NAME                      TO TV-RULE.
           MOVE TE-METHOD                    TO TV-METHOD.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-TRIGGER)
                NAMELENGTH (HTTP-TRIGGER-LENGTH)
                VALUE      (HTTP-TRIGGER-VALUE)
                VALUELENGTH(TRIGGER-VALUE-LENGTH)
                SESSTOKEN  (WH-SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF CONVERSE-RESPONSE  TO CONVERSE-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (WH-SESSION-TOKEN)
                PATH      (WH-PATH)
                PATHLENGTH(WH-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (TEXT-PLAIN)
                FROM      (DISPLAY-KEY)
                FROMLENGTH(KEY-LENGTH)
                INTO      (CONVERSE-RESPONSE)
                TOLENGTH  (CONVERSE-LENGTH)
                MAXLENGTH (CONVERSE-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(CLIENT-CONVERT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Webhook converse failed' TO FAIL-REASON.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND WEB-STATUS-CODE NOT LESS THAN 400
               MOVE WEB-STATUS-CODE          TO FAIL-STATUS-CODE
               MOVE FAIL-STATUS              TO FAIL-REASON.

           EXEC CICS WEB CLOSE
                SESSTOKEN(WH-SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Log a failed action to the table's FAxxRF failure log and to  *
      * CSSL.  Neither write is checked - the failure log must never  *
      * become a failure of its own.                                  *
      *****************************************************************
       8000-LOG-FAILURE.
           ADD  ONE                          TO RULE-FAILURES.

           MOVE RU-NAME                      TO RF-RULE.
           MOVE WS-ABS                       TO RF-ABS.
           MOVE EIBTASKN                     TO RF-TASK.
           MOVE ACTION-SUB                   TO RF-STEP.
           MOVE TE-METHOD                    TO RF-METHOD.
           MOVE ACTION-CODE                  TO RF-ACTION.
           MOVE TARGET-TRANID                TO RF-TARGET.
           MOVE FAIL-REASON                  TO RF-REASON.
           MOVE DISPLAY-KEY                  TO RF-RECORD-KEY.
           MOVE LENGTH OF RF-RECORD          TO RF-LENGTH.

           EXEC CICS WRITE FILE(RF-FCT)
                FROM  (RF-RECORD)
                RIDFLD(RF-KEY)
                LENGTH(RF-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE RU-NAME                      TO TD-TF-RULE.
           MOVE ACTION-CODE                  TO TD-TF-ACTION.
           MOVE FAIL-REASON                  TO TD-TF-REASON.
           MOVE DISPLAY-KEY                  TO TD-TF-KEY.
           MOVE TD-TRIGGER-FAILED            TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       8000-EXIT.
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
      * Run the cipher over FF-DATA(1:FF-LENGTH) in the direction     *
      * and under the table the caller staged.                        *
      *****************************************************************
       9042-CIPHER-SEGMENT.
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
