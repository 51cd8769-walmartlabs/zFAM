       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM184.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Domain rule sweep of existing rows.                           *
      *                                                               *
      * Column domain validation (ZFAM002 4066-VALIDATE-RULE) only    *
      * applies to new POSTs and PUTs, so rows written before a       *
      * FAxxVR rule was added or tightened are never checked until    *
      * they are next updated.  This program applies the table's      *
      * current FAxxVR rules to every existing row without changing   *
      * anything.  It executes as a background transaction, started   *
      * once per table with a FA-PARM identifying it, the same way    *
      * ZFAM109 and ZFAM159 are started.                              *
      *                                                               *
      * FAxxKEY is browsed and each live row's first FILE store       *
      * segment is verified, deciphered and parsed through the FAxxFD *
      * schema exactly as ZFAM159 reads it.  Every FAxxVR line        *
      * (NUM, DATE, RANGE, LIST) is then applied to its column with   *
      * the same edits ZFAM002 applies - only the first 18 bytes of   *
      * a column are edited, as there.  Deleted, ECR, alias and       *
      * write-intent rows are passed over; client-compressed          *
      * (FK-ENCODING set) and unreadable rows are counted but cannot  *
      * be checked.                                                   *
      *                                                               *
      * Each violation is reported with the key, the column, the      *
      * rule and the offending value.  On a sensitive table - one     *
      * with a FAxxMK masking template - or for a column carrying an  *
      * FD-SEC security level, the value is shown masked: every digit *
      * as 9 and every letter as X, so the owner sees the shape of    *
      * the bad data but not the data.  Every violation goes to the   *
      * printable report (queue R184 through ZFAM173); only the first *
      * 100 go to CSSL so a badly drifted table cannot flood the      *
      * region log.  The run ends with the violation count per rule   *
      * and the rows checked, violating and skipped.                  *
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
       01  EIGHT                  PIC S9(08) COMP VALUE 8.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.
       01  ROW-BAD-SW             PIC  X(01) VALUE 'N'.

       01  KEY-ROWS-COUNT         PIC S9(08) COMP VALUE ZEROES.
       01  KEY-BAD-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  KEY-UNREAD-COUNT       PIC S9(08) COMP VALUE ZEROES.
       01  KEY-ENCODED-COUNT      PIC S9(08) COMP VALUE ZEROES.
       01  VIOLATION-COUNT        PIC S9(08) COMP VALUE ZEROES.
       01  CSSL-LIMIT             PIC S9(08) COMP VALUE 100.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 4.

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

      *****************************************************************
      * FAxxFD schema document template, keyed the same way as        *
      * ZFAM021's ZFAM-FD template.                                   *
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
      * FAxxVR domain rules template, the same layout ZFAM002 reads   *
      * in 4065-DOMAIN-VALIDATE.                                      *
      *****************************************************************
       01  VR-TOKEN               PIC  X(16) VALUE SPACES.
       01  VR-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  VR-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-VR.
           02  VR-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'VR'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  VR-BUFFER              PIC X(8000) VALUE SPACES.

       01  VR-ENTRY.
           02  VR-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  VR-RULE            PIC  X(05).
           02  FILLER             PIC  X(01).
           02  VR-PARM            PIC  X(40).
           02  VR-CRLF            PIC  X(02).

      *****************************************************************
      * FAxxMK masking template - its presence marks the table as     *
      * sensitive, so offending values are reported masked.           *
      *****************************************************************
       01  ZFAM-MK.
           02  MK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'MK'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  MK-TOKEN               PIC  X(16) VALUE SPACES.
       01  MK-BUFFER              PIC X(4300) VALUE SPACES.
       01  MK-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  SENSITIVE-SW           PIC  X(01) VALUE 'N'.

      *****************************************************************
      * The rules found in the template, resolved to their schema     *
      * columns, with a violation count per rule.                     *
      *****************************************************************
       01  RL-MAX                 PIC S9(04) COMP VALUE 50.
       01  RL-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  RL-UNRESOLVED          PIC S9(04) COMP VALUE ZEROES.
       01  RL-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  RL-FOUND-SW            PIC  X(01) VALUE 'N'.

       01  RL-TABLE.
           02  RL-ENTRY           OCCURS 50 TIMES.
               03  RL-NAME        PIC  X(16) VALUE SPACES.
               03  RL-RULE        PIC  X(05) VALUE SPACES.
               03  RL-PARM        PIC  X(40) VALUE SPACES.
               03  RL-COLUMN      PIC S9(08) COMP VALUE ZEROES.
               03  RL-LENGTH      PIC S9(08) COMP VALUE ZEROES.
               03  RL-SEC         PIC  9(02) VALUE ZEROES.
               03  RL-FAILS       PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Domain edit fields, matching ZFAM002's DV- fields.            *
      *****************************************************************
       01  DV-FAIL-SW             PIC  X(01) VALUE 'N'.
       01  DV-COL                 PIC S9(08) COMP VALUE ZEROES.
       01  DV-LEN                 PIC S9(08) COMP VALUE ZEROES.
       01  DV-TEXT-SPACES         PIC S9(08) COMP VALUE ZEROES.
       01  DV-TEXT-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  DV-LIST-SUB            PIC S9(04) COMP VALUE ZEROES.

       01  DV-FIELD-TEXT          PIC  X(18) VALUE SPACES.
       01  DV-FIELD-JUST          PIC  X(18) VALUE ZEROES.
       01  DV-FIELD-JUST-N REDEFINES DV-FIELD-JUST
                                  PIC  9(18).
       01  DV-VALUE               PIC S9(18) COMP-3 VALUE ZEROES.

       01  DV-DATE-MM             PIC  9(02) VALUE ZEROES.
       01  DV-DATE-DD             PIC  9(02) VALUE ZEROES.

       01  DV-LIST-VALUES.
           02  DV-LIST-VALUE      PIC  X(16) OCCURS 8 TIMES.

       01  DV-RANGE-LOW-X         PIC  X(18) VALUE SPACES.
       01  DV-RANGE-HIGH-X        PIC  X(18) VALUE SPACES.
       01  DV-RANGE-LOW           PIC S9(18) COMP-3 VALUE ZEROES.
       01  DV-RANGE-HIGH          PIC S9(18) COMP-3 VALUE ZEROES.

       01  DV-SHOWN               PIC  X(18) VALUE SPACES.

      *****************************************************************
      * Payload buffer for the record currently being checked - the   *
      * columns are assumed to land within the first FILE store       *
      * segment, the same assumption ZFAM021 makes.                   *
      *****************************************************************
       01  ZFAM-RECORD.
           05  ZFAM-DATA          PIC  X(32000).

       01  ROW-LENGTH             PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R184 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-SWEEP.
           02  FILLER             PIC  X(06) VALUE 'Column'.
           02  FILLER             PIC  X(11) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'Rule'.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE 'Value'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Key'.
           02  FILLER             PIC  X(55) VALUE SPACES.

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

       01  TD-VIOLATION.
           02  TD-V-NAME          PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-V-RULE          PIC  X(05) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-V-VALUE         PIC  X(18) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-V-KEY           PIC  X(48) VALUE SPACES.

       01  TD-RULE-COUNT.
           02  FILLER             PIC  X(06) VALUE 'Rule  '.
           02  TD-RC-NAME         PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-RC-RULE         PIC  X(05) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-RC-PARM         PIC  X(24) VALUE SPACES.
           02  FILLER             PIC  X(12) VALUE ' violations '.
           02  TD-RC-FAILS        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(14) VALUE SPACES.

       01  TD-SWEEP-DONE.
           02  FILLER             PIC  X(15) VALUE 'Domain sweep - '.
           02  TD-SD-ROWS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE ' checked - '.
           02  TD-SD-BAD          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(13) VALUE ' violating - '.
           02  TD-SD-SKIPPED      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' skipped '.
           02  TD-SD-MASKED       PIC  X(09) VALUE SPACES.

       01  TD-SWEEP-RULES.
           02  FILLER             PIC  X(15) VALUE 'Domain sweep - '.
           02  TD-SR-RULES        PIC ZZ9.
           02  FILLER             PIC  X(09) VALUE ' rules - '.
           02  TD-SR-UNRESOLVED   PIC ZZ9.
           02  FILLER             PIC  X(38) VALUE
               ' name no usable FAxxFD column - '.
           02  TD-SR-VIOLATIONS   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE ' violations'.

       01  TD-NO-RULES.
           02  FILLER             PIC  X(48) VALUE
               'Domain sweep - no FAxxVR rules or FAxxFD schema,'.
           02  FILLER             PIC  X(42) VALUE
               ' skipped.'.

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

           IF  RL-COUNT EQUAL ZEROES
               PERFORM 9901-LOG-NO-RULES     THRU 9901-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 2000-KEY-BROWSE           THRU 2000-EXIT.

           PERFORM 3000-REPORT-RULE          THRU 3000-EXIT
               VARYING RL-SUB FROM 1 BY 1
               UNTIL   RL-SUB GREATER THAN RL-COUNT.

           PERFORM 9900-WRITE-DONE           THRU 9900-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table identity, its     *
      * FAxxFD schema and FAxxVR rules, resolve each rule to its      *
      * column, and note whether the table is sensitive.              *
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
                                                 VR-TRANID
                                                 MK-TRANID.

           MOVE ZEROES                       TO RL-COUNT
                                                 RL-UNRESOLVED.

           MOVE 'ZFAM184 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Domain rule sweep of existing rows'
                                             TO RP-TITLE.
           MOVE RH-SWEEP                     TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

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

           IF  FD-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 1000-EXIT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(VR-TOKEN)
                TEMPLATE(ZFAM-VR)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF VR-BUFFER           TO VR-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(VR-TOKEN)
                    INTO     (VR-BUFFER)
                    LENGTH   (VR-DOC-LENGTH)
                    MAXLENGTH(VR-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES                    TO VR-DOC-LENGTH.

           IF  VR-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 1000-EXIT.

           PERFORM 1100-COLLECT-RULE        THRU 1100-EXIT
               WITH TEST AFTER
               VARYING VR-OFFSET              FROM ZEROES BY
                       LENGTH OF VR-ENTRY
               UNTIL VR-OFFSET NOT LESS THAN VR-DOC-LENGTH
               OR    RL-COUNT EQUAL RL-MAX.

           MOVE 'N'                           TO SENSITIVE-SW.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(MK-TOKEN)
                TEMPLATE(ZFAM-MK)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MK-BUFFER           TO MK-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(MK-TOKEN)
                    INTO     (MK-BUFFER)
                    LENGTH   (MK-DOC-LENGTH)
                    MAXLENGTH(MK-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES                    TO MK-DOC-LENGTH.

           IF  MK-DOC-LENGTH GREATER THAN ZEROES
               MOVE 'Y'                       TO SENSITIVE-SW.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Collect one FAxxVR rule line and resolve its column in the    *
      * schema.  A rule naming no usable column is counted and        *
      * dropped - ZFAM002 ignores it the same way.                    *
      *****************************************************************
       1100-COLLECT-RULE.
           MOVE VR-BUFFER(VR-OFFSET + 1: LENGTH OF VR-ENTRY)
                                              TO VR-ENTRY.

           IF  VR-NAME EQUAL SPACES
               GO TO 1100-EXIT.

           IF  VR-RULE NOT EQUAL 'NUM  '
           AND VR-RULE NOT EQUAL 'DATE '
           AND VR-RULE NOT EQUAL 'RANGE'
           AND VR-RULE NOT EQUAL 'LIST '
               ADD  1                         TO RL-UNRESOLVED
               GO TO 1100-EXIT.

           MOVE 'N'                           TO RL-FOUND-SW.

           PERFORM 1110-FIND-COLUMN         THRU 1110-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET              FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    RL-FOUND-SW EQUAL 'Y'.

           IF  RL-FOUND-SW NOT EQUAL 'Y'
               ADD  1                         TO RL-UNRESOLVED
               GO TO 1100-EXIT.

           IF  FD-COLUMN NOT NUMERIC
           OR  FD-LENGTH NOT NUMERIC
           OR  FD-COLUMN EQUAL ZEROES
           OR  FD-LENGTH EQUAL ZEROES
           OR  FD-COLUMN + FD-LENGTH - 1 GREATER THAN
                                       LENGTH OF ZFAM-DATA
               ADD  1                         TO RL-UNRESOLVED
               GO TO 1100-EXIT.

           ADD  1                             TO RL-COUNT.
           MOVE VR-NAME                       TO RL-NAME  (RL-COUNT).
           MOVE VR-RULE                       TO RL-RULE  (RL-COUNT).
           MOVE VR-PARM                       TO RL-PARM  (RL-COUNT).
           MOVE FD-COLUMN                     TO RL-COLUMN(RL-COUNT).
           MOVE FD-LENGTH                     TO RL-LENGTH(RL-COUNT).
           MOVE ZEROES                        TO RL-SEC   (RL-COUNT)
                                                 RL-FAILS (RL-COUNT).
           IF  FD-SEC NUMERIC
               MOVE FD-SEC                    TO RL-SEC   (RL-COUNT).

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry's FD-NAME against the ruled column.  *
      *****************************************************************
       1110-FIND-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-NAME EQUAL VR-NAME
               MOVE 'Y'                       TO RL-FOUND-SW.

       1110-EXIT.
           EXIT.

      *****************************************************************
      * Browse FAxxKEY and check every live row.                      *
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
               PERFORM 2100-KEY-CHECK     THRU 2100-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY record and apply every rule to its first    *
      * FILE segment.                                                 *
      *****************************************************************
       2100-KEY-CHECK.
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
           OR  FK-ALIAS   EQUAL 'Y'
           OR  FK-INTENT  EQUAL 'Y'
               GO TO 2100-EXIT.

           IF  FK-ENCODING NOT EQUAL SPACES
           AND FK-ENCODING NOT EQUAL LOW-VALUES
               ADD  1                       TO KEY-ENCODED-COUNT
               GO TO 2100-EXIT.

           PERFORM 2200-READ-SEGMENT-ONE  THRU 2200-EXIT.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               ADD  1                       TO KEY-UNREAD-COUNT
               GO TO 2100-EXIT.

           ADD  1                           TO KEY-ROWS-COUNT.
           MOVE 'N'                         TO ROW-BAD-SW.

           PERFORM 2300-APPLY-RULE        THRU 2300-EXIT
               VARYING RL-SUB FROM 1 BY 1
               UNTIL   RL-SUB GREATER THAN RL-COUNT.

           IF  ROW-BAD-SW EQUAL 'Y'
               ADD  1                       TO KEY-BAD-COUNT.

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

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT
               IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
                   MOVE DFHRESP(NOTFND)       TO FF-RESP.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES                TO ZFAM-DATA
               SUBTRACT FF-PREFIX           FROM FF-LENGTH
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE FF-DATA(1:FF-LENGTH)      TO ZFAM-DATA(1:FF-LENGTH)
               MOVE FF-LENGTH                 TO ROW-LENGTH.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Apply one rule to its column of the current row, with the     *
      * same edits ZFAM002's 4066-VALIDATE-RULE makes.  A column that *
      * starts beyond the stored row is not checked, as ZFAM002 does  *
      * not check one beyond the received body.                       *
      *****************************************************************
       2300-APPLY-RULE.
           MOVE RL-COLUMN(RL-SUB)             TO DV-COL.
           MOVE RL-LENGTH(RL-SUB)             TO DV-LEN.

           IF  DV-COL GREATER THAN ROW-LENGTH
               GO TO 2300-EXIT.

           IF  DV-LEN GREATER THAN LENGTH OF DV-FIELD-TEXT
               MOVE LENGTH OF DV-FIELD-TEXT   TO DV-LEN.

           PERFORM 2310-EXTRACT-VALUE       THRU 2310-EXIT.

           MOVE 'N'                           TO DV-FAIL-SW.

           IF  RL-RULE(RL-SUB) EQUAL 'NUM  '
           OR  RL-RULE(RL-SUB) EQUAL 'DATE '
           OR  RL-RULE(RL-SUB) EQUAL 'RANGE'
               PERFORM 2320-EDIT-NUMERIC    THRU 2320-EXIT.

           IF  RL-RULE(RL-SUB) EQUAL 'DATE '
           AND DV-FAIL-SW NOT EQUAL 'Y'
               PERFORM 2330-EDIT-DATE       THRU 2330-EXIT.

           IF  RL-RULE(RL-SUB) EQUAL 'RANGE'
           AND DV-FAIL-SW NOT EQUAL 'Y'
               PERFORM 2340-EDIT-RANGE      THRU 2340-EXIT.

           IF  RL-RULE(RL-SUB) EQUAL 'LIST '
               PERFORM 2360-EDIT-LIST       THRU 2360-EXIT.

           IF  DV-FAIL-SW EQUAL 'Y'
               PERFORM 2400-LOG-VIOLATION   THRU 2400-EXIT.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Extract the column value (low-values as spaces) and its       *
      * length with trailing blanks removed.                          *
      *****************************************************************
       2310-EXTRACT-VALUE.
           MOVE SPACES                        TO DV-FIELD-TEXT.
           MOVE ZFAM-DATA(DV-COL:DV-LEN)
             TO DV-FIELD-TEXT(1:DV-LEN).

           INSPECT DV-FIELD-TEXT
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE ZEROES                        TO DV-TEXT-SPACES.
           INSPECT FUNCTION REVERSE(DV-FIELD-TEXT)
           TALLYING DV-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT DV-TEXT-SPACES
               FROM LENGTH OF DV-FIELD-TEXT
               GIVING DV-TEXT-LENGTH.

       2310-EXIT.
           EXIT.

      *****************************************************************
      * NUM/DATE/RANGE share the numeric edit - the trimmed value     *
      * right-justified into an eighteen-digit field must be all      *
      * digits.                                                       *
      *****************************************************************
       2320-EDIT-NUMERIC.
           IF  DV-TEXT-LENGTH NOT GREATER THAN ZEROES
               MOVE 'Y'                       TO DV-FAIL-SW
               GO TO 2320-EXIT.

           MOVE ZEROES                        TO DV-FIELD-JUST.
           MOVE DV-FIELD-TEXT(1:DV-TEXT-LENGTH)
             TO DV-FIELD-JUST(19 - DV-TEXT-LENGTH:DV-TEXT-LENGTH).

           IF  DV-FIELD-JUST-N NOT NUMERIC
               MOVE 'Y'                       TO DV-FAIL-SW
           ELSE
               MOVE DV-FIELD-JUST-N           TO DV-VALUE.

       2320-EXIT.
           EXIT.

      *****************************************************************
      * DATE - eight digits with a plausible month and day.           *
      *****************************************************************
       2330-EDIT-DATE.
           IF  DV-TEXT-LENGTH NOT EQUAL EIGHT
               MOVE 'Y'                       TO DV-FAIL-SW
               GO TO 2330-EXIT.

           MOVE DV-FIELD-TEXT(5:2)            TO DV-DATE-MM.
           MOVE DV-FIELD-TEXT(7:2)            TO DV-DATE-DD.

           IF  DV-DATE-MM LESS THAN 01
           OR  DV-DATE-MM GREATER THAN 12
           OR  DV-DATE-DD LESS THAN 01
           OR  DV-DATE-DD GREATER THAN 31
               MOVE 'Y'                       TO DV-FAIL-SW.

       2330-EXIT.
           EXIT.

      *****************************************************************
      * RANGE - the numeric value must land between the low-high      *
      * pair declared in the rule parameter.                          *
      *****************************************************************
       2340-EDIT-RANGE.
           MOVE SPACES                        TO DV-RANGE-LOW-X
                                                  DV-RANGE-HIGH-X.

           UNSTRING RL-PARM(RL-SUB)
               DELIMITED BY ALL '-'
               INTO DV-RANGE-LOW-X
                    DV-RANGE-HIGH-X.

           MOVE DV-RANGE-LOW-X                TO DV-FIELD-TEXT.
           PERFORM 2350-PARSE-BOUND         THRU 2350-EXIT.
           MOVE DV-VALUE                      TO DV-RANGE-LOW.

           MOVE DV-RANGE-HIGH-X               TO DV-FIELD-TEXT.
           PERFORM 2350-PARSE-BOUND         THRU 2350-EXIT.
           MOVE DV-VALUE                      TO DV-RANGE-HIGH.

      *****************************************************************
      * Re-extract the column value - the bound parsing reused the    *
      * edit fields.                                                  *
      *****************************************************************
           PERFORM 2310-EXTRACT-VALUE       THRU 2310-EXIT.
           PERFORM 2320-EDIT-NUMERIC        THRU 2320-EXIT.

           IF  DV-FAIL-SW EQUAL 'Y'
               GO TO 2340-EXIT.

           IF  DV-VALUE LESS THAN DV-RANGE-LOW
           OR  DV-VALUE GREATER THAN DV-RANGE-HIGH
               MOVE 'Y'                       TO DV-FAIL-SW.

       2340-EXIT.
           EXIT.

      *****************************************************************
      * Parse one range bound from its trimmed text.                  *
      *****************************************************************
       2350-PARSE-BOUND.
           MOVE ZEROES                        TO DV-TEXT-SPACES
                                                  DV-VALUE.
           INSPECT FUNCTION REVERSE(DV-FIELD-TEXT)
           TALLYING DV-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT DV-TEXT-SPACES
               FROM LENGTH OF DV-FIELD-TEXT
               GIVING DV-TEXT-LENGTH.

           IF  DV-TEXT-LENGTH NOT GREATER THAN ZEROES
               GO TO 2350-EXIT.

           MOVE ZEROES                        TO DV-FIELD-JUST.
           MOVE DV-FIELD-TEXT(1:DV-TEXT-LENGTH)
             TO DV-FIELD-JUST(19 - DV-TEXT-LENGTH:DV-TEXT-LENGTH).

           IF  DV-FIELD-JUST-N NUMERIC
               MOVE DV-FIELD-JUST-N           TO DV-VALUE.

       2350-EXIT.
           EXIT.

      *****************************************************************
      * LIST - the trimmed value must equal one of the plus-          *
      * separated values in the rule parameter.                       *
      *****************************************************************
       2360-EDIT-LIST.
           MOVE SPACES                        TO DV-LIST-VALUES.

           UNSTRING RL-PARM(RL-SUB)
               DELIMITED BY ALL '+'
               INTO DV-LIST-VALUE(1)
                    DV-LIST-VALUE(2)
                    DV-LIST-VALUE(3)
                    DV-LIST-VALUE(4)
                    DV-LIST-VALUE(5)
                    DV-LIST-VALUE(6)
                    DV-LIST-VALUE(7)
                    DV-LIST-VALUE(8).

           MOVE 'Y'                           TO DV-FAIL-SW.

           PERFORM 2370-CHECK-LIST-VALUE    THRU 2370-EXIT
               VARYING DV-LIST-SUB FROM 1 BY 1
               UNTIL   DV-LIST-SUB GREATER THAN 8
               OR      DV-FAIL-SW EQUAL 'N'.

       2360-EXIT.
           EXIT.

      *****************************************************************
      * Compare the value against one list member.                    *
      *****************************************************************
       2370-CHECK-LIST-VALUE.
           IF  DV-LIST-VALUE(DV-LIST-SUB) NOT EQUAL SPACES
           AND DV-FIELD-TEXT(1:16) EQUAL DV-LIST-VALUE(DV-LIST-SUB)
               MOVE 'N'                       TO DV-FAIL-SW.

       2370-EXIT.
           EXIT.

      *****************************************************************
      * Report one violation - key, column, rule and the offending    *
      * value, masked on a sensitive table or a secured column.  The  *
      * report gets every violation; CSSL only the first hundred.     *
      *****************************************************************
       2400-LOG-VIOLATION.
           MOVE 'Y'                           TO ROW-BAD-SW.
           ADD  1                             TO RL-FAILS(RL-SUB)
                                                 VIOLATION-COUNT.

           PERFORM 2310-EXTRACT-VALUE       THRU 2310-EXIT.
           MOVE DV-FIELD-TEXT                 TO DV-SHOWN.

           IF  SENSITIVE-SW EQUAL 'Y'
           OR  RL-SEC(RL-SUB) GREATER THAN ZEROES
               INSPECT DV-SHOWN
               CONVERTING '0123456789'
                       TO '9999999999'
               INSPECT DV-SHOWN
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'XXXXXXXXXXXXXXXXXXXXXXXXXX'
               INSPECT DV-SHOWN
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'XXXXXXXXXXXXXXXXXXXXXXXXXX'.

           MOVE RL-NAME(RL-SUB)               TO TD-V-NAME.
           MOVE RL-RULE(RL-SUB)               TO TD-V-RULE.
           MOVE DV-SHOWN                      TO TD-V-VALUE.
           MOVE FK-KEY                        TO TD-V-KEY.
           INSPECT TD-V-KEY
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE TD-VIOLATION                  TO TD-MESSAGE.

           IF  VIOLATION-COUNT NOT GREATER THAN CSSL-LIMIT
               PERFORM 9910-WRITE-CSSL      THRU 9910-EXIT.

           MOVE 'D'                           TO RP-FUNCTION.
           MOVE TD-MESSAGE                    TO RP-LINE.
           PERFORM 9800-REPORT              THRU 9800-EXIT.

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Report one rule's violation count as a totals line.           *
      *****************************************************************
       3000-REPORT-RULE.
           MOVE RL-NAME(RL-SUB)               TO TD-RC-NAME.
           MOVE RL-RULE(RL-SUB)               TO TD-RC-RULE.
           MOVE RL-PARM(RL-SUB)               TO TD-RC-PARM.
           MOVE RL-FAILS(RL-SUB)              TO TD-RC-FAILS.

           MOVE TD-RULE-COUNT                 TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'T'                           TO RP-FUNCTION.
           MOVE TD-MESSAGE                    TO RP-LINE.
           PERFORM 9800-REPORT              THRU 9800-EXIT.

       3000-EXIT.
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
      * Write the closing summary lines.                              *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE RL-COUNT                    TO TD-SR-RULES.
           MOVE RL-UNRESOLVED               TO TD-SR-UNRESOLVED.
           MOVE VIOLATION-COUNT             TO TD-SR-VIOLATIONS.
           MOVE TD-SWEEP-RULES              TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           MOVE KEY-ROWS-COUNT              TO TD-SD-ROWS.
           MOVE KEY-BAD-COUNT               TO TD-SD-BAD.
           ADD  KEY-UNREAD-COUNT KEY-ENCODED-COUNT
                                        GIVING TD-SD-SKIPPED.
           MOVE SPACES                      TO TD-SD-MASKED.
           IF  SENSITIVE-SW EQUAL 'Y'
               MOVE '(masked)'              TO TD-SD-MASKED.
           MOVE TD-SWEEP-DONE               TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * A table with no rules (or no schema to place them) is         *
      * reported once and skipped entirely - no browse is performed.  *
      *****************************************************************
       9901-LOG-NO-RULES.
           MOVE TD-NO-RULES                 TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9901-EXIT.
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
