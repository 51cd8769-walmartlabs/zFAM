      * zFAM031 old/new processing on replace - including UNIQUE      *
      * enforcement, which answers CA-STATUS 409.                     *
      *                                                               *
      * The FAxxFD schema is loaded from its document template when   *
      * the caller's channel does not already carry it, and a table   *
      * with a FAxxVR template has every POST and PUT body checked    *
      * column by column, the same domain rules ZFAM002's 4065        *
      * applies.  A failing column answers CA-STATUS 400; a caller    *
      * passing the longer commarea gets its name back in CA-FIELD.   *
      *                                                               *
      * CA-STATUS answers with the same codes the HTTP front end      *
      * uses: 200 read/update/delete OK, 201 created, 204 not found,  *
      * 400 bad function/length or domain rule, 409 duplicate or      *
      * legal hold, 413 too large, 507 I/O error.                     *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  PUT and DELETE release a shared FILE      *
      *                     store chain through ZFAM170 and only      *
      *                     delete it with its last reference.        *
      * 2026-10-15 ZFAMDEV  Load FAxxFD when the channel lacks it;    *
      *                     FAxxVR domain validation on POST/PUT,     *
      *                     failing column returned in CA-FIELD.      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       01  COMMAREA-BASE-LENGTH   PIC S9(08) COMP VALUE 32282.

      *****************************************************************
      * A caller passing the commarea through CA-FIELD (the ZFAM171   *
      * import utility) is told which column failed a domain rule.    *
      *****************************************************************
       01  COMMAREA-FIELD-LENGTH  PIC S9(08) COMP VALUE 32354.

       01  FC-GET                 PIC  X(06) VALUE 'GET   '.
       01  FC-POST                PIC  X(06) VALUE 'POST  '.
       01  FC-PUT                 PIC  X(06) VALUE 'PUT   '.

       COPY ZFAMFFC.

      *****************************************************************
      * Shared FILE store chains (FK-SHARED) are counted on FAxxDP;   *
      * ZFAM170 releases a reference and says whether the segments    *
      * may go.                                                       *
      *****************************************************************
       01  DEDUP-KEEP-SW          PIC  X(01) VALUE 'N'.
       01  DEDUP-OLD-SHARED       PIC  X(01) VALUE SPACES.

       COPY ZFAMDPC.

      *****************************************************************
      * zUIDSTCK resources to obtain TOD for IDN.                     *
      *****************************************************************
           02  CF-FIELD           PIC  X(16) VALUE SPACES.
           02  CF-VALUE           PIC  X(56) VALUE SPACES.

      *****************************************************************
      * FAxxFD schema document template, put on the channel for the   *
      * index programs when the caller has not already done so.       *
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
      * Column-level domain validation - the FAxxVR template and      *
      * rules ZFAM002's 4065-DOMAIN-VALIDATE applies:                 *
      *                                                               *
      *   <column-name(16)> <rule(5)> <parameter(40)>                 *
      *                                                               *
      *   NUM    the trimmed value must be all digits                 *
      *   DATE   eight digits, month 01-12, day 01-31                 *
      *   LIST   the trimmed value must equal one of the plus-        *
      *          separated values in the parameter                    *
      *   RANGE  numeric, between the low-high pair in the parameter  *
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

       01  DV-FOUND-SW            PIC  X(01) VALUE 'N'.
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

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CA-DATA-LENGTH     PIC S9(08) COMP.
           02  CA-DATA            PIC  X(32000).
           02  CA-MEDIA           PIC  X(56).
           02  CA-FIELD           PIC  X(16).

       PROCEDURE DIVISION.

           MOVE CA-TABLE(3:2)                TO FK-TRANID(3:2).
           MOVE CA-TABLE(3:2)                TO FF-TRANID(3:2).
           MOVE CA-TABLE                     TO NC-TRANID.
           MOVE CA-TABLE(3:2)                TO FD-TRANID(3:2)
                                                 VR-TRANID(3:2).

           MOVE LOW-VALUES                   TO FK-KEY.
           MOVE CA-KEY(1:CA-KEY-LENGTH)
               MOVE 413                      TO CA-STATUS
               GO TO 4000-EXIT.

           PERFORM 8050-LOAD-SCHEMA        THRU 8050-EXIT.
           PERFORM 8060-DOMAIN-VALIDATE    THRU 8060-EXIT.

           IF  CA-STATUS NOT EQUAL ZEROES
               GO TO 4000-EXIT.

           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                                                 FK-ENCODING
                                                 FK-DELETED
                                                 FK-INTENT
                                                 FK-UID
                                                 FK-SHARED.
           MOVE ZEROES                       TO FK-LOCK-TIME
                                                 FK-VERSION-COUNT
                                                 FK-ACTIVATE-ABS.
               MOVE 413                      TO CA-STATUS
               GO TO 6000-EXIT.

           PERFORM 8050-LOAD-SCHEMA        THRU 8050-EXIT.
           PERFORM 8060-DOMAIN-VALIDATE    THRU 8060-EXIT.

           IF  CA-STATUS NOT EQUAL ZEROES
               GO TO 6000-EXIT.

           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
           MOVE ZEROES                       TO FK-ABS
                                                 FK-LOCK-TIME.

           MOVE FK-SHARED                    TO DEDUP-OLD-SHARED.
           MOVE SPACES                       TO FK-SHARED.

           PERFORM 8000-SET-RETENTION      THRU 8000-EXIT.

           PERFORM 8100-WRITE-SEGMENT      THRU 8100-EXIT.
           IF  CA-STATUS EQUAL 409
               GO TO 6000-EXIT.

           MOVE 'N'                          TO DEDUP-KEEP-SW.
           IF  DEDUP-OLD-SHARED EQUAL 'Y'
               MOVE DELETE-KEY               TO DR-FF-KEY
               PERFORM 5300-RELEASE-CHAIN  THRU 5300-EXIT.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               PERFORM 6700-DELETE-OLD     THRU 6700-EXIT
                   WITH TEST AFTER
                   VARYING DELETE-SEGMENT    FROM 1 BY 1
                   UNTIL   EIBRESP NOT EQUAL DFHRESP(NORMAL).

           PERFORM 8148-CACHE-INVALIDATE   THRU 8148-EXIT.

                NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO DEDUP-KEEP-SW.
           IF  FK-ECR    NOT EQUAL 'Y'
           AND FK-SHARED EQUAL 'Y'
               MOVE FK-FF-KEY                TO DR-FF-KEY
               PERFORM 5300-RELEASE-CHAIN  THRU 5300-EXIT.

           IF  FK-ECR        NOT EQUAL 'Y'
           AND DEDUP-KEEP-SW NOT EQUAL 'Y'
               MOVE FK-FF-KEY                TO FF-KEY
               MOVE ZEROES                   TO FF-SUFFIX
                                                 FF-ZEROES
       5200-EXIT.
           EXIT.

      *****************************************************************
      * Release one reference to shared chain DR-FF-KEY.  The         *
      * segments stay while other references remain, or when ZFAM170  *
      * cannot be reached.                                            *
      *****************************************************************
       5300-RELEASE-CHAIN.
           MOVE 'R'                          TO DR-FUNCTION.
           MOVE FK-TRANID                    TO DR-TABLE.
           MOVE SPACES                       TO DR-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM170)
                COMMAREA(DR-COMMAREA)
                LENGTH  (LENGTH OF DR-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP   NOT EQUAL DFHRESP(NORMAL)
           OR  DR-RESULT NOT EQUAL 'D'
               MOVE 'Y'                      TO DEDUP-KEEP-SW.

       5300-EXIT.
           EXIT.

      *****************************************************************
      * Apply the caller's retention - days, years or sliding - or    *
      * the same seven-year default the HTTP front end applies.       *
       8000-EXIT.
           EXIT.

      *****************************************************************
      * Pick up the FAxxFD schema from the caller's channel or, when  *
      * it is not there, from the table's document template, and put  *
      * it on the channel for the index programs.  A table with no    *
      * schema leaves FD-DOC-LENGTH at zero.                          *
      *****************************************************************
       8050-LOAD-SCHEMA.
           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           EXEC CICS GET CONTAINER(ZFAM-FAXXFD)
                INTO   (FAXXFD-BUFFER)
                FLENGTH(FD-DOC-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               GO TO 8050-EXIT.

           MOVE ZEROES                       TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8050-EXIT.

           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                INTO     (FAXXFD-BUFFER)
                LENGTH   (FD-DOC-LENGTH)
                MAXLENGTH(FD-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO FD-DOC-LENGTH.

           IF  FD-DOC-LENGTH GREATER THAN ZEROES
               EXEC CICS PUT CONTAINER(ZFAM-FAXXFD)
                    FROM   (FAXXFD-BUFFER)
                    FLENGTH(FD-DOC-LENGTH)
                    CHANNEL(ZFAM-CHANNEL)
                    NOHANDLE
               END-EXEC.

       8050-EXIT.
           EXIT.

      *****************************************************************
      * Column-level domain validation of the caller's data buffer    *
      * against the table's FAxxVR rules.  A table with no schema or  *
      * no rules template validates nothing.                          *
      *****************************************************************
       8060-DOMAIN-VALIDATE.
           IF  FD-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 8060-EXIT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(VR-TOKEN)
                TEMPLATE(ZFAM-VR)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8060-EXIT.

           MOVE LENGTH OF VR-BUFFER           TO VR-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(VR-TOKEN)
                INTO     (VR-BUFFER)
                LENGTH   (VR-DOC-LENGTH)
                MAXLENGTH(VR-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  VR-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 8060-EXIT.

           MOVE 'N'                           TO DV-FAIL-SW.

           PERFORM 8061-VALIDATE-RULE       THRU 8061-EXIT
               WITH TEST AFTER
               VARYING VR-OFFSET              FROM ZEROES BY
                       LENGTH OF VR-ENTRY
               UNTIL VR-OFFSET NOT LESS THAN VR-DOC-LENGTH
               OR    DV-FAIL-SW EQUAL 'Y'.

       8060-EXIT.
           EXIT.

      *****************************************************************
      * Validate the data buffer against one FAxxVR rule line.        *
      *****************************************************************
       8061-VALIDATE-RULE.
           MOVE VR-BUFFER(VR-OFFSET + 1: LENGTH OF VR-ENTRY)
                                              TO VR-ENTRY.

           IF  VR-NAME EQUAL SPACES
               GO TO 8061-EXIT.

           MOVE 'N'                           TO DV-FOUND-SW.

           PERFORM 8062-FIND-COLUMN         THRU 8062-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET              FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    DV-FOUND-SW EQUAL 'Y'.

           IF  DV-FOUND-SW NOT EQUAL 'Y'
               GO TO 8061-EXIT.

           IF  DV-COL NOT GREATER THAN ZEROES
           OR  DV-LEN NOT GREATER THAN ZEROES
           OR  DV-COL + DV-LEN GREATER THAN THIRTY-TWO-KB
           OR  DV-COL GREATER THAN CA-DATA-LENGTH
               GO TO 8061-EXIT.

           IF  DV-LEN GREATER THAN LENGTH OF DV-FIELD-TEXT
               MOVE LENGTH OF DV-FIELD-TEXT   TO DV-LEN.

           PERFORM 8063-EXTRACT-VALUE       THRU 8063-EXIT.

           IF  VR-RULE EQUAL 'NUM  '
           OR  VR-RULE EQUAL 'DATE '
           OR  VR-RULE EQUAL 'RANGE'
               PERFORM 8064-EDIT-NUMERIC    THRU 8064-EXIT.

           IF  VR-RULE EQUAL 'DATE '
           AND DV-FAIL-SW NOT EQUAL 'Y'
               PERFORM 8065-EDIT-DATE       THRU 8065-EXIT.

           IF  VR-RULE EQUAL 'RANGE'
           AND DV-FAIL-SW NOT EQUAL 'Y'
               PERFORM 8066-EDIT-RANGE      THRU 8066-EXIT.

           IF  VR-RULE EQUAL 'LIST '
               PERFORM 8068-EDIT-LIST       THRU 8068-EXIT.

           IF  DV-FAIL-SW EQUAL 'Y'
               MOVE 400                       TO CA-STATUS
               IF  EIBCALEN NOT LESS THAN COMMAREA-FIELD-LENGTH
                   MOVE VR-NAME               TO CA-FIELD.

       8061-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry's FD-NAME against the ruled column.  *
      *****************************************************************
       8062-FIND-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-NAME EQUAL VR-NAME
               MOVE 'Y'                       TO DV-FOUND-SW
               MOVE FD-COLUMN                 TO DV-COL
               MOVE FD-LENGTH                 TO DV-LEN.

       8062-EXIT.
           EXIT.

      *****************************************************************
      * Pull the ruled column's value out of the data buffer, trimmed *
      * of trailing spaces.                                           *
      *****************************************************************
       8063-EXTRACT-VALUE.
           MOVE SPACES                        TO DV-FIELD-TEXT.
           MOVE CA-DATA(DV-COL:DV-LEN)
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

       8063-EXIT.
           EXIT.

      *****************************************************************
      * NUM/DATE/RANGE share the numeric edit - the trimmed value     *
      * right-justified into an eighteen-digit field must be all      *
      * digits.                                                       *
      *****************************************************************
       8064-EDIT-NUMERIC.
           IF  DV-TEXT-LENGTH NOT GREATER THAN ZEROES
               MOVE 'Y'                       TO DV-FAIL-SW
               GO TO 8064-EXIT.

           MOVE ZEROES                        TO DV-FIELD-JUST.
           MOVE DV-FIELD-TEXT(1:DV-TEXT-LENGTH)
             TO DV-FIELD-JUST(19 - DV-TEXT-LENGTH:DV-TEXT-LENGTH).

           IF  DV-FIELD-JUST-N NOT NUMERIC
               MOVE 'Y'                       TO DV-FAIL-SW
           ELSE
               MOVE DV-FIELD-JUST-N           TO DV-VALUE.

       8064-EXIT.
           EXIT.

      *****************************************************************
      * DATE - eight digits with a plausible month and day.           *
      *****************************************************************
       8065-EDIT-DATE.
           IF  DV-TEXT-LENGTH NOT EQUAL 8
               MOVE 'Y'                       TO DV-FAIL-SW
               GO TO 8065-EXIT.

           MOVE DV-FIELD-TEXT(5:2)            TO DV-DATE-MM.
           MOVE DV-FIELD-TEXT(7:2)            TO DV-DATE-DD.

           IF  DV-DATE-MM LESS THAN 01
           OR  DV-DATE-MM GREATER THAN 12
           OR  DV-DATE-DD LESS THAN 01
           OR  DV-DATE-DD GREATER THAN 31
               MOVE 'Y'                       TO DV-FAIL-SW.

       8065-EXIT.
           EXIT.

      *****************************************************************
      * RANGE - the numeric value must land between the low-high      *
      * pair declared in the rule parameter.                          *
      *****************************************************************
       8066-EDIT-RANGE.
           MOVE SPACES                        TO DV-RANGE-LOW-X
                                                  DV-RANGE-HIGH-X.

           UNSTRING VR-PARM
               DELIMITED BY ALL '-'
               INTO DV-RANGE-LOW-X
                    DV-RANGE-HIGH-X.

           MOVE DV-RANGE-LOW-X                TO DV-FIELD-TEXT.
           PERFORM 8067-PARSE-BOUND         THRU 8067-EXIT.
           MOVE DV-VALUE                      TO DV-RANGE-LOW.

           MOVE DV-RANGE-HIGH-X               TO DV-FIELD-TEXT.
           PERFORM 8067-PARSE-BOUND         THRU 8067-EXIT.
           MOVE DV-VALUE                      TO DV-RANGE-HIGH.

      *****************************************************************
      * Re-extract the column value - the bound parsing reused the    *
      * edit fields.                                                  *
      *****************************************************************
           PERFORM 8063-EXTRACT-VALUE       THRU 8063-EXIT.
           PERFORM 8064-EDIT-NUMERIC        THRU 8064-EXIT.

           IF  DV-FAIL-SW EQUAL 'Y'
               GO TO 8066-EXIT.

           IF  DV-VALUE LESS THAN DV-RANGE-LOW
           OR  DV-VALUE GREATER THAN DV-RANGE-HIGH
               MOVE 'Y'                       TO DV-FAIL-SW.

       8066-EXIT.
           EXIT.

      *****************************************************************
      * Parse one range bound from its trimmed text.                  *
      *****************************************************************
       8067-PARSE-BOUND.
           MOVE ZEROES                        TO DV-TEXT-SPACES
                                                  DV-VALUE.
           INSPECT FUNCTION REVERSE(DV-FIELD-TEXT)
           TALLYING DV-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT DV-TEXT-SPACES
               FROM LENGTH OF DV-FIELD-TEXT
               GIVING DV-TEXT-LENGTH.

           IF  DV-TEXT-LENGTH NOT GREATER THAN ZEROES
               GO TO 8067-EXIT.

           MOVE ZEROES                        TO DV-FIELD-JUST.
           MOVE DV-FIELD-TEXT(1:DV-TEXT-LENGTH)
             TO DV-FIELD-JUST(19 - DV-TEXT-LENGTH:DV-TEXT-LENGTH).

           IF  DV-FIELD-JUST-N NUMERIC
               MOVE DV-FIELD-JUST-N           TO DV-VALUE.

       8067-EXIT.
           EXIT.

      *****************************************************************
      * LIST - the trimmed value must equal one of the plus-          *
      * separated values in the rule parameter.                       *
      *****************************************************************
       8068-EDIT-LIST.
           MOVE SPACES                        TO DV-LIST-VALUES.

           UNSTRING VR-PARM
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

           PERFORM 8069-CHECK-LIST-VALUE    THRU 8069-EXIT
               VARYING DV-LIST-SUB FROM 1 BY 1
               UNTIL   DV-LIST-SUB GREATER THAN 8
               OR      DV-FAIL-SW EQUAL 'N'.

       8068-EXIT.
           EXIT.

      *****************************************************************
      * Compare the value against one list member.                    *
      *****************************************************************
       8069-CHECK-LIST-VALUE.
           IF  DV-LIST-VALUE(DV-LIST-SUB) NOT EQUAL SPACES
           AND DV-FIELD-TEXT(1:16) EQUAL DV-LIST-VALUE(DV-LIST-SUB)
               MOVE 'N'                       TO DV-FAIL-SW.

       8069-EXIT.
           EXIT.

      *****************************************************************
      * Write the single FILE store segment from the caller's data    *
      * buffer, with the same cipher and checksum treatment           *
