       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM151.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Expand a referenced row for a JSON GET (?expand=column).      *
      *                                                               *
      * LINKed by ZFAM002 with the commarea below once the REF line   *
      * of the table's FAxxRI template has named the table the        *
      * column refers to.  The referenced row is served under that    *
      * table's own rules, exactly as a GET against it would be:      *
      *                                                               *
      *   - its DD-AUTH/FAxxTK credential check and its DD-AUTHZ      *
      *     FAxxAR prefix rule for verb G, using the Authorization    *
      *     header of the current request;                            *
      *   - its FAxxSD security template when it has one - Basic      *
      *     Mode reads enabled, the RACF-verified userid listed with  *
      *     read access, and columns whose FD-SEC exceeds the         *
      *     userid's level left out of the object;                    *
      *   - its FILE store checksum, and its ZFAM107 cipher;          *
      *   - its FAxxDM column masks for the caller's scope there -    *
      *     the token's scope, A for its DD-AUTH pair, every rule on  *
      *     a table that authenticates nobody - through ZFAM188;      *
      *   - its own FAxxFD schema for the column names and offsets.   *
      *                                                               *
      * The first FILE segment is all that is read - a schema column  *
      * must lie within the first 32,000 bytes to be rendered, the    *
      * same limit 3675-JSON-COLUMN applies.  An alias is followed    *
      * one level, as a GET would.                                    *
      *                                                               *
      * CA151-STATUS is returned as SPACES with the JSON object in    *
      * CA151-OBJECT(1:CA151-LENGTH), otherwise:                      *
      *                                                               *
      *   D - dangling reference: key not found, deleted, an ECR or   *
      *       a row whose FILE store is gone                          *
      *   A - the referenced table refuses this caller, or masks a    *
      *       column of the row and the masks cannot be applied       *
      *   S - the referenced table has no FAxxFD schema               *
      *   L - the rendered object would not fit CA151-OBJECT          *
      *   E - I/O failure or checksum mismatch                        *
      *                                                               *
      * Nothing is answered to the client from here - the caller      *
      * marks the expansion and carries on with its own response.     *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  FAxxTK secrets and the DD-AUTH password   *
      *                     are checked as salted SHA-256 hashes      *
      *                     (TK-HASH, DD-AUTH-HASH) when present.     *
      * 2026-10-15 ZFAMDEV  Mask the referenced row's FAxxDM columns  *
      *                     for the caller's scope on that table.     *
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

       01  ZBASIC                 PIC  X(08) VALUE 'ZBASIC  '.

       01  KEY-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  TRAILING-LOW-VALUES    PIC S9(08) COMP VALUE ZEROES.
       01  CREDENTIALS-SW         PIC  X(01) VALUE 'N'.
       01  AUTHENTICATE           PIC  X(01) VALUE 'Y'.
       01  SD-FOUND-SW            PIC  X(01) VALUE 'N'.
       01  JSON-FIRST-SW          PIC  X(01) VALUE 'Y'.
       01  SEC-LEVEL              PIC  9(02) VALUE 99.

      *****************************************************************
      * Basic Authentication resources.                               *
      *****************************************************************
       01  HTTP-HEADER            PIC  X(13) VALUE 'Authorization'.
       01  HTTP-HEADER-LENGTH     PIC S9(08) COMP VALUE 13.
       01  HTTP-HEADER-VALUE      PIC  X(64) VALUE SPACES.
       01  AUTHZ-VALUE-LENGTH     PIC S9(08) COMP VALUE ZEROES.
       01  AUTHZ-RESP             PIC S9(08) COMP VALUE ZEROES.
       01  VERIFY-RESP            PIC S9(08) COMP VALUE ZEROES.
       01  HTTP-BASIC-SCHEME      PIC  X(06) VALUE 'Basic '.

       01  ZBASIC-COMM-AREA.
           02  CA-RETURN-CODE     PIC  X(02) VALUE '00'.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  CA-USERID          PIC  X(08) VALUE SPACES.
           02  CA-PASSWORD        PIC  X(08) VALUE SPACES.
           02  CA-ENCODE          PIC  X(24) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE SPACES.
           02  CA-DECODE          PIC  X(18) VALUE SPACES.

      *****************************************************************
      * Referenced table's document template.                         *
      *****************************************************************
       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

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
      *****************************************************************
      * The filler spans ZFAM002's fields, and their CRLFs, from      *
      * DD-OWNERSHIP through DD-SIGN-SECS to reach the hashed         *
      * password.                                                     *
      *****************************************************************
           02  FILLER               PIC  X(86) VALUE SPACES.
           02  DD-AUTH-SALT         PIC  X(16) VALUE SPACES.
           02  DD-CRLF43            PIC  X(02).
           02  DD-AUTH-HASH         PIC  X(64) VALUE SPACES.

      *****************************************************************
      * Referenced table's FAxxTK token store.                        *
      *****************************************************************
       01  TK-FCT.
           02  TK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'TK  '.

       01  TK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  TK-FOUND-SW            PIC  X(01) VALUE 'N'.
       01  TK-TODAY               PIC  X(08) VALUE SPACES.

       01  TK-RECORD.
           02  TK-NAME            PIC  X(08) VALUE SPACES.
           02  TK-SECRET          PIC  X(08) VALUE SPACES.
           02  TK-SCOPE           PIC  X(01) VALUE SPACES.
           02  TK-EXPIRES         PIC  X(08) VALUE SPACES.
           02  TK-ENABLED         PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE SPACES.
           02  TK-SALT            PIC  X(16) VALUE SPACES.
           02  TK-HASH            PIC  X(64) VALUE SPACES.

      *****************************************************************
      * Secrets are held as salted SHA-256 hashes taken by ZFAM187.   *
      *****************************************************************
       COPY ZFAMHMC.
       COPY ZFAMSHC.

      *****************************************************************
      * Referenced table's FAxxAR access-rule file.                   *
      *****************************************************************
       01  AR-FCT.
           02  AR-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'AR  '.

       01  AR-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  AR-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AR-VERB                PIC  X(01) VALUE 'G'.
       01  AR-HITS                PIC S9(04) COMP VALUE ZEROES.
       01  AR-PFX-LEN             PIC S9(04) COMP VALUE ZEROES.

       01  AR-RECORD.
           02  AR-KEY.
               05  AR-USERID      PIC  X(08) VALUE SPACES.
               05  AR-PREFIX      PIC  X(16) VALUE SPACES.
           02  AR-VERBS           PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE SPACES.

      *****************************************************************
      * Referenced table's FAxxSD security template.                  *
      *****************************************************************
       01  SD-TOKEN               PIC  X(16) VALUE SPACES.
       01  SD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  SD-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-SD.
           02  SD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'SD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  FAXXSD-BUFFER          PIC  X(16000) VALUE SPACES.

       01  SD-CONTROL.
           02  FILLER             PIC  X(06).
           02  SD-BASIC-READ      PIC  X(01).
           02  SD-BASIC-WRITE     PIC  X(01).
           02  FILLER             PIC  X(07).
           02  SD-QUERY-READ      PIC  X(01).
           02  SD-QUERY-WRITE     PIC  X(01).
           02  SD-CONTROL-CRLF    PIC  X(02).

       01  SD-ENTRY.
           02  FILLER             PIC  X(07).
           02  SD-USERID          PIC  X(08).
           02  FILLER             PIC  X(08).
           02  SD-READ            PIC  X(01).
           02  SD-WRITE           PIC  X(01).
           02  SD-DELETE          PIC  X(01).
           02  FILLER             PIC  X(07).
           02  SD-LEVEL           PIC  9(02).
           02  SD-CRLF            PIC  X(02).

      *****************************************************************
      * Referenced table's FAxxFD schema.                             *
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
      * Referenced table's KEY and FILE stores.                       *
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

       COPY ZFAMFKC.

       COPY ZFAMFFC.

       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

      *****************************************************************
      * Opt-in encryption at rest for FF-DATA, same as ZFAM002.       *
      *****************************************************************
       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * JSON rendering work areas, as 3675-JSON-COLUMN in ZFAM002.    *
      *****************************************************************
       01  JS-NAME-TRAIL          PIC S9(08) COMP VALUE ZEROES.
       01  JS-NAME-LEN            PIC S9(08) COMP VALUE ZEROES.
       01  JS-COL                 PIC S9(08) COMP VALUE ZEROES.
       01  JS-LEN                 PIC S9(08) COMP VALUE ZEROES.
       01  JS-VALUE               PIC X(256) VALUE SPACES.
       01  JS-VAL-TRAIL           PIC S9(08) COMP VALUE ZEROES.
       01  JS-VAL-LEN             PIC S9(08) COMP VALUE ZEROES.
       01  JS-DIGITS              PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Dynamic column masking through ZFAM188.                       *
      *****************************************************************
       COPY ZFAMDMC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA151-TABLE        PIC  X(04).
           02  CA151-STATUS       PIC  X(01).
           02  CA151-KEY          PIC X(255).
           02  CA151-LENGTH       PIC S9(08) COMP.
           02  CA151-OBJECT       PIC X(8000).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-AUTHORIZE          THRU 2000-EXIT.
           PERFORM 3000-READ-ROW           THRU 3000-EXIT.
           PERFORM 3400-MASK-ROW           THRU 3400-EXIT.
           PERFORM 4000-RENDER             THRU 4000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Address the referenced table and size the key.                *
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES                       TO CA151-STATUS.
           MOVE ZEROES                       TO CA151-LENGTH.

           MOVE CA151-TABLE                  TO DD-TRANID
                                                 TK-TRANID
                                                 AR-TRANID
                                                 SD-TRANID
                                                 FD-TRANID
                                                 FK-TRANID
                                                 FF-TRANID.

           MOVE ZEROES                       TO TRAILING-LOW-VALUES.
           INSPECT FUNCTION REVERSE(CA151-KEY)
           TALLYING TRAILING-LOW-VALUES
           FOR LEADING LOW-VALUES.

           SUBTRACT TRAILING-LOW-VALUES FROM LENGTH OF CA151-KEY
               GIVING KEY-LENGTH.

           IF  KEY-LENGTH NOT GREATER THAN ZEROES
               MOVE 'D'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Apply the referenced table's credential, prefix and FAxxSD    *
      * rules to the caller's Basic Authentication header.            *
      *****************************************************************
       2000-AUTHORIZE.
           PERFORM 2010-DECODE-HEADER      THRU 2010-EXIT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION     TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  DD-AUTH-USERID NOT EQUAL SPACES
               PERFORM 2100-AUTH-CHECK     THRU 2100-EXIT.

           IF  DD-AUTHZ EQUAL 'Y'
               PERFORM 2200-AUTHZ-CHECK    THRU 2200-EXIT.

           PERFORM 2300-SECURITY           THRU 2300-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Decode the Authorization header, when there is one, through   *
      * ZBASIC.                                                       *
      *****************************************************************
       2010-DECODE-HEADER.
           MOVE 'N'                          TO CREDENTIALS-SW.
           MOVE SPACES                       TO HTTP-HEADER-VALUE
                                                 CA-USERID
                                                 CA-PASSWORD
                                                 CA-DECODE.
           MOVE LENGTH OF HTTP-HEADER-VALUE  TO AUTHZ-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-HEADER)
                NAMELENGTH (HTTP-HEADER-LENGTH)
                VALUE      (HTTP-HEADER-VALUE)
                VALUELENGTH(AUTHZ-VALUE-LENGTH)
                RESP       (AUTHZ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AUTHZ-RESP             NOT EQUAL DFHRESP(NORMAL)
           OR  HTTP-HEADER-VALUE(1:6) NOT EQUAL HTTP-BASIC-SCHEME
               GO TO 2010-EXIT.

           MOVE HTTP-HEADER-VALUE(7:24)      TO CA-ENCODE.

           EXEC CICS LINK
                PROGRAM (ZBASIC)
                COMMAREA(ZBASIC-COMM-AREA)
                LENGTH  (LENGTH OF ZBASIC-COMM-AREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP        EQUAL DFHRESP(NORMAL)
           AND CA-RETURN-CODE EQUAL '00'
               MOVE 'Y'                      TO CREDENTIALS-SW.

       2010-EXIT.
           EXIT.

      *****************************************************************
      * DD-AUTH credential check - a named FAxxTK token, otherwise    *
      * the table's shared userid/password pair.                      *
      *****************************************************************
       2100-AUTH-CHECK.
           MOVE 'Y'                          TO AUTHENTICATE.

           IF  CREDENTIALS-SW NOT EQUAL 'Y'
               MOVE 'N'                      TO AUTHENTICATE.

           IF  CREDENTIALS-SW EQUAL 'Y'
               PERFORM 2110-TOKEN-CHECK    THRU 2110-EXIT
               IF  TK-FOUND-SW NOT EQUAL 'Y'
                   PERFORM 2120-TABLE-SECRET THRU 2120-EXIT.

           IF  AUTHENTICATE EQUAL 'N'
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Validate the decoded credential against the FAxxTK store.     *
      * Any token scope may read.                                     *
      *****************************************************************
       2110-TOKEN-CHECK.
           MOVE 'N'                          TO TK-FOUND-SW.

           MOVE SPACES                       TO TK-RECORD.
           MOVE CA-USERID                    TO TK-NAME.
           MOVE LENGTH OF TK-RECORD          TO TK-LENGTH.

           EXEC CICS READ FILE(TK-FCT)
                INTO(TK-RECORD)
                RIDFLD(TK-NAME)
                LENGTH(TK-LENGTH)
                RESP(TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2110-EXIT.

           MOVE 'Y'                          TO TK-FOUND-SW.

           MOVE 'Y'                          TO SH-MATCH-SW.

           IF  TK-HASH   EQUAL SPACES
           AND TK-SECRET NOT EQUAL CA-PASSWORD
               MOVE 'N'                      TO SH-MATCH-SW.

           IF  TK-HASH NOT EQUAL SPACES
               MOVE TK-SALT                  TO SH-SALT
               MOVE TK-HASH                  TO SH-HASH
               MOVE CA-PASSWORD              TO SH-SECRET
               PERFORM 2130-HASH-SECRET    THRU 2130-EXIT.

           IF  TK-ENABLED  NOT EQUAL 'Y'
           OR  SH-MATCH-SW NOT EQUAL 'Y'
               MOVE 'N'                      TO AUTHENTICATE
               GO TO 2110-EXIT.

           IF  TK-EXPIRES NOT EQUAL SPACES
               EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                    YYYYMMDD(TK-TODAY)
                    NOHANDLE
               END-EXEC
               IF  TK-EXPIRES LESS THAN TK-TODAY
                   MOVE 'N'                  TO AUTHENTICATE.

       2110-EXIT.
           EXIT.

      *****************************************************************
      * The shared pair - against the password's salted hash when the *
      * template carries one, otherwise its clear value.              *
      *****************************************************************
       2120-TABLE-SECRET.
           IF  CA-USERID NOT EQUAL DD-AUTH-USERID
               MOVE 'N'                      TO AUTHENTICATE
               GO TO 2120-EXIT.

           IF  DD-AUTH-HASH EQUAL SPACES
           AND DD-AUTH-PASSWORD EQUAL SPACES
               MOVE 'N'                      TO AUTHENTICATE
               GO TO 2120-EXIT.

           IF  DD-AUTH-HASH EQUAL SPACES
           AND CA-PASSWORD  NOT EQUAL DD-AUTH-PASSWORD
               MOVE 'N'                      TO AUTHENTICATE.

           IF  DD-AUTH-HASH EQUAL SPACES
               GO TO 2120-EXIT.

           MOVE DD-AUTH-SALT                 TO SH-SALT.
           MOVE DD-AUTH-HASH                 TO SH-HASH.
           MOVE CA-PASSWORD                  TO SH-SECRET.
           PERFORM 2130-HASH-SECRET        THRU 2130-EXIT.

           IF  SH-MATCH-SW NOT EQUAL 'Y'
               MOVE 'N'                      TO AUTHENTICATE.

       2120-EXIT.
           EXIT.

      *****************************************************************
      * Hash the presented password under the stored salt and         *
      * compare it with the stored hash.                              *
      *****************************************************************
       2130-HASH-SECRET.
           MOVE 'N'                          TO SH-MATCH-SW.

           MOVE 'D'                          TO HM-FUNCTION.
           MOVE 'A'                          TO HM-PART.
           MOVE LENGTH OF SH-SOURCE          TO HM-LENGTH.
           MOVE SH-SOURCE                    TO HM-DATA(1:HM-LENGTH).

           EXEC CICS LINK PROGRAM(ZFAM187)
                COMMAREA(HM-COMMAREA)
                LENGTH  (LENGTH OF HM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP        EQUAL DFHRESP(NORMAL)
           AND HM-RETURN-CODE EQUAL '00'
           AND HM-DIGEST      EQUAL SH-HASH
               MOVE 'Y'                      TO SH-MATCH-SW.

       2130-EXIT.
           EXIT.

      *****************************************************************
      * DD-AUTHZ prefix rule - the userid's rule for the referenced   *
      * key's prefix (or its all-prefix rule) must grant G.           *
      *****************************************************************
       2200-AUTHZ-CHECK.
           MOVE CA-USERID                    TO AR-USERID.

           MOVE 16                           TO AR-PFX-LEN.

           IF  DD-QUOTA-LEN NUMERIC
           AND DD-QUOTA-LEN GREATER THAN ZEROES
               MOVE DD-QUOTA-LEN             TO AR-PFX-LEN.

           IF  AR-PFX-LEN GREATER THAN KEY-LENGTH
               MOVE KEY-LENGTH               TO AR-PFX-LEN.

           MOVE SPACES                       TO AR-PREFIX.
           MOVE CA151-KEY(1:AR-PFX-LEN)      TO AR-PREFIX(1:AR-PFX-LEN).
           INSPECT AR-PREFIX
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE LENGTH OF AR-RECORD          TO AR-LENGTH.

           EXEC CICS READ FILE(AR-FCT)
                INTO(AR-RECORD)
                RIDFLD(AR-KEY)
                LENGTH(AR-LENGTH)
                RESP(AR-RESP)
                NOHANDLE
           END-EXEC.

           IF  AR-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE CA-USERID                TO AR-USERID
               MOVE SPACES                   TO AR-PREFIX
               MOVE LENGTH OF AR-RECORD      TO AR-LENGTH
               EXEC CICS READ FILE(AR-FCT)
                    INTO(AR-RECORD)
                    RIDFLD(AR-KEY)
                    LENGTH(AR-LENGTH)
                    RESP(AR-RESP)
                    NOHANDLE
               END-EXEC.

           IF  AR-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE ZEROES                       TO AR-HITS.
           INSPECT AR-VERBS TALLYING AR-HITS
               FOR ALL AR-VERB.

           IF  AR-HITS EQUAL ZEROES
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * FAxxSD security, when the referenced table has a template -   *
      * the same Basic Mode read rules ZFAM001 applies to a GET, plus *
      * the userid's level for the FD-SEC column filter.              *
      *****************************************************************
       2300-SECURITY.
           MOVE 99                           TO SEC-LEVEL.
           MOVE ZEROES                       TO SD-DOC-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(SD-TOKEN)
                TEMPLATE(ZFAM-SD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2300-EXIT.

           MOVE LENGTH OF FAXXSD-BUFFER      TO SD-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(SD-TOKEN)
                INTO     (FAXXSD-BUFFER)
                LENGTH   (SD-DOC-LENGTH)
                MAXLENGTH(SD-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  SD-DOC-LENGTH LESS THAN LENGTH OF SD-CONTROL
               GO TO 2300-EXIT.

           MOVE FAXXSD-BUFFER(1:LENGTH OF SD-CONTROL) TO SD-CONTROL.

           IF  SD-BASIC-READ  NOT EQUAL 'Y'
           OR  CREDENTIALS-SW NOT EQUAL 'Y'
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           EXEC CICS VERIFY
                PASSWORD(CA-PASSWORD)
                USERID  (CA-USERID)
                RESP    (VERIFY-RESP)
                NOHANDLE
           END-EXEC.

           IF  VERIFY-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE 'N'                          TO SD-FOUND-SW.

           PERFORM 2310-SCAN-FAXXSD        THRU 2310-EXIT
               VARYING SD-OFFSET FROM LENGTH OF SD-CONTROL
                    BY LENGTH OF SD-ENTRY
               UNTIL SD-OFFSET NOT LESS THAN SD-DOC-LENGTH
               OR    SD-FOUND-SW EQUAL 'Y'.

           IF  SD-FOUND-SW NOT EQUAL 'Y'
           OR  SD-READ     NOT EQUAL 'R'
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE ZEROES                       TO SEC-LEVEL.
           IF  SD-LEVEL NUMERIC
               MOVE SD-LEVEL                 TO SEC-LEVEL.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Compare one FAxxSD entry against the verified userid.         *
      *****************************************************************
       2310-SCAN-FAXXSD.
           MOVE FAXXSD-BUFFER(SD-OFFSET + 1:LENGTH OF SD-ENTRY)
                                             TO SD-ENTRY.

           IF  SD-USERID EQUAL CA-USERID
               MOVE 'Y'                      TO SD-FOUND-SW.

       2310-EXIT.
           EXIT.

      *****************************************************************
      * Read the referenced KEY record, follow an alias one level,    *
      * then stage the first FILE segment - verified and deciphered.  *
      *****************************************************************
       3000-READ-ROW.
           MOVE CA151-KEY                    TO FK-KEY.

           PERFORM 3100-READ-KEY           THRU 3100-EXIT.

           IF  FK-ALIAS EQUAL 'Y'
               PERFORM 3300-FOLLOW-ALIAS   THRU 3300-EXIT.

           PERFORM 3200-READ-SEGMENT       THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Read the KEY record at FK-KEY.  A key with nothing readable   *
      * behind it is a dangling reference.                            *
      *****************************************************************
       3100-READ-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'D'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
           OR  FK-INTENT  EQUAL 'M'
               MOVE 'D'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE 'FILE'                       TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Read FILE segment 1 of FK-FF-KEY into FF-DATA(1:FF-LENGTH).   *
      *****************************************************************
       3200-READ-SEGMENT.
           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ONE                          TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
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

           IF  FF-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'D'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE 'E'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * The alias KEY record's FILE segment holds the target key.     *
      *****************************************************************
       3300-FOLLOW-ALIAS.
           PERFORM 3200-READ-SEGMENT       THRU 3200-EXIT.

           IF  FF-LENGTH GREATER THAN LENGTH OF FK-KEY
               MOVE LENGTH OF FK-KEY         TO FF-LENGTH.

           MOVE LOW-VALUES                   TO FK-KEY.
           MOVE FF-DATA(1:FF-LENGTH)         TO FK-KEY(1:FF-LENGTH).

           PERFORM 3100-READ-KEY           THRU 3100-EXIT.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Mask the staged segment with the referenced table's FAxxDM    *
      * rules for the caller's scope there - the token's own scope    *
      * (one minted without a scope writes, so counts as W), A for    *
      * the table's DD-AUTH pair, SPACES where nobody authenticates.  *
      * A Content-Encoded row has no columns to mask, and is refused  *
      * like a row whose masks cannot be applied.                     *
      *****************************************************************
       3400-MASK-ROW.
           MOVE SPACES                       TO DM-SCOPE.

           IF  DD-AUTH-USERID NOT EQUAL SPACES
               MOVE 'A'                      TO DM-SCOPE.

           IF  DD-AUTH-USERID NOT EQUAL SPACES
           AND TK-FOUND-SW        EQUAL 'Y'
               MOVE TK-SCOPE                 TO DM-SCOPE
               IF  DM-SCOPE EQUAL SPACES
                   MOVE 'W'                  TO DM-SCOPE.

           MOVE 'L'                          TO DM-FUNCTION.
           MOVE CA151-TABLE                  TO DM-TRANID.
           MOVE ZEROES                       TO DM-LENGTH.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP        EQUAL DFHRESP(NORMAL)
           AND DM-RETURN-CODE EQUAL '04'
               GO TO 3400-EXIT.

           IF  EIBRESP        NOT EQUAL DFHRESP(NORMAL)
           OR  DM-RETURN-CODE NOT EQUAL '00'
           OR  FK-ENCODING    NOT EQUAL SPACES
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  FF-LENGTH NOT GREATER THAN ZEROES
               GO TO 3400-EXIT.

           MOVE FF-LENGTH                    TO DM-LENGTH.
           MOVE FF-DATA(1:DM-LENGTH)         TO DM-DATA(1:DM-LENGTH).
           MOVE 'A'                          TO DM-FUNCTION.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP        NOT EQUAL DFHRESP(NORMAL)
           OR  DM-RETURN-CODE NOT EQUAL '00'
               MOVE 'A'                      TO CA151-STATUS
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE DM-DATA(1:DM-LENGTH)         TO FF-DATA(1:DM-LENGTH).

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Render the staged row as a JSON object through the referenced *
      * table's schema.                                               *
      *****************************************************************
       4000-RENDER.
           PERFORM 8000-LOAD-SCHEMA        THRU 8000-EXIT.

           IF  FD-DOC-LENGTH NOT GREATER THAN ZEROES
               MOVE 'S'                      TO CA151-STATUS
               GO TO 4000-EXIT.

           MOVE SPACES                       TO CA151-OBJECT.
           MOVE 'Y'                          TO JSON-FIRST-SW.

           MOVE '{'                          TO CA151-OBJECT(1:1).
           MOVE 1                            TO CA151-LENGTH.

           PERFORM 4100-JSON-COLUMN        THRU 4100-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    CA151-STATUS NOT EQUAL SPACES.

           IF  CA151-STATUS NOT EQUAL SPACES
               MOVE ZEROES                   TO CA151-LENGTH
               GO TO 4000-EXIT.

           ADD  1                            TO CA151-LENGTH.
           MOVE '}'                  TO CA151-OBJECT(CA151-LENGTH:1).

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Append one schema column as a named field - an all-digit      *
      * value as a bare number, anything else quoted with its         *
      * trailing spaces trimmed.  A column above the userid's FAxxSD  *
      * level is left out.                                            *
      *****************************************************************
       4100-JSON-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           MOVE FD-COLUMN                    TO JS-COL.
           MOVE FD-LENGTH                    TO JS-LEN.

           IF  FD-NAME EQUAL SPACES
           OR  JS-COL NOT GREATER THAN ZEROES
           OR  JS-LEN NOT GREATER THAN ZEROES
           OR  JS-COL + JS-LEN GREATER THAN THIRTY-TWO-KB
               GO TO 4100-EXIT.

           IF  FD-SEC NOT NUMERIC
               MOVE ZEROES                   TO FD-SEC.

           IF  FD-SEC GREATER THAN SEC-LEVEL
               GO TO 4100-EXIT.

           IF  JS-LEN GREATER THAN LENGTH OF JS-VALUE
               MOVE LENGTH OF JS-VALUE       TO JS-LEN.

           MOVE ZEROES                       TO JS-NAME-TRAIL.
           INSPECT FUNCTION REVERSE(FD-NAME)
           TALLYING JS-NAME-TRAIL
           FOR LEADING SPACES.

           SUBTRACT JS-NAME-TRAIL
               FROM LENGTH OF FD-NAME
               GIVING JS-NAME-LEN.

           MOVE SPACES                       TO JS-VALUE.
           MOVE FF-DATA(JS-COL:JS-LEN)       TO JS-VALUE(1:JS-LEN).

           INSPECT JS-VALUE
           REPLACING ALL LOW-VALUES BY SPACES.

           INSPECT JS-VALUE
           REPLACING ALL '"' BY "'".

           MOVE ZEROES                       TO JS-VAL-TRAIL.
           INSPECT FUNCTION REVERSE(JS-VALUE)
           TALLYING JS-VAL-TRAIL
           FOR LEADING SPACES.

           SUBTRACT JS-VAL-TRAIL
               FROM LENGTH OF JS-VALUE
               GIVING JS-VAL-LEN.

           IF  CA151-LENGTH + JS-NAME-LEN + JS-VAL-LEN + 8
                   GREATER THAN LENGTH OF CA151-OBJECT
               MOVE 'L'                      TO CA151-STATUS
               GO TO 4100-EXIT.

           IF  JSON-FIRST-SW EQUAL 'Y'
               MOVE 'N'                      TO JSON-FIRST-SW
           ELSE
               ADD  1                        TO CA151-LENGTH
               MOVE ','              TO CA151-OBJECT(CA151-LENGTH:1).

           ADD  1                            TO CA151-LENGTH.
           MOVE '"'                  TO CA151-OBJECT(CA151-LENGTH:1).
           MOVE FD-NAME(1:JS-NAME-LEN)
             TO CA151-OBJECT(CA151-LENGTH + 1:JS-NAME-LEN).
           ADD  JS-NAME-LEN                  TO CA151-LENGTH.
           ADD  1                            TO CA151-LENGTH.
           MOVE '"'                  TO CA151-OBJECT(CA151-LENGTH:1).
           ADD  1                            TO CA151-LENGTH.
           MOVE ':'                  TO CA151-OBJECT(CA151-LENGTH:1).

           MOVE ZEROES                       TO JS-DIGITS.
           IF  JS-VAL-LEN GREATER THAN ZEROES
               INSPECT JS-VALUE(1:JS-VAL-LEN)
               TALLYING JS-DIGITS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.

           IF  JS-VAL-LEN GREATER THAN ZEROES
           AND JS-DIGITS EQUAL JS-VAL-LEN
               MOVE JS-VALUE(1:JS-VAL-LEN)
                 TO CA151-OBJECT(CA151-LENGTH + 1:JS-VAL-LEN)
               ADD  JS-VAL-LEN               TO CA151-LENGTH
               GO TO 4100-EXIT.

           ADD  1                            TO CA151-LENGTH.
           MOVE '"'                  TO CA151-OBJECT(CA151-LENGTH:1).

           IF  JS-VAL-LEN GREATER THAN ZEROES
               MOVE JS-VALUE(1:JS-VAL-LEN)
                 TO CA151-OBJECT(CA151-LENGTH + 1:JS-VAL-LEN)
               ADD  JS-VAL-LEN               TO CA151-LENGTH.

           ADD  1                            TO CA151-LENGTH.
           MOVE '"'                  TO CA151-OBJECT(CA151-LENGTH:1).

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Load the referenced table's FAxxFD schema template.  A        *
      * missing schema leaves FD-DOC-LENGTH at zero.                  *
      *****************************************************************
       8000-LOAD-SCHEMA.
           MOVE ZEROES                       TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8000-EXIT.

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
      * Compute a checksum over the full, fixed-length FF-DATA buffer *
      * of the FILE segment just read, as ZFAM002 does.               *
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
