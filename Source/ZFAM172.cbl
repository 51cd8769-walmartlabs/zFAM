       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM172.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Table description builder.                                    *
      *                                                               *
      * LINKed from ZFAM002 for GET ?describe with the ZFAMDSC        *
      * commarea carrying a table's tranid, this program answers the  *
      * table's contract as one JSON document:                        *
      *                                                               *
      *   - the schema version (DD-SCHEMA-VER);                       *
      *   - the effective retention floor and ceiling, in years and   *
      *     days, exactly as ZFAM002's 9020-RET-LIMITS settles them;  *
      *   - the segment limit, as 9010-MAX-SEGMENTS settles it;       *
      *   - whether LOB, versions, soft delete, encryption, read-     *
      *     through, write-behind and the hot-key cache are enabled.  *
      *     LOB is enabled when the segment limit lets a body grow    *
      *     past the global 100-segment ceiling; soft delete goes     *
      *     with retained versions, as a DELETE does in ZFAM002;      *
      *     encryption is a FAxxEN key being set;                     *
      *   - the query-string options the table supports - the         *
      *     schema-driven options only when a FAxxFD exists, the      *
      *     version options only when versions are retained and       *
      *     expand only when a FAxxRI declares references;            *
      *   - every FAxxFD column: name, offset, length, type, FAxxSD   *
      *     level, index number (0 when not indexed), whether it is   *
      *     the primary key or UNIQUE, and its FAxxVR domain rule.    *
      *                                                               *
      * The document is the table's contract for any caller allowed   *
      * to read it, so nothing secret is read into it: the DD         *
      * credential fields are never moved, FAxxDC partner URLs and    *
      * FAxxWH subscribers are not read, and of FAxxEN only whether   *
      * a key is set survives.                                        *
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
       01  DOC-TOKEN              PIC  X(16) VALUE SPACES.
       01  DOC-LENGTH             PIC S9(08) COMP VALUE ZEROES.

       01  ONE                    PIC S9(08) COMP VALUE 1.
       01  ONE-HUNDRED            PIC S9(08) COMP VALUE 100.
       01  SEGMENT-NUMBER-LIMIT   PIC S9(08) COMP VALUE 9999.
       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.

      *****************************************************************
      * Room kept at the end of the document for the members that     *
      * close it once the column list stops.                          *
      *****************************************************************
       01  CLOSING-RESERVE        PIC S9(08) COMP VALUE 64.

       01  FD-PRESENT-SW          PIC  X(01) VALUE 'N'.
       01  RI-PRESENT-SW          PIC  X(01) VALUE 'N'.
       01  KEY-SET-SW             PIC  X(01) VALUE 'N'.
       01  TRUNCATED-SW           PIC  X(01) VALUE 'N'.
       01  FIRST-COLUMN-SW        PIC  X(01) VALUE 'Y'.
       01  RULE-FOUND-SW          PIC  X(01) VALUE 'N'.

       01  COLUMN-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  LISTED-COUNT           PIC S9(08) COMP VALUE ZEROES.
       01  VERSIONS-RETAINED      PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Effective limits, defaulted the way ZFAM002 defaults them.    *
      *****************************************************************
       01  TABLE-MAX-SEGMENTS     PIC S9(08) COMP VALUE 100.
       01  TABLE-RET-FLOOR-YEARS  PIC S9(08) COMP VALUE 1.
       01  TABLE-RET-CEILING-YEARS
                                  PIC S9(08) COMP VALUE 100.
       01  TABLE-RET-FLOOR-DAYS   PIC S9(08) COMP VALUE 1.
       01  TABLE-RET-CEILING-DAYS PIC S9(08) COMP VALUE 36500.

      *****************************************************************
      * ZFAM-DD template - the fields this document reports.  The     *
      * credential fields are described only to keep the layout       *
      * aligned; they are never moved anywhere.                       *
      *****************************************************************
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

      *****************************************************************
      * FAxxFD schema document template.                              *
      *****************************************************************
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
      * FAxxVR domain rules, laid out as ZFAM002 reads them.          *
      *****************************************************************
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
      * FAxxRI references - only whether the template exists.         *
      *****************************************************************
       01  ZFAM-RI.
           02  RI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'RI'.
           02  FILLER             PIC  X(42) VALUE SPACES.

      *****************************************************************
      * FAxxEN cipher key - only whether a key is set survives.       *
      *****************************************************************
       01  ZFAM-EN.
           02  EN-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'EN'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  EN-CONTROL.
           02  FILLER             PIC  X(06).
           02  EN-KEY             PIC  X(32) VALUE SPACES.
           02  EN-CRLF            PIC  X(02).
           02  EN-GEN             PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(02).

      *****************************************************************
      * Document building work areas.  Each member is strung into     *
      * DS-PIECE and appended to the document by 8000-APPEND.         *
      *****************************************************************
       01  DS-PIECE               PIC X(512) VALUE SPACES.
       01  DS-POINTER             PIC S9(08) COMP VALUE ZEROES.
       01  DS-PIECE-LENGTH        PIC S9(08) COMP VALUE ZEROES.

       01  NUMBER-IN              PIC S9(09) COMP VALUE ZEROES.
       01  NUMBER-EDIT            PIC  Z(08)9.
       01  NUMBER-OUT             PIC  X(09) VALUE SPACES.
       01  NUMBER-SPACES          PIC S9(08) COMP VALUE ZEROES.
       01  NUMBER-LENGTH          PIC S9(08) COMP VALUE ZEROES.

       01  FLAG-VALUE             PIC  X(01) VALUE SPACES.
       01  BOOLEAN-OUT            PIC  X(05) VALUE SPACES.
       01  BOOLEAN-LENGTH         PIC S9(08) COMP VALUE ZEROES.

       01  TEXT-IN                PIC  X(48) VALUE SPACES.
       01  TEXT-TRAIL             PIC S9(08) COMP VALUE ZEROES.
       01  TEXT-LENGTH            PIC S9(08) COMP VALUE ZEROES.

       01  NAME-OUT               PIC  X(16) VALUE SPACES.
       01  NAME-LENGTH            PIC S9(08) COMP VALUE ZEROES.

       01  RULE-OUT               PIC  X(48) VALUE SPACES.
       01  RULE-LENGTH            PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Query-string options every table answers, then those that     *
      * depend on the schema, retained versions and references.       *
      *****************************************************************
       01  QO-GENERAL.
           02  FILLER             PIC  X(40) VALUE
               '"gt","ge","lt","le","ex","rows","delim",'.
           02  FILLER             PIC  X(40) VALUE
               '"keysonly","ttl","stats","pop","meta",'.
           02  FILLER             PIC  X(40) VALUE
               '"changes","tag","tagcount","health",'.
           02  FILLER             PIC  X(40) VALUE
               '"config","describe","reserve","watch"'.
       01  QO-GENERAL-LINES REDEFINES QO-GENERAL.
           02  QO-LINE            PIC  X(40) OCCURS 4 TIMES.

       01  QO-SUB                 PIC S9(04) COMP VALUE ZEROES.

       01  QO-SCHEMA              PIC  X(32) VALUE
           ',"cols","agg","orderby","zql"'.
       01  QO-VERSIONS            PIC  X(32) VALUE
           ',"versions","version"'.
       01  QO-EXPAND              PIC  X(16) VALUE
           ',"expand"'.

      *****************************************************************
      * The table description commarea.                               *
      *****************************************************************
       COPY ZFAMDSC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-TRANID          PIC  X(04).
           02  CA-LENGTH          PIC S9(08) COMP.
           02  CA-DOCUMENT        PIC X(32000).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           IF  EIBCALEN LESS THAN LENGTH OF DFHCOMMAREA
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           MOVE CA-TRANID                    TO DS-TRANID
                                                 DD-TRANID
                                                 FD-TRANID
                                                 VR-TRANID
                                                 RI-TRANID
                                                 EN-TRANID.
           MOVE SPACES                       TO DS-DOCUMENT.
           MOVE ZEROES                       TO DS-LENGTH.

           PERFORM 1000-DD-LIMITS            THRU 1000-EXIT.
           PERFORM 1100-LOAD-SCHEMA          THRU 1100-EXIT.
           PERFORM 1200-LOAD-RULES           THRU 1200-EXIT.
           PERFORM 1300-CHECK-TEMPLATES      THRU 1300-EXIT.

           PERFORM 2000-TABLE-MEMBERS        THRU 2000-EXIT.
           PERFORM 3000-COLUMNS              THRU 3000-EXIT.
           PERFORM 4000-CLOSE-DOCUMENT       THRU 4000-EXIT.

           MOVE DS-LENGTH                    TO CA-LENGTH.
           MOVE DS-DOCUMENT                  TO CA-DOCUMENT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * ZFAM-DD template - settle the effective segment limit and     *
      * retention bounds the way ZFAM002 does.  A table without the   *
      * template keeps every default.                                 *
      *****************************************************************
       1000-DD-LIMITS.
           MOVE ONE-HUNDRED                  TO TABLE-MAX-SEGMENTS.
           MOVE 1                            TO TABLE-RET-FLOOR-YEARS
                                                 TABLE-RET-FLOOR-DAYS.
           MOVE 100                          TO TABLE-RET-CEILING-YEARS.
           MOVE 36500                        TO TABLE-RET-CEILING-DAYS.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1000-EXIT.

           MOVE LENGTH OF DD-INFORMATION     TO DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (DD-INFORMATION)
                LENGTH   (DOC-LENGTH)
                MAXLENGTH(DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           AND EIBRESP NOT EQUAL DFHRESP(LENGERR)
               GO TO 1000-EXIT.

           IF  DD-MAXSEG NUMERIC
           AND DD-MAXSEG GREATER THAN ZEROES
               MOVE DD-MAXSEG                TO TABLE-MAX-SEGMENTS.

           IF  TABLE-MAX-SEGMENTS GREATER THAN SEGMENT-NUMBER-LIMIT
               MOVE SEGMENT-NUMBER-LIMIT     TO TABLE-MAX-SEGMENTS.

           IF  DD-RET-FLOOR-YEARS   NUMERIC
           AND DD-RET-FLOOR-YEARS   GREATER THAN ZEROES
               MOVE DD-RET-FLOOR-YEARS       TO TABLE-RET-FLOOR-YEARS.

           IF  DD-RET-CEILING-YEARS NUMERIC
           AND DD-RET-CEILING-YEARS GREATER THAN ZEROES
               MOVE DD-RET-CEILING-YEARS     TO TABLE-RET-CEILING-YEARS.

           IF  DD-RET-FLOOR-DAYS    NUMERIC
           AND DD-RET-FLOOR-DAYS    GREATER THAN ZEROES
               MOVE DD-RET-FLOOR-DAYS        TO TABLE-RET-FLOOR-DAYS.

           IF  DD-RET-CEILING-DAYS  NUMERIC
           AND DD-RET-CEILING-DAYS  GREATER THAN ZEROES
               MOVE DD-RET-CEILING-DAYS      TO TABLE-RET-CEILING-DAYS.

           IF  DD-VERSION-RETAIN NUMERIC
               MOVE DD-VERSION-RETAIN        TO VERSIONS-RETAINED.

           IF  DD-SCHEMA-VER NOT NUMERIC
               MOVE ZEROES                   TO DD-SCHEMA-VER.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * FAxxFD schema template.  A table without one has no columns.  *
      *****************************************************************
       1100-LOAD-SCHEMA.
           MOVE ZEROES                       TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1100-EXIT.

           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (FAXXFD-BUFFER)
                LENGTH   (FD-DOC-LENGTH)
                MAXLENGTH(FD-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  FD-DOC-LENGTH LESS THAN LENGTH OF FD-ENTRY
               MOVE ZEROES                   TO FD-DOC-LENGTH
               GO TO 1100-EXIT.

           MOVE 'Y'                          TO FD-PRESENT-SW.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * FAxxVR domain rules template, read only when there is a       *
      * schema for the rules to name.                                 *
      *****************************************************************
       1200-LOAD-RULES.
           MOVE ZEROES                       TO VR-DOC-LENGTH.

           IF  FD-PRESENT-SW NOT EQUAL 'Y'
               GO TO 1200-EXIT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-VR)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1200-EXIT.

           MOVE LENGTH OF VR-BUFFER          TO VR-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (VR-BUFFER)
                LENGTH   (VR-DOC-LENGTH)
                MAXLENGTH(VR-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO VR-DOC-LENGTH.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * FAxxRI references and the FAxxEN cipher key.  Of the key only *
      * whether one is set is kept; the key itself is cleared at once.*
      *****************************************************************
       1300-CHECK-TEMPLATES.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-RI)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND FD-PRESENT-SW EQUAL 'Y'
               MOVE 'Y'                      TO RI-PRESENT-SW.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-EN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1300-EXIT.

           MOVE SPACES                       TO EN-CONTROL.
           MOVE LENGTH OF EN-CONTROL         TO DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (EN-CONTROL)
                LENGTH   (DOC-LENGTH)
                MAXLENGTH(DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND EN-KEY NOT EQUAL SPACES
           AND EN-KEY NOT EQUAL LOW-VALUES
               MOVE 'Y'                      TO KEY-SET-SW.

           MOVE SPACES                       TO EN-CONTROL.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Table-level members: table, schema version, retention bounds, *
      * segment limit, features and query options.                    *
      *****************************************************************
       2000-TABLE-MEMBERS.
           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.
           STRING '{"table":"'
                  DS-TRANID
                  '","schemaVersion":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE DD-SCHEMA-VER                TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.
           PERFORM 8000-APPEND             THRU 8000-EXIT.

           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.
           STRING ',"retention":{"floorYears":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE TABLE-RET-FLOOR-YEARS        TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.
           STRING ',"ceilingYears":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE TABLE-RET-CEILING-YEARS      TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.
           STRING ',"floorDays":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE TABLE-RET-FLOOR-DAYS         TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.
           STRING ',"ceilingDays":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE TABLE-RET-CEILING-DAYS       TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.
           STRING '},"segmentLimit":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE TABLE-MAX-SEGMENTS           TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.
           PERFORM 8000-APPEND             THRU 8000-EXIT.

           PERFORM 2100-FEATURES           THRU 2100-EXIT.

           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.
           STRING ',"queryOptions":['
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.

           PERFORM 2200-STRING-OPTIONS     THRU 2200-EXIT
               VARYING QO-SUB FROM 1 BY 1
               UNTIL   QO-SUB GREATER THAN 4.

           IF  FD-PRESENT-SW EQUAL 'Y'
               STRING QO-SCHEMA
                      DELIMITED BY '  '
                      INTO DS-PIECE
                      WITH POINTER DS-POINTER.

           IF  VERSIONS-RETAINED GREATER THAN ZEROES
               STRING QO-VERSIONS
                      DELIMITED BY '  '
                      INTO DS-PIECE
                      WITH POINTER DS-POINTER.

           IF  RI-PRESENT-SW EQUAL 'Y'
               STRING QO-EXPAND
                      DELIMITED BY '  '
                      INTO DS-PIECE
                      WITH POINTER DS-POINTER.

           STRING ']'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8000-APPEND             THRU 8000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * The "features" member - one true/false per optional feature,  *
      * plus the number of versions retained.                         *
      *****************************************************************
       2100-FEATURES.
           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.

           MOVE 'N'                          TO FLAG-VALUE.
           IF  TABLE-MAX-SEGMENTS GREATER THAN ONE-HUNDRED
               MOVE 'Y'                      TO FLAG-VALUE.
           STRING ',"features":{"lob":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           MOVE 'N'                          TO FLAG-VALUE.
           IF  VERSIONS-RETAINED GREATER THAN ZEROES
               MOVE 'Y'                      TO FLAG-VALUE.
           STRING ',"versions":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           STRING ',"versionsRetained":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE VERSIONS-RETAINED            TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.

           STRING ',"softDelete":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           MOVE KEY-SET-SW                   TO FLAG-VALUE.
           STRING ',"encryption":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           MOVE DD-READ-THRU                 TO FLAG-VALUE.
           STRING ',"readThrough":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           MOVE DD-WRITEBEHIND               TO FLAG-VALUE.
           STRING ',"writeBehind":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           MOVE DD-CACHE                     TO FLAG-VALUE.
           STRING ',"cache":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           STRING '}'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8000-APPEND             THRU 8000-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * String one line of the options every table answers.           *
      *****************************************************************
       2200-STRING-OPTIONS.
           STRING QO-LINE(QO-SUB)
                  DELIMITED BY SPACE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * The "columns" array - one object per FAxxFD entry, for as     *
      * many as the document has room.                                *
      *****************************************************************
       3000-COLUMNS.
           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.
           STRING ',"columns":['
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8000-APPEND             THRU 8000-EXIT.

           MOVE 'Y'                          TO FIRST-COLUMN-SW.
           MOVE ZEROES                       TO COLUMN-COUNT
                                                 LISTED-COUNT.

           IF  FD-DOC-LENGTH GREATER THAN ZEROES
               PERFORM 3100-COLUMN         THRU 3100-EXIT
                   VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
                   UNTIL   FD-OFFSET NOT LESS THAN FD-DOC-LENGTH.

           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.
           STRING ']'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8000-APPEND             THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * One column object.  An entry that is not a usable column is   *
      * skipped; once the document is full the rest are only counted. *
      *****************************************************************
       3100-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME   EQUAL SPACES
           OR  FD-COLUMN NOT NUMERIC
           OR  FD-LENGTH NOT NUMERIC
               GO TO 3100-EXIT.

           ADD  1                            TO COLUMN-COUNT.

           IF  TRUNCATED-SW EQUAL 'Y'
               GO TO 3100-EXIT.

           IF  FD-INDEX NOT NUMERIC
               MOVE ZEROES                   TO FD-INDEX.

           IF  FD-SEC NOT NUMERIC
               MOVE ZEROES                   TO FD-SEC.

           MOVE FD-NAME                      TO TEXT-IN.
           PERFORM 8300-TRIM-TEXT          THRU 8300-EXIT.
           MOVE TEXT-IN                      TO NAME-OUT.
           MOVE TEXT-LENGTH                  TO NAME-LENGTH.

           PERFORM 3200-DOMAIN-RULE        THRU 3200-EXIT.

           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.

           IF  FIRST-COLUMN-SW NOT EQUAL 'Y'
               STRING ','
                      DELIMITED BY SIZE
                      INTO DS-PIECE
                      WITH POINTER DS-POINTER.

           STRING '{"name":"'
                  NAME-OUT(1:NAME-LENGTH)
                  '","offset":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE FD-COLUMN                    TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.

           STRING ',"length":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE FD-LENGTH                    TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.

           IF  FD-TYPE EQUAL SPACES
           OR  FD-TYPE EQUAL LOW-VALUES
           OR  FD-TYPE EQUAL '"'
           OR  FD-TYPE EQUAL '\'
               MOVE 'C'                      TO FD-TYPE.

           STRING ',"type":"'
                  FD-TYPE
                  '","security":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE FD-SEC                       TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.

           STRING ',"index":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE FD-INDEX                     TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.

           MOVE 'N'                          TO FLAG-VALUE.
           IF  FD-INDEX EQUAL ONE
               MOVE 'Y'                      TO FLAG-VALUE.
           STRING ',"primaryKey":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           MOVE 'N'                          TO FLAG-VALUE.
           IF  FD-TYPE EQUAL 'U'
               MOVE 'Y'                      TO FLAG-VALUE.
           STRING ',"unique":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           IF  RULE-FOUND-SW EQUAL 'Y'
               STRING ',"domain":"'
                      RULE-OUT(1:RULE-LENGTH)
                      '"}'
                      DELIMITED BY SIZE
                      INTO DS-PIECE
                      WITH POINTER DS-POINTER
           ELSE
               STRING ',"domain":null}'
                      DELIMITED BY SIZE
                      INTO DS-PIECE
                      WITH POINTER DS-POINTER.

           COMPUTE DS-PIECE-LENGTH = DS-POINTER - 1.

           IF  DS-LENGTH + DS-PIECE-LENGTH + CLOSING-RESERVE
                                  GREATER THAN LENGTH OF DS-DOCUMENT
               MOVE 'Y'                      TO TRUNCATED-SW
               GO TO 3100-EXIT.

           PERFORM 8000-APPEND             THRU 8000-EXIT.
           MOVE 'N'                          TO FIRST-COLUMN-SW.
           ADD  1                            TO LISTED-COUNT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * The column's FAxxVR rule, as "RULE parameter".  Quotes and    *
      * backslashes in the parameter are made safe for JSON.          *
      *****************************************************************
       3200-DOMAIN-RULE.
           MOVE 'N'                          TO RULE-FOUND-SW.
           MOVE SPACES                       TO RULE-OUT.
           MOVE ZEROES                       TO RULE-LENGTH.

           IF  VR-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 3200-EXIT.

           PERFORM 3210-FIND-RULE          THRU 3210-EXIT
               WITH TEST AFTER
               VARYING VR-OFFSET FROM ZEROES BY LENGTH OF VR-ENTRY
               UNTIL   VR-OFFSET NOT LESS THAN VR-DOC-LENGTH
               OR      RULE-FOUND-SW EQUAL 'Y'.

           IF  RULE-FOUND-SW NOT EQUAL 'Y'
               GO TO 3200-EXIT.

           MOVE SPACES                       TO TEXT-IN.
           STRING VR-RULE
                  DELIMITED BY SPACE
                  ' '
                  VR-PARM
                  DELIMITED BY SIZE
                  INTO TEXT-IN.

           INSPECT TEXT-IN
           REPLACING ALL LOW-VALUES BY SPACES
                     ALL '"'        BY "'"
                     ALL '\'        BY '/'.

           PERFORM 8300-TRIM-TEXT          THRU 8300-EXIT.
           MOVE TEXT-IN                      TO RULE-OUT.
           MOVE TEXT-LENGTH                  TO RULE-LENGTH.

           IF  RULE-LENGTH NOT GREATER THAN ZEROES
               MOVE 'N'                      TO RULE-FOUND-SW.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Compare one FAxxVR line's column name with this column.       *
      *****************************************************************
       3210-FIND-RULE.
           MOVE VR-BUFFER(VR-OFFSET + 1: LENGTH OF VR-ENTRY)
                                             TO VR-ENTRY.

           IF  VR-NAME EQUAL FD-NAME
           AND VR-RULE NOT EQUAL SPACES
               MOVE 'Y'                      TO RULE-FOUND-SW.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Close the document with the column counts.                    *
      *****************************************************************
       4000-CLOSE-DOCUMENT.
           MOVE SPACES                       TO DS-PIECE.
           MOVE 1                            TO DS-POINTER.
           STRING ',"columnCount":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE COLUMN-COUNT                 TO NUMBER-IN.
           PERFORM 8100-STRING-NUMBER      THRU 8100-EXIT.

           STRING ',"truncated":'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           MOVE TRUNCATED-SW                 TO FLAG-VALUE.
           PERFORM 8200-STRING-BOOLEAN     THRU 8200-EXIT.

           STRING '}'
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.
           PERFORM 8000-APPEND             THRU 8000-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Append DS-PIECE, up to its pointer, to the document.          *
      *****************************************************************
       8000-APPEND.
           COMPUTE DS-PIECE-LENGTH = DS-POINTER - 1.

           IF  DS-PIECE-LENGTH NOT GREATER THAN ZEROES
           OR  DS-LENGTH + DS-PIECE-LENGTH
                                  GREATER THAN LENGTH OF DS-DOCUMENT
               GO TO 8000-EXIT.

           MOVE DS-PIECE(1:DS-PIECE-LENGTH)
             TO DS-DOCUMENT(DS-LENGTH + 1:DS-PIECE-LENGTH).
           ADD  DS-PIECE-LENGTH              TO DS-LENGTH.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * String NUMBER-IN onto DS-PIECE without its leading spaces.    *
      *****************************************************************
       8100-STRING-NUMBER.
           IF  NUMBER-IN LESS THAN ZEROES
               MOVE ZEROES                   TO NUMBER-IN.

           MOVE NUMBER-IN                    TO NUMBER-EDIT.
           MOVE NUMBER-EDIT                  TO NUMBER-OUT.

           MOVE ZEROES                       TO NUMBER-SPACES.
           INSPECT NUMBER-OUT
           TALLYING NUMBER-SPACES
           FOR LEADING SPACES.

           SUBTRACT NUMBER-SPACES
               FROM LENGTH OF NUMBER-OUT
               GIVING NUMBER-LENGTH.

           STRING NUMBER-OUT(NUMBER-SPACES + 1:NUMBER-LENGTH)
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * String true when FLAG-VALUE is 'Y', false otherwise.          *
      *****************************************************************
       8200-STRING-BOOLEAN.
           IF  FLAG-VALUE EQUAL 'Y'
               MOVE 'true '                  TO BOOLEAN-OUT
               MOVE 4                        TO BOOLEAN-LENGTH
           ELSE
               MOVE 'false'                  TO BOOLEAN-OUT
               MOVE 5                        TO BOOLEAN-LENGTH.

           STRING BOOLEAN-OUT(1:BOOLEAN-LENGTH)
                  DELIMITED BY SIZE
                  INTO DS-PIECE
                  WITH POINTER DS-POINTER.

       8200-EXIT.
           EXIT.

      *****************************************************************
      * Length of TEXT-IN less its trailing spaces.                   *
      *****************************************************************
       8300-TRIM-TEXT.
           MOVE ZEROES                       TO TEXT-TRAIL.
           INSPECT FUNCTION REVERSE(TEXT-IN)
           TALLYING TEXT-TRAIL
           FOR LEADING SPACES.

           SUBTRACT TEXT-TRAIL
               FROM LENGTH OF TEXT-IN
               GIVING TEXT-LENGTH.

       8300-EXIT.
           EXIT.

      *****************************************************************
      * Return to the caller.                                         *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
