       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM182.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Saved named views.                                            *
      *                                                               *
      * This program is executed via XCTL from ZFAM002 to process an  *
      * HTTP/GET request with a query string of VIEW=name.  ZFAM002   *
      * has already read the view's FAxxVI definition (ZFAMVIC),      *
      * refused one that is undefined or retired, and passed it in    *
      * GET-CA-VIEW.  The view bundles what a consumer would          *
      * otherwise spell out on every call:                            *
      *                                                               *
      *   key range    VI-FROM-KEY / VI-TO-KEY, compared over the     *
      *                bound's own length, so a to-key of 'AB' keeps  *
      *                every key beginning 'AB'                       *
      *   prefix       VI-PREFIX                                      *
      *   select       one FAxxFD column tested EQ NE GT GE LT LE     *
      *                against a value, as text, the way the FAxxRU   *
      *                trigger rules test it                          *
      *   projection   VI-COLS, name+name+... as ?cols= takes it      *
      *   sort index   VI-ORDER-COLUMN - the FAxxCIxx index walked    *
      *                as ZFAM017 walks it for ?orderby=; spaces      *
      *                answer in key order off the KEY store          *
      *   direction    VI-ORDER-DIR D - descending                    *
      *   row limit    VI-ROWS (zeroes - VI-DEFAULT-ROWS)             *
      *                                                               *
      * Rows are returned in ZFAM017's framing - three-digit key      *
      * length, key, seven-digit data length, data - or delimiter-    *
      * separated when ?delim= is supplied alongside the view; a      *
      * projected row's data is its columns pipe-delimited, as        *
      * ?cols= sends them.  Accept: application/json on a table with  *
      * a FAxxFD schema answers a JSON array of objects the way the   *
      * ZFAM008 ROWS browse renders them, holding only the projected  *
      * columns when the view names any.  Columns are taken from the  *
      * row's first segment, the same single-segment assumption the   *
      * AGG and CI paths make.                                        *
      *                                                               *
      * A walk stopped by the zFAM-Deadline-Ms budget, a full         *
      * response buffer or SCAN-LIMIT entries examined answers 206    *
      * with the rows so far.  Each call answered adds one to the     *
      * view's VI-USES and stamps VI-LAST-USED-ABS - the ZFAM122      *
      * V command lists them, so a view nobody calls any more can be  *
      * found and retired.                                            *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Mask each row's FAxxDM columns for the    *
      *                     caller's scope (GET-CA-MASK, ZFAM188).    *
      * 2026-10-15 ZFAMDEV  A masking refusal answers 403 through     *
      *                     ZFAM090 (reasons 08/09).                  *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  ONE                    PIC S9(08) COMP VALUE 1.
       01  TEN                    PIC S9(08) COMP VALUE 10.
       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.
       01  THREE-POINT-TWO-MB     PIC S9(08) COMP VALUE 3200000.
       01  TWO-FIFTY-FIVE         PIC S9(08) COMP VALUE 255.
       01  BINARY-ZEROES          PIC  X(01) VALUE LOW-VALUES.
       01  PIPE-DELIM             PIC  X(01) VALUE X'4F'.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.
       01  COLUMN-FOUND           PIC  X(01) VALUE SPACES.
       01  ORDER-INDEX-NUM        PIC  9(03) VALUE ZEROES.
       01  ORDER-COL-NUM          PIC  9(07) VALUE ZEROES.
       01  ROW-OK-SW              PIC  X(01) VALUE SPACES.

       01  ROWS-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  ROWS-DISPLAY           PIC  9(04) VALUE ZEROES.
       01  ROWS-DISPLAY-LENGTH    PIC S9(08) COMP VALUE 4.

       01  HEADER-ROWS            PIC  X(09) VALUE 'zFAM-Rows'.
       01  HEADER-ROWS-LENGTH     PIC S9(08) COMP VALUE 9.
       01  HEADER-LASTKEY         PIC  X(12) VALUE 'zFAM-LastKey'.
       01  HEADER-LASTKEY-LENGTH  PIC S9(08) COMP VALUE 12.
       01  HEADER-VIEW            PIC  X(09) VALUE 'zFAM-View'.
       01  HEADER-VIEW-LENGTH     PIC S9(08) COMP VALUE 9.
       01  VIEW-NAME-LENGTH       PIC S9(08) COMP VALUE 16.

       01  LAST-KEY               PIC X(255) VALUE LOW-VALUES.
       01  LAST-KEY-LENGTH        PIC S9(08) COMP VALUE ZEROES.

       01  OB-TOTAL               PIC S9(08) COMP VALUE ZEROES.
       01  OB-KEY-LEN             PIC S9(08) COMP VALUE ZEROES.
       01  OB-KEYLEN-D            PIC  9(03) VALUE ZEROES.
       01  OB-DATALEN-D           PIC  9(07) VALUE ZEROES.
       01  TRAILING-NULLS         PIC S9(08) COMP VALUE ZEROES.

       01  LINKAGE-ADDRESSES.
           02  OB-ADDRESS         USAGE POINTER.
           02  OB-ADDRESS-X       REDEFINES OB-ADDRESS
                                  PIC S9(08) COMP.

           02  OB-CURRENT         USAGE POINTER.
           02  OB-CURRENT-X       REDEFINES OB-CURRENT
                                  PIC S9(08) COMP.

       01  T_LEN                  PIC S9(04) COMP VALUE 8.
       01  T_46                   PIC S9(04) COMP VALUE 46.
       01  T_46_M                 PIC  X(08) VALUE SPACES.
       01  T_RES                  PIC  X(08) VALUE 'ZFAM182 '.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  CI-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  VI-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CI-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  VI-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  CI-FCT.
           02  CI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'CI'.
           02  CI-INDEX           PIC  9(02) VALUE ZEROES.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       01  VI-FCT.
           02  VI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'VI  '.

       COPY ZFAMFKC.

       COPY ZFAMCIC.

       COPY ZFAMFFC.

       COPY ZFAMVIC.

      *****************************************************************
      * View walk controls.  KEY-ORDER-SW is 'Y' on a KEY store walk, *
      * where a key past the range or prefix ends the walk; an index  *
      * walk meets keys in column order and only skips them.          *
      * SCAN-LIMIT caps the entries examined, matched or not, so a    *
      * narrow select over a large table cannot hold the task.        *
      *****************************************************************
       01  KEY-ORDER-SW           PIC  X(01) VALUE 'Y'.
       01  KEY-STATE              PIC  X(01) VALUE SPACES.
       01  ROW-MATCH-SW           PIC  X(01) VALUE SPACES.
       01  PROJECT-SW             PIC  X(01) VALUE 'N'.
       01  PARTIAL-STOP-SW        PIC  X(01) VALUE 'N'.

       01  ROWS-WANTED            PIC S9(08) COMP VALUE ZEROES.
       01  SCAN-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  SCAN-LIMIT             PIC S9(08) COMP VALUE 10000.

       01  FROM-LENGTH            PIC S9(08) COMP VALUE ZEROES.
       01  TO-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  PREFIX-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  TRAIL-COUNT            PIC S9(08) COMP VALUE ZEROES.

       01  ROW-KEY                PIC X(255) VALUE LOW-VALUES.
       01  BOUND-KEY              PIC X(255) VALUE LOW-VALUES.

       01  COLUMN-NAME            PIC  X(16) VALUE SPACES.
       01  COLUMN-START           PIC S9(08) COMP VALUE ZEROES.
       01  COLUMN-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  COLUMN-END             PIC S9(08) COMP VALUE ZEROES.
       01  COLUMN-TEXT            PIC  X(32) VALUE SPACES.

       01  SEL-COL                PIC S9(08) COMP VALUE ZEROES.
       01  SEL-LEN                PIC S9(08) COMP VALUE ZEROES.

       01  CL-NAMES.
           02  CL-NAME            PIC  X(16) OCCURS 8 TIMES.
       01  CL-SPANS.
           02  CL-SPAN            OCCURS 8 TIMES.
               03  CL-COL         PIC S9(08) COMP.
               03  CL-LEN         PIC S9(08) COMP.
       01  CL-INDEX               PIC S9(04) COMP VALUE ZEROES.

       01  PJ-BUFFER              PIC  X(8192) VALUE SPACES.
       01  PJ-LENGTH              PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Deadline budget, as the other browse paths arm it.            *
      *****************************************************************
       COPY ZFAMDLC.

      *****************************************************************
      * Checksum-at-rest verification fields, matching ZFAM002's      *
      * primary GET path.                                             *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.
       01  CHECKSUM-MISMATCH      PIC  X(01) VALUE 'N'.

      *****************************************************************
      * FAxxFD schema document template, keyed the same way as        *
      * ZFAM021's ZFAM-FD template - maps the view's select, order    *
      * and projection columns to their offsets and index number.     *
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
      * JSON rendering of view rows, as the ZFAM008 ROWS browse       *
      * renders them.                                                 *
      *****************************************************************
       01  HTTP-ACCEPT            PIC  X(06) VALUE 'Accept'.
       01  HTTP-ACCEPT-VALUE      PIC  X(64) VALUE SPACES.
       01  ACCEPT-NAME-LENGTH     PIC S9(08) COMP VALUE ZEROES.
       01  ACCEPT-VALUE-LENGTH    PIC S9(08) COMP VALUE ZEROES.
       01  ACCEPT-RESP            PIC S9(08) COMP VALUE ZEROES.
       01  JSON-REQUEST-SW        PIC  X(01) VALUE 'N'.
       01  JSON-ROW-FIRST-SW      PIC  X(01) VALUE 'Y'.

       01  JS-ROW                 PIC X(16000) VALUE SPACES.
       01  JS-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  JS-NAME                PIC  X(16) VALUE SPACES.
       01  JS-NAME-TRAIL          PIC S9(08) COMP VALUE ZEROES.
       01  JS-NAME-LEN            PIC S9(08) COMP VALUE ZEROES.
       01  JS-COL                 PIC S9(08) COMP VALUE ZEROES.
       01  JS-LEN                 PIC S9(08) COMP VALUE ZEROES.
       01  JS-VALUE               PIC X(256) VALUE SPACES.
       01  JS-VAL-TRAIL           PIC S9(08) COMP VALUE ZEROES.
       01  JS-VAL-LEN             PIC S9(08) COMP VALUE ZEROES.
       01  JS-DIGITS              PIC S9(08) COMP VALUE ZEROES.
       01  JS-FIRST-SW            PIC  X(01) VALUE 'Y'.

       01  HTTP-STATUS            PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.
       01  HTTP-STATUS-206        PIC S9(04) COMP VALUE 206.
       01  HTTP-STATUS-403        PIC S9(04) COMP VALUE 403.
       01  HTTP-STATUS-412        PIC S9(04) COMP VALUE 412.

       01  HTTP-OK                PIC  X(02) VALUE 'OK'.
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.

       01  DOCUMENT-TOKEN         PIC  X(16) VALUE SPACES.

       01  HTTP-204-LENGTH        PIC S9(08) COMP VALUE 48.
       01  HTTP-204-TEXT.
           02  FILLER             PIC  X(16) VALUE '204 01-182 No ro'.
           02  FILLER             PIC  X(16) VALUE 'ws matched the v'.
           02  FILLER             PIC  X(16) VALUE 'iew.            '.

       01  HTTP-412-LENGTH        PIC S9(08) COMP VALUE 64.
       01  HTTP-412-TEXT.
           02  FILLER             PIC  X(16) VALUE '412 01-182 View '.
           02  FILLER             PIC  X(16) VALUE 'order column is '.
           02  FILLER             PIC  X(16) VALUE 'not indexed in F'.
           02  FILLER             PIC  X(16) VALUE 'AxxFD.          '.

      *****************************************************************
      * Start - zFAM error message resources.                         *
      *****************************************************************
       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.
       01  TWO                    PIC S9(08) COMP VALUE 2.
       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.

       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-182 Service u'.
           02  FILLER             PIC  X(16) VALUE 'navailable and l'.
           02  FILLER             PIC  X(16) VALUE 'ogging disabled '.

       01  ZFAM090-COMMAREA.
           02  CA090-STATUS       PIC  9(03) VALUE ZEROES.
           02  CA090-REASON       PIC  9(02) VALUE ZEROES.
           02  CA090-USERID       PIC  X(08) VALUE SPACES.
           02  CA090-PROGRAM      PIC  X(08) VALUE SPACES.
           02  CA090-FILE         PIC  X(08) VALUE SPACES.
           02  CA090-FIELD        PIC  X(16) VALUE SPACES.
           02  CA090-KEY          PIC X(255) VALUE SPACES.
           02  CA090-TRANID       PIC  X(04) VALUE SPACES.

       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.
       01  TEXT-ANYTHING          PIC  X(04) VALUE 'text'.
       01  APPLICATION-XML        PIC  X(56) VALUE 'application/xml'.
       01  APPLICATION-JSON       PIC  X(56) VALUE 'application/json'.
       01  WEB-MEDIA-TYPE         PIC  X(56) VALUE SPACES.

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
      * Dynamic Storage                                               *
      *****************************************************************
       COPY ZFAMIFC.

       COPY ZFAMLHC.

      *****************************************************************
      * Dynamic column masking.  ZFAM002 sets GET-CA-MASK when FAxxDM *
      * rules mask columns for the caller, and passes the caller's    *
      * token scope in GET-CA-SCOPE; each row's first segment is      *
      * masked as it is read, ahead of the view's select test.        *
      *****************************************************************
       COPY ZFAMDMC.

       01  GET-CA-MASK-LENGTH     PIC S9(04) COMP VALUE 777.

      *****************************************************************
      * CICS monitoring (ZFAMMNC).  ZFAM002 hands the request's zFAM  *
      * detail over in the commarea; this program answers the         *
      * request, so it sets the status, bytes out and segments it     *
      * sent and issues the monitoring point on its way out.          *
      *****************************************************************
       COPY ZFAMMNC.

       01  GET-CA-MONITOR-LENGTH  PIC S9(04) COMP VALUE 826.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  GET-CA-TYPE        PIC  X(02).
           02  GET-CA-ROWS        PIC  9(04).
           02  GET-CA-DELIM       PIC  X(01).
           02  GET-CA-KEYS        PIC  X(01).
           02  GET-CA-TTL         PIC  X(01).
           02  GET-CA-STATS       PIC  X(01).
           02  FILLER             PIC  X(06).
           02  GET-CA-KEY-LENGTH  PIC S9(08) COMP.
           02  GET-CA-KEY         PIC X(255).
           02  GET-CA-AGG-FUNCTION PIC X(05).
           02  GET-CA-AGG-COLUMN  PIC  X(16).
           02  GET-CA-ORDER-COLUMN PIC X(16).
           02  GET-CA-ORDER-DIR   PIC  X(01).
           02  GET-CA-GROUP-COLUMN PIC X(16).
           02  GET-CA-VIEW        PIC X(447).
           02  GET-CA-MASK        PIC  X(01).
           02  GET-CA-SCOPE       PIC  X(01).
           02  GET-CA-MONITOR     PIC  X(48).

      *****************************************************************
      * zFAM  message.                                                *
      * This is the response message buffer.                          *
      *****************************************************************
       01  ZFAM-MESSAGE           PIC  X(32000).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 9077-REGISTER-INFLIGHT  THRU 9077-EXIT.
           PERFORM 1400-MASK-LOAD          THRU 1400-EXIT.
           PERFORM 1210-READ-DEADLINE      THRU 1210-EXIT.
           PERFORM 1100-RESOLVE-VIEW       THRU 1100-EXIT.

           IF  KEY-ORDER-SW EQUAL 'Y'
               PERFORM 2500-START-KEYS     THRU 2500-EXIT
               PERFORM 3500-PROCESS-KEY    THRU 3500-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE   EQUAL 'Y'
                   OR    ROWS-COUNT        EQUAL ROWS-WANTED
               PERFORM 2950-END-KEYS       THRU 2950-EXIT
           ELSE
               PERFORM 2000-START-BROWSE   THRU 2000-EXIT
               PERFORM 3000-PROCESS-INDEX  THRU 3000-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE   EQUAL 'Y'
                   OR    ROWS-COUNT        EQUAL ROWS-WANTED
               PERFORM 2900-END-BROWSE     THRU 2900-EXIT.

           PERFORM 8000-COUNT-USE          THRU 8000-EXIT.
           PERFORM 4000-SEND-RESPONSE      THRU 4000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - resolve the table's files, pick up   *
      * the view definition, acquire the response buffer, retrieve    *
      * the FAxxFD schema and note a JSON Accept header.              *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'N'                          TO BROWSE-COMPLETE
                                                 COLUMN-FOUND.

           MOVE EIBTRNID(3:2)                TO FK-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO CI-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO FF-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO FD-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO VI-TRANID(3:2).

           MOVE GET-CA-VIEW                  TO VI-RECORD.

           EXEC CICS GETMAIN SET(OB-ADDRESS)
                FLENGTH(THREE-POINT-TWO-MB)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           MOVE OB-ADDRESS-X                 TO OB-CURRENT-X.

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

           MOVE LENGTH OF HTTP-ACCEPT        TO ACCEPT-NAME-LENGTH.
           MOVE LENGTH OF HTTP-ACCEPT-VALUE  TO ACCEPT-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER  (HTTP-ACCEPT)
                NAMELENGTH  (ACCEPT-NAME-LENGTH)
                VALUE       (HTTP-ACCEPT-VALUE)
                VALUELENGTH (ACCEPT-VALUE-LENGTH)
                RESP        (ACCEPT-RESP)
                NOHANDLE
           END-EXEC.

           IF  ACCEPT-RESP EQUAL DFHRESP(NORMAL)
           AND HTTP-ACCEPT-VALUE(1:16) EQUAL APPLICATION-JSON(1:16)
           AND FD-DOC-LENGTH GREATER THAN ZEROES
               MOVE 'Y'                      TO JSON-REQUEST-SW.

           IF  EIBCALEN NOT LESS THAN GET-CA-MONITOR-LENGTH
               MOVE GET-CA-MONITOR           TO MN-RECORD.

           MOVE ZEROES                       TO MN-SEGMENTS
                                                 MN-HTTP-STATUS
                                                 MN-BYTES-OUT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Load the FAxxDM rules that mask columns for the caller's      *
      * scope.  Rules that cannot be placed refuse the view.          *
      *****************************************************************
       1400-MASK-LOAD.
           IF  EIBCALEN LESS THAN GET-CA-MASK-LENGTH
               GO TO 1400-EXIT.

           IF  GET-CA-MASK NOT EQUAL 'Y'
               GO TO 1400-EXIT.

           MOVE 'L'                         TO DM-FUNCTION.
           MOVE FK-TRANID                   TO DM-TRANID.
           MOVE GET-CA-SCOPE                TO DM-SCOPE.
           MOVE ZEROES                      TO DM-LENGTH.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR (DM-RETURN-CODE NOT EQUAL '00'
           AND DM-RETURN-CODE NOT EQUAL '04')
               MOVE '09'                    TO CA090-REASON
               PERFORM 9820-STATUS-403    THRU 9820-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
               MOVE 'Y'                     TO DM-ACTIVE-SW.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Read the zFAM-Deadline-Ms header and arm the budget.          *
      *****************************************************************
       1210-READ-DEADLINE.
           MOVE LENGTH OF DL-VALUE            TO DL-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (DL-HEADER)
                NAMELENGTH (DL-HEADER-LENGTH)
                VALUE      (DL-VALUE)
                VALUELENGTH(DL-VALUE-LENGTH)
                RESP       (DL-RESP)
                NOHANDLE
           END-EXEC.

           IF  DL-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  DL-VALUE-N NOT NUMERIC
           OR  DL-VALUE-N NOT GREATER THAN ZEROES
               GO TO 1210-EXIT.

           EXEC CICS ASKTIME ABSTIME(DL-NOW-ABS) NOHANDLE
           END-EXEC.

           ADD  DL-VALUE-N TO DL-NOW-ABS GIVING DL-LIMIT-ABS.
           MOVE 'Y'                           TO DL-ACTIVE-SW.

       1210-EXIT.
           EXIT.

      *****************************************************************
      * Resolve the view once, ahead of the walk - the row limit, the *
      * significant length of each key bound, the select column's     *
      * offset, the projected columns' offsets and, when the view     *
      * names a sort index, its FAxxCIxx number.  A select column     *
      * missing from the schema matches no row; a projected column    *
      * missing from it is dropped.                                   *
      *****************************************************************
       1100-RESOLVE-VIEW.
           MOVE VI-ROWS                       TO ROWS-WANTED.

           IF  VI-ROWS NOT NUMERIC
           OR  VI-ROWS EQUAL ZEROES
               MOVE VI-DEFAULT-ROWS           TO ROWS-WANTED.

           MOVE ZEROES                        TO TRAIL-COUNT.
           INSPECT FUNCTION REVERSE(VI-FROM-KEY)
           TALLYING TRAIL-COUNT
           FOR LEADING SPACES.
           SUBTRACT TRAIL-COUNT FROM LENGTH OF VI-FROM-KEY
               GIVING FROM-LENGTH.

           MOVE ZEROES                        TO TRAIL-COUNT.
           INSPECT FUNCTION REVERSE(VI-TO-KEY)
           TALLYING TRAIL-COUNT
           FOR LEADING SPACES.
           SUBTRACT TRAIL-COUNT FROM LENGTH OF VI-TO-KEY
               GIVING TO-LENGTH.

           MOVE ZEROES                        TO TRAIL-COUNT.
           INSPECT FUNCTION REVERSE(VI-PREFIX)
           TALLYING TRAIL-COUNT
           FOR LEADING SPACES.
           SUBTRACT TRAIL-COUNT FROM LENGTH OF VI-PREFIX
               GIVING PREFIX-LENGTH.

           IF  VI-SELECT-COLUMN NOT EQUAL SPACES
               MOVE VI-SELECT-COLUMN          TO COLUMN-NAME
               PERFORM 1150-FIND-COLUMN     THRU 1150-EXIT
               MOVE COLUMN-START              TO SEL-COL
               MOVE COLUMN-LENGTH             TO SEL-LEN.

           IF  SEL-LEN GREATER THAN LENGTH OF COLUMN-TEXT
               MOVE LENGTH OF COLUMN-TEXT     TO SEL-LEN.

           MOVE SPACES                        TO CL-NAMES.
           MOVE LOW-VALUES                    TO CL-SPANS.

           IF  VI-COLS NOT EQUAL SPACES
               MOVE 'Y'                       TO PROJECT-SW
               UNSTRING VI-COLS
                   DELIMITED BY ALL '+'
                   INTO CL-NAME(1)
                        CL-NAME(2)
                        CL-NAME(3)
                        CL-NAME(4)
                        CL-NAME(5)
                        CL-NAME(6)
                        CL-NAME(7)
                        CL-NAME(8)
               PERFORM 1160-PROJECT-COLUMN  THRU 1160-EXIT
                   VARYING CL-INDEX FROM 1 BY 1
                   UNTIL   CL-INDEX GREATER THAN 8.

           IF  VI-ORDER-COLUMN EQUAL SPACES
               GO TO 1100-EXIT.

           MOVE 'N'                           TO KEY-ORDER-SW.

           IF  FD-DOC-LENGTH GREATER THAN ZEROES
               PERFORM 1110-SCAN-SCHEMA   THRU 1110-EXIT
                   WITH TEST AFTER
                   VARYING FD-OFFSET      FROM ZEROES BY
                           LENGTH OF FD-ENTRY
                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
                   OR    COLUMN-FOUND EQUAL 'Y'.

      *****************************************************************
      * A composite index orders by its leading member only, as       *
      * ZFAM017 enforces for ?orderby= - withdraw a trailing member.  *
      *****************************************************************
           IF  COLUMN-FOUND EQUAL 'Y'
               PERFORM 1115-CHECK-LEADING THRU 1115-EXIT
                   WITH TEST AFTER
                   VARYING FD-OFFSET      FROM ZEROES BY
                           LENGTH OF FD-ENTRY
                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
                   OR    COLUMN-FOUND EQUAL 'N'.

           IF  COLUMN-FOUND NOT EQUAL 'Y'
               PERFORM 9810-STATUS-412    THRU 9810-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry against the view's sort column.      *
      *****************************************************************
       1110-SCAN-SCHEMA.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-NAME  EQUAL VI-ORDER-COLUMN
           AND FD-INDEX GREATER THAN 1
               MOVE 'Y'                       TO COLUMN-FOUND
               MOVE FD-INDEX(2:2)             TO CI-INDEX
               MOVE FD-INDEX                  TO ORDER-INDEX-NUM
               MOVE FD-COLUMN                 TO ORDER-COL-NUM.

       1110-EXIT.
           EXIT.

      *****************************************************************
      * Withdraw the match when another member of the same index      *
      * starts at a lower column.                                     *
      *****************************************************************
       1115-CHECK-LEADING.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-INDEX  EQUAL ORDER-INDEX-NUM
           AND FD-COLUMN LESS THAN ORDER-COL-NUM
               MOVE 'N'                       TO COLUMN-FOUND.

       1115-EXIT.
           EXIT.

      *****************************************************************
      * Locate COLUMN-NAME in the schema - COLUMN-START and           *
      * COLUMN-LENGTH stay zeroes when it is not there.               *
      *****************************************************************
       1150-FIND-COLUMN.
           MOVE ZEROES                        TO COLUMN-START
                                                  COLUMN-LENGTH.

           IF  FD-DOC-LENGTH GREATER THAN ZEROES
               PERFORM 1155-SCAN-COLUMN   THRU 1155-EXIT
                   WITH TEST AFTER
                   VARYING FD-OFFSET      FROM ZEROES BY
                           LENGTH OF FD-ENTRY
                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
                   OR    COLUMN-START GREATER THAN ZEROES.

       1150-EXIT.
           EXIT.

       1155-SCAN-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           IF  FD-NAME EQUAL COLUMN-NAME
               MOVE FD-COLUMN                 TO COLUMN-START
               MOVE FD-LENGTH                 TO COLUMN-LENGTH.

       1155-EXIT.
           EXIT.

      *****************************************************************
      * Resolve one projected column to its offset and length.  A     *
      * column reaching past the first segment is dropped.            *
      *****************************************************************
       1160-PROJECT-COLUMN.
           MOVE ZEROES                        TO CL-COL(CL-INDEX)
                                                  CL-LEN(CL-INDEX).

           IF  CL-NAME(CL-INDEX) EQUAL SPACES
               GO TO 1160-EXIT.

           MOVE CL-NAME(CL-INDEX)             TO COLUMN-NAME.
           PERFORM 1150-FIND-COLUMN         THRU 1150-EXIT.

           IF  COLUMN-START NOT GREATER THAN ZEROES
           OR  COLUMN-LENGTH NOT GREATER THAN ZEROES
           OR  COLUMN-START + COLUMN-LENGTH GREATER THAN THIRTY-TWO-KB
               GO TO 1160-EXIT.

           MOVE COLUMN-START                  TO CL-COL(CL-INDEX).
           MOVE COLUMN-LENGTH                 TO CL-LEN(CL-INDEX).

       1160-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the FAxxCIxx index file - from the top, or   *
      * from the end for a descending view.  The view's key range     *
      * and prefix are applied row by row, as they bound primary      *
      * keys, not index values.                                       *
      *****************************************************************
       2000-START-BROWSE.
           MOVE LOW-VALUES                  TO CI-KEY.

           IF  VI-ORDER-DIR EQUAL 'D'
               MOVE HIGH-VALUES             TO CI-KEY.

           EXEC CICS STARTBR
                FILE  (CI-FCT)
                RIDFLD(CI-KEY)
                RESP  (CI-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  CI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the KEY store for a view in key order.  An   *
      * ascending walk starts at the later of the from-key and the    *
      * prefix; a descending walk starts at the earlier of the        *
      * to-key and the prefix, each padded with HIGH-VALUES so every  *
      * key it begins is taken, or at the end of the store.           *
      *****************************************************************
       2500-START-KEYS.
           IF  VI-ORDER-DIR EQUAL 'D'
               PERFORM 2600-START-DESCEND  THRU 2600-EXIT
               GO TO 2500-EXIT.

           MOVE LOW-VALUES                  TO FK-KEY.

           IF  FROM-LENGTH GREATER THAN ZEROES
               MOVE VI-FROM-KEY(1:FROM-LENGTH)
                                            TO FK-KEY(1:FROM-LENGTH).

           MOVE LOW-VALUES                  TO BOUND-KEY.

           IF  PREFIX-LENGTH GREATER THAN ZEROES
               MOVE VI-PREFIX(1:PREFIX-LENGTH)
                    TO BOUND-KEY(1:PREFIX-LENGTH).

           IF  BOUND-KEY GREATER THAN FK-KEY
               MOVE BOUND-KEY               TO FK-KEY.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       2500-EXIT.
           EXIT.

      *****************************************************************
      * Descending key-order start.  Positioned above the bound, the  *
      * browse is established with one READNEXT and the re-read the   *
      * first READPREV answers with is consumed, as ZFAM017 does; a   *
      * bound beyond the last key browses from the end.               *
      *****************************************************************
       2600-START-DESCEND.
           MOVE HIGH-VALUES                 TO FK-KEY.

           IF  TO-LENGTH GREATER THAN ZEROES
               MOVE VI-TO-KEY(1:TO-LENGTH)  TO FK-KEY(1:TO-LENGTH).

           MOVE HIGH-VALUES                 TO BOUND-KEY.

           IF  PREFIX-LENGTH GREATER THAN ZEROES
               MOVE VI-PREFIX(1:PREFIX-LENGTH)
                    TO BOUND-KEY(1:PREFIX-LENGTH).

           IF  BOUND-KEY LESS THAN FK-KEY
               MOVE BOUND-KEY               TO FK-KEY.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-KEY EQUAL HIGH-VALUES
               GO TO 2600-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2650-RESET-TO-END   THRU 2650-EXIT
               GO TO 2600-EXIT.

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
               PERFORM 2650-RESET-TO-END   THRU 2650-EXIT
               GO TO 2600-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READPREV
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       2600-EXIT.
           EXIT.

      *****************************************************************
      * Re-position the KEY store browse at its end so READPREV walks *
      * backward from the last key.                                   *
      *****************************************************************
       2650-RESET-TO-END.
           EXEC CICS ENDBR
                FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

           MOVE HIGH-VALUES                 TO FK-KEY.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       2650-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the FAxxCIxx index file.                       *
      *****************************************************************
       2900-END-BROWSE.
           EXEC CICS ENDBR
                FILE(CI-FCT)
                NOHANDLE
           END-EXEC.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the KEY store.                                 *
      *****************************************************************
       2950-END-KEYS.
           EXEC CICS ENDBR
                FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

       2950-EXIT.
           EXIT.

      *****************************************************************
      * Read the next index entry in the view's order, bound its      *
      * primary key by the view's range and prefix, and append the    *
      * row when it passes the select.                                *
      *****************************************************************
       3000-PROCESS-INDEX.
           PERFORM 3050-CHECK-BUDGET      THRU 3050-EXIT.

           IF  BROWSE-COMPLETE EQUAL 'Y'
               GO TO 3000-EXIT.

           MOVE LENGTH OF CI-RECORD         TO CI-LENGTH.

           IF  VI-ORDER-DIR EQUAL 'D'
               EXEC CICS READPREV
                    FILE  (CI-FCT)
                    INTO  (CI-RECORD)
                    RIDFLD(CI-KEY)
                    LENGTH(CI-LENGTH)
                    RESP  (CI-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
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
               GO TO 3000-EXIT.

           ADD  ONE                         TO SCAN-COUNT.

           MOVE CI-DS                       TO FF-DDNAME.
           MOVE CI-I-KEY                    TO FF-KEY.

           PERFORM 3100-READ-ROW          THRU 3100-EXIT.

           IF  ROW-OK-SW NOT EQUAL 'Y'
               GO TO 3000-EXIT.

           MOVE FF-FK-KEY                   TO ROW-KEY.
           PERFORM 3300-CHECK-KEY         THRU 3300-EXIT.

           IF  KEY-STATE NOT EQUAL 'Y'
               GO TO 3000-EXIT.

           PERFORM 3400-CHECK-SELECT      THRU 3400-EXIT.

           IF  ROW-MATCH-SW EQUAL 'Y'
               PERFORM 3200-APPEND-ROW    THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Stop the walk - answering 206 with the rows so far - when the *
      * deadline budget is spent or SCAN-LIMIT entries have been      *
      * examined.                                                     *
      *****************************************************************
       3050-CHECK-BUDGET.
           PERFORM 9660-CHECK-DEADLINE    THRU 9660-EXIT.

           IF  DL-EXPIRED-SW EQUAL 'Y'
           OR  SCAN-COUNT NOT LESS THAN SCAN-LIMIT
               MOVE 'Y'                     TO BROWSE-COMPLETE
                                                PARTIAL-STOP-SW.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Read the first FILE store segment at FF-DDNAME/FF-KEY.  A     *
      * dangling entry, or a segment failing its checksum, is         *
      * skipped rather than failing the walk.                         *
      *****************************************************************
       3100-READ-ROW.
           MOVE 'N'                          TO ROW-OK-SW.

           MOVE ONE                          TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
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

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3100-EXIT.

           IF  MN-SEGMENTS LESS THAN 9999
               ADD 1                         TO MN-SEGMENTS.

           MOVE 'N'                          TO CHECKSUM-MISMATCH.
           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.
           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               GO TO 3100-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.
           PERFORM 3110-MASK-ROW           THRU 3110-EXIT.

           MOVE 'Y'                          TO ROW-OK-SW.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * With masks in force, mask the row's first segment, where its  *
      * columns lie.  A Content-Encoded row has no columns to mask    *
      * and refuses the view.  A KEY store walk already holds the     *
      * row's KEY record; an index walk reads it.                     *
      *****************************************************************
       3110-MASK-ROW.
           IF  DM-ACTIVE-SW NOT EQUAL 'Y'
               GO TO 3110-EXIT.

           IF  KEY-ORDER-SW EQUAL 'Y'
               GO TO 3110-ENCODING.

           MOVE FF-FK-KEY                      TO FK-KEY.
           MOVE LENGTH OF FK-RECORD            TO FK-LENGTH.

           EXEC CICS READ
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '09'                       TO CA090-REASON
               PERFORM 9820-STATUS-403       THRU 9820-EXIT.

       3110-ENCODING.
           IF  FK-ENCODING NOT EQUAL SPACES
               MOVE '08'                       TO CA090-REASON
               PERFORM 9820-STATUS-403       THRU 9820-EXIT.

           IF  FF-LENGTH NOT GREATER THAN ZEROES
               GO TO 3110-EXIT.

           MOVE FF-LENGTH                      TO DM-LENGTH.
           MOVE FF-DATA(1:DM-LENGTH)           TO DM-DATA(1:DM-LENGTH).
           MOVE 'A'                            TO DM-FUNCTION.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DM-RETURN-CODE NOT EQUAL '00'
               MOVE '09'                       TO CA090-REASON
               PERFORM 9820-STATUS-403       THRU 9820-EXIT.

           MOVE DM-DATA(1:DM-LENGTH)           TO FF-DATA(1:DM-LENGTH).

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Append one row to the response buffer - a JSON object, or     *
      * keylen/key/datalen/data framing when no delimiter was         *
      * supplied, or delimiter-separated fields otherwise.  A view    *
      * with a projection frames the projected columns as the data.   *
      *****************************************************************
       3200-APPEND-ROW.
           IF  JSON-REQUEST-SW EQUAL 'Y'
               PERFORM 3450-JSON-ROW      THRU 3450-EXIT
               GO TO 3200-EXIT.

           IF  PROJECT-SW EQUAL 'Y'
               PERFORM 3250-PROJECT-ROW   THRU 3250-EXIT.

           MOVE ZEROES                       TO TRAILING-NULLS.
           INSPECT FUNCTION REVERSE(ROW-KEY)
           TALLYING TRAILING-NULLS
           FOR LEADING LOW-VALUES.

           SUBTRACT TRAILING-NULLS FROM TWO-FIFTY-FIVE
               GIVING OB-KEY-LEN.

           IF  OB-KEY-LEN NOT GREATER THAN ZEROES
               MOVE ONE                      TO OB-KEY-LEN.

           SET ADDRESS OF ZFAM-MESSAGE       TO OB-CURRENT.

           IF  GET-CA-DELIM EQUAL LOW-VALUES OR SPACES
               MOVE OB-KEY-LEN               TO OB-KEYLEN-D
               MOVE OB-KEYLEN-D              TO ZFAM-MESSAGE(1:3)
               MOVE ROW-KEY(1:OB-KEY-LEN)
                    TO ZFAM-MESSAGE(4:OB-KEY-LEN)
               MOVE FF-LENGTH                TO OB-DATALEN-D
               MOVE OB-DATALEN-D
                    TO ZFAM-MESSAGE(OB-KEY-LEN + 4:7)
               COMPUTE OB-CURRENT-X =
                       OB-CURRENT-X + TEN + OB-KEY-LEN
               COMPUTE OB-TOTAL =
                       OB-TOTAL + TEN + OB-KEY-LEN
           ELSE
               MOVE ROW-KEY(1:OB-KEY-LEN)
                    TO ZFAM-MESSAGE(1:OB-KEY-LEN)
               MOVE GET-CA-DELIM
                    TO ZFAM-MESSAGE(OB-KEY-LEN + 1:1)
               COMPUTE OB-CURRENT-X =
                       OB-CURRENT-X + OB-KEY-LEN + 1
               COMPUTE OB-TOTAL =
                       OB-TOTAL + OB-KEY-LEN + 1.

           SET ADDRESS OF ZFAM-MESSAGE       TO OB-CURRENT.

           IF  FF-LENGTH GREATER THAN ZEROES
               MOVE FF-DATA(1:FF-LENGTH)
                    TO ZFAM-MESSAGE(1:FF-LENGTH)
               ADD  FF-LENGTH                TO OB-CURRENT-X
                                                 OB-TOTAL.

           IF  GET-CA-DELIM NOT EQUAL LOW-VALUES
           AND GET-CA-DELIM NOT EQUAL SPACES
               SET ADDRESS OF ZFAM-MESSAGE   TO OB-CURRENT
               MOVE GET-CA-DELIM             TO ZFAM-MESSAGE(1:1)
               ADD  ONE                      TO OB-CURRENT-X
                                                 OB-TOTAL.

           PERFORM 3290-ROW-ADDED         THRU 3290-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Replace FF-DATA with the projected columns, pipe-delimited in *
      * the view's order as ?cols= sends them.                        *
      *****************************************************************
       3250-PROJECT-ROW.
           MOVE SPACES                        TO PJ-BUFFER.
           MOVE ZEROES                        TO PJ-LENGTH.

           PERFORM 3260-PROJECT-COLUMN      THRU 3260-EXIT
               VARYING CL-INDEX FROM 1 BY 1
               UNTIL   CL-INDEX GREATER THAN 8.

           MOVE PJ-LENGTH                     TO FF-LENGTH.

           IF  PJ-LENGTH GREATER THAN ZEROES
               MOVE PJ-BUFFER(1:PJ-LENGTH)    TO FF-DATA(1:PJ-LENGTH).

       3250-EXIT.
           EXIT.

       3260-PROJECT-COLUMN.
           IF  CL-LEN(CL-INDEX) NOT GREATER THAN ZEROES
           OR  PJ-LENGTH + CL-LEN(CL-INDEX) + ONE
                   GREATER THAN LENGTH OF PJ-BUFFER
               GO TO 3260-EXIT.

           IF  PJ-LENGTH GREATER THAN ZEROES
               ADD  ONE                       TO PJ-LENGTH
               MOVE PIPE-DELIM                TO PJ-BUFFER(PJ-LENGTH:1).

           MOVE FF-DATA(CL-COL(CL-INDEX):CL-LEN(CL-INDEX))
             TO PJ-BUFFER(PJ-LENGTH + 1:CL-LEN(CL-INDEX)).
           ADD  CL-LEN(CL-INDEX)              TO PJ-LENGTH.

       3260-EXIT.
           EXIT.

      *****************************************************************
      * Count the row, note its key for zFAM-LastKey, and end the     *
      * walk - with 206 - once the response buffer is nearly full.    *
      *****************************************************************
       3290-ROW-ADDED.
           ADD  ONE                          TO ROWS-COUNT.
           MOVE ROW-KEY                      TO LAST-KEY.

           IF  OB-TOTAL GREATER THAN
               THREE-POINT-TWO-MB - THIRTY-TWO-KB - TWO-FIFTY-FIVE
               MOVE 'Y'                      TO BROWSE-COMPLETE
                                                 PARTIAL-STOP-SW.

       3290-EXIT.
           EXIT.

      *****************************************************************
      * Bound a row's primary key by the view's range and prefix,     *
      * each compared over its own significant length.  KEY-STATE     *
      * answers Y - in the view, N - skip it, E - on a key-order      *
      * walk, past the range or prefix in the walk's direction, so    *
      * no later key can qualify.                                     *
      *****************************************************************
       3300-CHECK-KEY.
           MOVE 'E'                           TO KEY-STATE.

           IF  KEY-ORDER-SW EQUAL 'Y'
           AND VI-ORDER-DIR NOT EQUAL 'D'
           AND TO-LENGTH GREATER THAN ZEROES
           AND ROW-KEY(1:TO-LENGTH) GREATER THAN
               VI-TO-KEY(1:TO-LENGTH)
               GO TO 3300-EXIT.

           IF  KEY-ORDER-SW EQUAL 'Y'
           AND VI-ORDER-DIR NOT EQUAL 'D'
           AND PREFIX-LENGTH GREATER THAN ZEROES
           AND ROW-KEY(1:PREFIX-LENGTH) GREATER THAN
               VI-PREFIX(1:PREFIX-LENGTH)
               GO TO 3300-EXIT.

           IF  KEY-ORDER-SW EQUAL 'Y'
           AND VI-ORDER-DIR EQUAL 'D'
           AND FROM-LENGTH GREATER THAN ZEROES
           AND ROW-KEY(1:FROM-LENGTH) LESS THAN
               VI-FROM-KEY(1:FROM-LENGTH)
               GO TO 3300-EXIT.

           IF  KEY-ORDER-SW EQUAL 'Y'
           AND VI-ORDER-DIR EQUAL 'D'
           AND PREFIX-LENGTH GREATER THAN ZEROES
           AND ROW-KEY(1:PREFIX-LENGTH) LESS THAN
               VI-PREFIX(1:PREFIX-LENGTH)
               GO TO 3300-EXIT.

           MOVE 'N'                           TO KEY-STATE.

           IF  FROM-LENGTH GREATER THAN ZEROES
           AND ROW-KEY(1:FROM-LENGTH) LESS THAN
               VI-FROM-KEY(1:FROM-LENGTH)
               GO TO 3300-EXIT.

           IF  TO-LENGTH GREATER THAN ZEROES
           AND ROW-KEY(1:TO-LENGTH) GREATER THAN
               VI-TO-KEY(1:TO-LENGTH)
               GO TO 3300-EXIT.

           IF  PREFIX-LENGTH GREATER THAN ZEROES
           AND ROW-KEY(1:PREFIX-LENGTH) NOT EQUAL
               VI-PREFIX(1:PREFIX-LENGTH)
               GO TO 3300-EXIT.

           MOVE 'Y'                           TO KEY-STATE.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Apply the view's select to the row's first segment - the      *
      * column as text against VI-SELECT-VALUE, as ZFAM181 tests a    *
      * trigger rule's column.  No select passes every row; a select  *
      * column not in the schema, or past the segment, passes none.   *
      *****************************************************************
       3400-CHECK-SELECT.
           MOVE 'Y'                           TO ROW-MATCH-SW.

           IF  VI-SELECT-COLUMN EQUAL SPACES
               GO TO 3400-EXIT.

           MOVE 'N'                           TO ROW-MATCH-SW.

           IF  SEL-COL NOT GREATER THAN ZEROES
           OR  SEL-LEN NOT GREATER THAN ZEROES
               GO TO 3400-EXIT.

           COMPUTE COLUMN-END = SEL-COL + SEL-LEN - 1.

           IF  COLUMN-END GREATER THAN FF-LENGTH
               GO TO 3400-EXIT.

           MOVE SPACES                        TO COLUMN-TEXT.
           MOVE FF-DATA(SEL-COL:SEL-LEN)      TO COLUMN-TEXT(1:SEL-LEN).

           IF  VI-SELECT-OPERATOR EQUAL 'EQ'
           AND COLUMN-TEXT EQUAL VI-SELECT-VALUE
               MOVE 'Y'                       TO ROW-MATCH-SW.

           IF  VI-SELECT-OPERATOR EQUAL 'NE'
           AND COLUMN-TEXT NOT EQUAL VI-SELECT-VALUE
               MOVE 'Y'                       TO ROW-MATCH-SW.

           IF  VI-SELECT-OPERATOR EQUAL 'GT'
           AND COLUMN-TEXT GREATER THAN VI-SELECT-VALUE
               MOVE 'Y'                       TO ROW-MATCH-SW.

           IF  VI-SELECT-OPERATOR EQUAL 'GE'
           AND COLUMN-TEXT NOT LESS THAN VI-SELECT-VALUE
               MOVE 'Y'                       TO ROW-MATCH-SW.

           IF  VI-SELECT-OPERATOR EQUAL 'LT'
           AND COLUMN-TEXT LESS THAN VI-SELECT-VALUE
               MOVE 'Y'                       TO ROW-MATCH-SW.

           IF  VI-SELECT-OPERATOR EQUAL 'LE'
           AND COLUMN-TEXT NOT GREATER THAN VI-SELECT-VALUE
               MOVE 'Y'                       TO ROW-MATCH-SW.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * JSON mode - render the row's object and append it to the      *
      * array, '[' ahead of the first row and ',' between rows.  A    *
      * full buffer ends the walk as the framing does.                *
      *****************************************************************
       3450-JSON-ROW.
           PERFORM 3460-JSON-BUILD        THRU 3460-EXIT.

           IF  OB-TOTAL + JS-LENGTH + 2 GREATER THAN
               THREE-POINT-TWO-MB - TWO-FIFTY-FIVE
               MOVE 'Y'                      TO BROWSE-COMPLETE
                                                 PARTIAL-STOP-SW
               GO TO 3450-EXIT.

           SET ADDRESS OF ZFAM-MESSAGE       TO OB-CURRENT.

           IF  JSON-ROW-FIRST-SW EQUAL 'Y'
               MOVE 'N'                      TO JSON-ROW-FIRST-SW
               MOVE '['                      TO ZFAM-MESSAGE(1:1)
           ELSE
               MOVE ','                      TO ZFAM-MESSAGE(1:1).

           MOVE JS-ROW(1:JS-LENGTH)
             TO ZFAM-MESSAGE(2:JS-LENGTH).

           COMPUTE OB-CURRENT-X = OB-CURRENT-X + JS-LENGTH + 1.
           COMPUTE OB-TOTAL     = OB-TOTAL     + JS-LENGTH + 1.

           PERFORM 3290-ROW-ADDED         THRU 3290-EXIT.

       3450-EXIT.
           EXIT.

      *****************************************************************
      * Render one row's object into JS-ROW - the projected columns   *
      * in the view's order, or every schema column.                  *
      *****************************************************************
       3460-JSON-BUILD.
           MOVE SPACES                  TO JS-ROW.
           MOVE '{'                     TO JS-ROW(1:1).
           MOVE 1                       TO JS-LENGTH.
           MOVE 'Y'                     TO JS-FIRST-SW.

           IF  PROJECT-SW EQUAL 'Y'
               PERFORM 3465-JSON-PROJECTED THRU 3465-EXIT
                   VARYING CL-INDEX FROM 1 BY 1
                   UNTIL   CL-INDEX GREATER THAN 8
           ELSE
               PERFORM 3470-JSON-COLUMN   THRU 3470-EXIT
                   WITH TEST AFTER
                   VARYING FD-OFFSET        FROM ZEROES BY
                           LENGTH OF FD-ENTRY
                   UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH.

           ADD  1                       TO JS-LENGTH.
           MOVE '}'                     TO JS-ROW(JS-LENGTH:1).

       3460-EXIT.
           EXIT.

      *****************************************************************
      * Stage one projected column for 3480-JSON-FIELD.               *
      *****************************************************************
       3465-JSON-PROJECTED.
           IF  CL-LEN(CL-INDEX) NOT GREATER THAN ZEROES
               GO TO 3465-EXIT.

           MOVE CL-NAME(CL-INDEX)       TO JS-NAME.
           MOVE CL-COL(CL-INDEX)        TO JS-COL.
           MOVE CL-LEN(CL-INDEX)        TO JS-LEN.

           PERFORM 3480-JSON-FIELD    THRU 3480-EXIT.

       3465-EXIT.
           EXIT.

      *****************************************************************
      * Stage one schema column for 3480-JSON-FIELD.                  *
      *****************************************************************
       3470-JSON-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                        TO FD-ENTRY.

           MOVE FD-NAME                 TO JS-NAME.
           MOVE FD-COLUMN               TO JS-COL.
           MOVE FD-LENGTH               TO JS-LEN.

           IF  FD-NAME EQUAL SPACES
           OR  JS-COL NOT GREATER THAN ZEROES
           OR  JS-LEN NOT GREATER THAN ZEROES
           OR  JS-COL + JS-LEN GREATER THAN THIRTY-TWO-KB
               GO TO 3470-EXIT.

           PERFORM 3480-JSON-FIELD    THRU 3480-EXIT.

       3470-EXIT.
           EXIT.

      *****************************************************************
      * Append one column as a named field - an all-digit value as a  *
      * bare number, anything else quoted with trailing spaces        *
      * trimmed and double quotes softened to apostrophes.            *
      *****************************************************************
       3480-JSON-FIELD.
           IF  JS-LEN GREATER THAN LENGTH OF JS-VALUE
               MOVE LENGTH OF JS-VALUE  TO JS-LEN.

           MOVE ZEROES                  TO JS-NAME-TRAIL.
           INSPECT FUNCTION REVERSE(JS-NAME)
           TALLYING JS-NAME-TRAIL
           FOR LEADING SPACES.

           SUBTRACT JS-NAME-TRAIL
               FROM LENGTH OF JS-NAME
               GIVING JS-NAME-LEN.

           MOVE SPACES                  TO JS-VALUE.
           MOVE FF-DATA(JS-COL:JS-LEN)  TO JS-VALUE(1:JS-LEN).

           INSPECT JS-VALUE
           REPLACING ALL LOW-VALUES BY SPACES.

           INSPECT JS-VALUE
           REPLACING ALL '"' BY "'".

           MOVE ZEROES                  TO JS-VAL-TRAIL.
           INSPECT FUNCTION REVERSE(JS-VALUE)
           TALLYING JS-VAL-TRAIL
           FOR LEADING SPACES.

           SUBTRACT JS-VAL-TRAIL
               FROM LENGTH OF JS-VALUE
               GIVING JS-VAL-LEN.

           IF  JS-LENGTH + JS-NAME-LEN + JS-VAL-LEN + 8
                   GREATER THAN LENGTH OF JS-ROW
               GO TO 3480-EXIT.

           IF  JS-FIRST-SW EQUAL 'Y'
               MOVE 'N'                 TO JS-FIRST-SW
           ELSE
               ADD  1                   TO JS-LENGTH
               MOVE ','                 TO JS-ROW(JS-LENGTH:1).

           ADD  1                       TO JS-LENGTH.
           MOVE '"'                     TO JS-ROW(JS-LENGTH:1).
           MOVE JS-NAME(1:JS-NAME-LEN)
             TO JS-ROW(JS-LENGTH + 1:JS-NAME-LEN).
           ADD  JS-NAME-LEN             TO JS-LENGTH.
           ADD  1                       TO JS-LENGTH.
           MOVE '"'                     TO JS-ROW(JS-LENGTH:1).
           ADD  1                       TO JS-LENGTH.
           MOVE ':'                     TO JS-ROW(JS-LENGTH:1).

           MOVE ZEROES                  TO JS-DIGITS.
           IF  JS-VAL-LEN GREATER THAN ZEROES
               INSPECT JS-VALUE(1:JS-VAL-LEN)
               TALLYING JS-DIGITS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.

           IF  JS-VAL-LEN GREATER THAN ZEROES
           AND JS-DIGITS EQUAL JS-VAL-LEN
               MOVE JS-VALUE(1:JS-VAL-LEN)
                 TO JS-ROW(JS-LENGTH + 1:JS-VAL-LEN)
               ADD  JS-VAL-LEN          TO JS-LENGTH
               GO TO 3480-EXIT.

           ADD  1                       TO JS-LENGTH.
           MOVE '"'                     TO JS-ROW(JS-LENGTH:1).

           IF  JS-VAL-LEN GREATER THAN ZEROES
               MOVE JS-VALUE(1:JS-VAL-LEN)
                 TO JS-ROW(JS-LENGTH + 1:JS-VAL-LEN)
               ADD  JS-VAL-LEN          TO JS-LENGTH.

           ADD  1                       TO JS-LENGTH.
           MOVE '"'                     TO JS-ROW(JS-LENGTH:1).

       3480-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY store entry in the view's direction, bound  *
      * it by the range and prefix, and append its row when it is     *
      * live and passes the select.  Deleted keys, event control      *
      * records, aliases and in-flight intents are not rows.          *
      *****************************************************************
       3500-PROCESS-KEY.
           PERFORM 3050-CHECK-BUDGET      THRU 3050-EXIT.

           IF  BROWSE-COMPLETE EQUAL 'Y'
               GO TO 3500-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           IF  VI-ORDER-DIR EQUAL 'D'
               EXEC CICS READPREV
                    FILE  (FK-FCT)
                    INTO  (FK-RECORD)
                    RIDFLD(FK-KEY)
                    LENGTH(FK-LENGTH)
                    RESP  (FK-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
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
               GO TO 3500-EXIT.

           ADD  ONE                         TO SCAN-COUNT.

           MOVE FK-KEY                      TO ROW-KEY.
           PERFORM 3300-CHECK-KEY         THRU 3300-EXIT.

           IF  KEY-STATE EQUAL 'E'
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 3500-EXIT.

           IF  KEY-STATE NOT EQUAL 'Y'
               GO TO 3500-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
           OR  FK-ALIAS   EQUAL 'Y'
           OR  FK-INTENT  EQUAL 'Y'
               GO TO 3500-EXIT.

           MOVE FK-DDNAME                   TO FF-DDNAME.
           MOVE FK-FF-KEY                   TO FF-KEY.

           PERFORM 3100-READ-ROW          THRU 3100-EXIT.

           IF  ROW-OK-SW NOT EQUAL 'Y'
               GO TO 3500-EXIT.

           PERFORM 3400-CHECK-SELECT      THRU 3400-EXIT.

           IF  ROW-MATCH-SW EQUAL 'Y'
               PERFORM 3200-APPEND-ROW    THRU 3200-EXIT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Send the view's rows, with zFAM-Rows, the last row's key in   *
      * zFAM-LastKey and the view name in zFAM-View.                  *
      *****************************************************************
       4000-SEND-RESPONSE.
           IF  ROWS-COUNT EQUAL ZEROES
               PERFORM 9700-STATUS-204     THRU 9700-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE HTTP-STATUS-200              TO HTTP-STATUS.

           IF  PARTIAL-STOP-SW EQUAL 'Y'
               MOVE HTTP-STATUS-206          TO HTTP-STATUS.

           MOVE ROWS-COUNT                   TO ROWS-DISPLAY.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HEADER-ROWS-LENGTH)
                VALUE      (ROWS-DISPLAY)
                VALUELENGTH(ROWS-DISPLAY-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                       TO TRAILING-NULLS.
           INSPECT FUNCTION REVERSE(LAST-KEY)
           TALLYING TRAILING-NULLS
           FOR LEADING LOW-VALUES.

           SUBTRACT TRAILING-NULLS FROM TWO-FIFTY-FIVE
               GIVING LAST-KEY-LENGTH.

           IF  LAST-KEY-LENGTH GREATER THAN ZEROES
               EXEC CICS WEB WRITE
                    HTTPHEADER (HEADER-LASTKEY)
                    NAMELENGTH (HEADER-LASTKEY-LENGTH)
                    VALUE      (LAST-KEY)
                    VALUELENGTH(LAST-KEY-LENGTH)
                    NOHANDLE
               END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-VIEW)
                NAMELENGTH (HEADER-VIEW-LENGTH)
                VALUE      (VI-NAME)
                VALUELENGTH(VIEW-NAME-LENGTH)
                NOHANDLE
           END-EXEC.

      *****************************************************************
      * JSON mode closes its array before the send.                   *
      *****************************************************************
           IF  JSON-REQUEST-SW EQUAL 'Y'
               SET ADDRESS OF ZFAM-MESSAGE   TO OB-CURRENT
               MOVE ']'                      TO ZFAM-MESSAGE(1:1)
               ADD  ONE                      TO OB-TOTAL.

           MOVE FF-MEDIA                     TO WEB-MEDIA-TYPE.

           IF  PROJECT-SW EQUAL 'Y'
               MOVE TEXT-PLAIN               TO WEB-MEDIA-TYPE.

           IF  JSON-REQUEST-SW EQUAL 'Y'
               MOVE APPLICATION-JSON         TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN               TO WEB-MEDIA-TYPE.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           SET ADDRESS OF ZFAM-MESSAGE       TO OB-ADDRESS.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               EXEC CICS WEB SEND
                    FROM      (ZFAM-MESSAGE)
                    FROMLENGTH(OB-TOTAL)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (ZFAM-MESSAGE)
                    FROMLENGTH(OB-TOTAL)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC.

           MOVE HTTP-STATUS                  TO MN-HTTP-STATUS.
           MOVE OB-TOTAL                     TO MN-BYTES-OUT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Count the call against the view - one READ UPDATE and         *
      * REWRITE of its FAxxVI record, held only for the moment it     *
      * takes.  A view changed or deleted from the console while the  *
      * walk ran is left as the console left it, and a failure to     *
      * count never fails the call.                                   *
      *****************************************************************
       8000-COUNT-USE.
           MOVE LENGTH OF VI-RECORD          TO VI-LENGTH.

           EXEC CICS READ FILE(VI-FCT)
                INTO  (VI-RECORD)
                RIDFLD(VI-NAME)
                LENGTH(VI-LENGTH)
                UPDATE
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8000-EXIT.

           IF  VI-USES NOT NUMERIC
               MOVE ZEROES                   TO VI-USES.

           IF  VI-USES LESS THAN 999999999
               ADD  ONE                      TO VI-USES.

           EXEC CICS ASKTIME ABSTIME(VI-LAST-USED-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS REWRITE FILE(VI-FCT)
                FROM  (VI-RECORD)
                LENGTH(VI-LENGTH)
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           PERFORM 9056-RECORD-LATENCY    THRU 9056-EXIT.
           PERFORM 9078-CLEAR-INFLIGHT    THRU 9078-EXIT.

           PERFORM 9085-MONITOR-POINT      THRU 9085-EXIT.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Move the request's zFAM detail into the CICS monitoring user  *
      * field (ZFAMMNC), with the status, bytes out and segments      *
      * this program sent.  Monitoring never fails a request - a      *
      * region without the MCT entry ignores the point.               *
      *****************************************************************
       9085-MONITOR-POINT.
           MOVE EIBTRNID                     TO MN-TABLE.
           MOVE 'ZFAM182 '                   TO MN-PROGRAM.

           SET MN-ADDRESS TO ADDRESS OF MN-RECORD.
           MOVE LENGTH OF MN-RECORD          TO MN-DATA2.

           EXEC CICS MONITOR POINT(MN-POINT)
                ENTRYNAME(MN-ENTRYNAME)
                DATA1    (MN-DATA1)
                DATA2    (MN-DATA2)
                NOHANDLE
           END-EXEC.

       9085-EXIT.
           EXIT.

      *****************************************************************
      * Count this walk's elapsed time into the table's latency       *
      * histogram under the browse verb class (see ZFAMLHC).          *
      *****************************************************************
       9056-RECORD-LATENCY.
           EXEC CICS ASKTIME ABSTIME(LH-END-ABS) NOHANDLE
           END-EXEC.

           SUBTRACT LH-START-ABS FROM LH-END-ABS
               GIVING LH-MILLISECONDS.

           IF  LH-MILLISECONDS LESS THAN ZEROES
               MOVE ZEROES                   TO LH-MILLISECONDS.

           MOVE 5                            TO LH-VERB-SUB.
           PERFORM 9057-BUMP-LATENCY       THRU 9057-EXIT.

       9056-EXIT.
           EXIT.

      *****************************************************************
      * Add one to the LH-MILLISECONDS bucket of verb LH-VERB-SUB on  *
      * the table's ZFAM##LH queue.                                   *
      *****************************************************************
       9057-BUMP-LATENCY.
           MOVE ZEROES                       TO LH-HIT.

           PERFORM 9057-FIND-BUCKET        THRU 9057-BUCKET-EXIT
               VARYING LH-SUB FROM 1 BY 1
               UNTIL   LH-SUB GREATER THAN LH-BUCKETS
               OR      LH-HIT GREATER THAN ZEROES.

           IF  LH-HIT EQUAL ZEROES
               MOVE LH-BUCKETS               TO LH-HIT.

           MOVE EIBTRNID(3:2)                TO LH-TSQ(5:2).
           MOVE 'LH'                         TO LH-TSQ(7:2).
           MOVE 1                            TO LH-ITEM.
           MOVE LENGTH OF LH-ENTRY           TO LH-LENGTH.

           EXEC CICS READQ TS QUEUE(LH-TSQ)
                INTO  (LH-ENTRY)
                LENGTH(LH-LENGTH)
                ITEM  (LH-ITEM)
                RESP  (LH-RESP)
                NOHANDLE
           END-EXEC.

           IF  LH-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO LH-ENTRY.

           ADD 1                   TO LH-COUNT(LH-VERB-SUB LH-HIT).

           MOVE LENGTH OF LH-ENTRY           TO LH-LENGTH.

           IF  LH-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(LH-TSQ)
                    FROM  (LH-ENTRY)
                    LENGTH(LH-LENGTH)
                    ITEM  (LH-ITEM)
                    REWRITE
                    RESP  (LH-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE 1                        TO LH-ITEM
               EXEC CICS WRITEQ TS QUEUE(LH-TSQ)
                    FROM  (LH-ENTRY)
                    LENGTH(LH-LENGTH)
                    ITEM  (LH-ITEM)
                    RESP  (LH-RESP)
                    NOHANDLE
               END-EXEC.

       9057-EXIT.
           EXIT.

       9057-FIND-BUCKET.
           IF  LH-MILLISECONDS NOT GREATER THAN LH-BOUND(LH-SUB)
               MOVE LH-SUB                   TO LH-HIT.

       9057-BUCKET-EXIT.
           EXIT.

      *****************************************************************
      * Register this walk in the region's in-flight activity table   *
      * and clear it on the way out, as ZFAM017 does (see ZFAMIFC).   *
      *****************************************************************
       9077-REGISTER-INFLIGHT.
           EXEC CICS ASKTIME ABSTIME(IF-NOW-ABS) NOHANDLE
           END-EXEC.

           MOVE IF-NOW-ABS                   TO LH-START-ABS.

           MOVE LENGTH OF IF-STATE           TO IF-LENGTH.
           MOVE 1                            TO IF-ITEM.

           EXEC CICS READQ TS QUEUE(IF-TSQ)
                INTO  (IF-STATE)
                LENGTH(IF-LENGTH)
                ITEM  (IF-ITEM)
                RESP  (IF-RESP)
                NOHANDLE
           END-EXEC.

           IF  IF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE LOW-VALUES               TO IF-STATE
               MOVE ZEROES                   TO IF-COUNT.

           MOVE ZEROES                       TO IF-HIT.

           PERFORM 9079-FIND-FREE-SLOT     THRU 9079-EXIT
               VARYING IF-SUB FROM 1 BY 1
               UNTIL   IF-SUB GREATER THAN IF-MAX-SLOTS
               OR      IF-HIT GREATER THAN ZEROES.

           IF  IF-HIT EQUAL ZEROES
               GO TO 9077-EXIT.

           MOVE 'Y'                          TO IF-IN-USE(IF-HIT).
           MOVE EIBTASKN                     TO IF-TASKNUM(IF-HIT).
           MOVE EIBTRNID                     TO IF-TRANID(IF-HIT).
           MOVE 'VIEW    '                   TO IF-VERB(IF-HIT).
           MOVE SPACES                       TO IF-KEY(IF-HIT).
           MOVE VI-NAME                      TO IF-KEY(IF-HIT).
           MOVE IF-NOW-ABS                   TO IF-START-ABS(IF-HIT).

           IF  IF-HIT GREATER THAN IF-COUNT
               MOVE IF-HIT                   TO IF-COUNT.

           PERFORM 9077-SAVE-STATE         THRU 9077-SAVE-EXIT.

       9077-EXIT.
           EXIT.

      *****************************************************************
      * Rewrite (or first-write) the activity table item.             *
      *****************************************************************
       9077-SAVE-STATE.
           MOVE LENGTH OF IF-STATE           TO IF-LENGTH.
           MOVE 1                            TO IF-ITEM.

           IF  IF-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(IF-TSQ)
                    FROM  (IF-STATE)
                    LENGTH(IF-LENGTH)
                    ITEM  (IF-ITEM)
                    REWRITE
                    RESP  (IF-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(IF-TSQ)
                    FROM  (IF-STATE)
                    LENGTH(IF-LENGTH)
                    ITEM  (IF-ITEM)
                    RESP  (IF-RESP)
                    NOHANDLE
               END-EXEC.

       9077-SAVE-EXIT.
           EXIT.

      *****************************************************************
      * Clear this task's slot on the way out.                        *
      *****************************************************************
       9078-CLEAR-INFLIGHT.
           MOVE LENGTH OF IF-STATE           TO IF-LENGTH.
           MOVE 1                            TO IF-ITEM.

           EXEC CICS READQ TS QUEUE(IF-TSQ)
                INTO  (IF-STATE)
                LENGTH(IF-LENGTH)
                ITEM  (IF-ITEM)
                RESP  (IF-RESP)
                NOHANDLE
           END-EXEC.

           IF  IF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 9078-EXIT.

           MOVE ZEROES                       TO IF-HIT.

           PERFORM 9079-FIND-MINE          THRU 9079-MINE-EXIT
               VARYING IF-SUB FROM 1 BY 1
               UNTIL   IF-SUB GREATER THAN IF-COUNT
               OR      IF-HIT GREATER THAN ZEROES.

           IF  IF-HIT GREATER THAN ZEROES
               MOVE SPACES                   TO IF-IN-USE(IF-HIT)
                                                 IF-TRANID(IF-HIT)
                                                 IF-VERB(IF-HIT)
                                                 IF-KEY(IF-HIT)
               MOVE ZEROES                   TO IF-TASKNUM(IF-HIT)
                                                 IF-START-ABS(IF-HIT)
               PERFORM 9077-SAVE-STATE     THRU 9077-SAVE-EXIT.

       9078-EXIT.
           EXIT.

      *****************************************************************
      * Slot scans for the activity table.                            *
      *****************************************************************
       9079-FIND-FREE-SLOT.
           IF  IF-IN-USE(IF-SUB) NOT EQUAL 'Y'
               MOVE IF-SUB                   TO IF-HIT.

       9079-EXIT.
           EXIT.

       9079-FIND-MINE.
           IF  IF-IN-USE(IF-SUB)  EQUAL 'Y'
           AND IF-TASKNUM(IF-SUB) EQUAL EIBTASKN
               MOVE IF-SUB                   TO IF-HIT.

       9079-MINE-EXIT.
           EXIT.

      *****************************************************************
      * Check the armed deadline budget, sampling the clock every     *
      * DL-CHECK-INTERVAL rows to keep the walk cheap.                *
      *****************************************************************
       9660-CHECK-DEADLINE.
           IF  DL-ACTIVE-SW  NOT EQUAL 'Y'
           OR  DL-EXPIRED-SW EQUAL 'Y'
               GO TO 9660-EXIT.

           ADD  1                           TO DL-CHECK-COUNT.

           IF  DL-CHECK-COUNT LESS THAN DL-CHECK-INTERVAL
               GO TO 9660-EXIT.

           MOVE ZEROES                      TO DL-CHECK-COUNT.

           EXEC CICS ASKTIME ABSTIME(DL-NOW-ABS) NOHANDLE
           END-EXEC.

           IF  DL-NOW-ABS NOT LESS THAN DL-LIMIT-ABS
               MOVE 'Y'                     TO DL-EXPIRED-SW.

       9660-EXIT.
           EXIT.

      *****************************************************************
      * Status 204 response - no rows matched the view.               *
      *****************************************************************
       9700-STATUS-204.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOCUMENT-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                DOCTOKEN  (DOCUMENT-TOKEN)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-204)
                STATUSTEXT(HTTP-204-TEXT)
                STATUSLEN (HTTP-204-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-204         TO MN-HTTP-STATUS.

       9700-EXIT.
           EXIT.

      *****************************************************************
      * Status 412 response - view order column not indexed.          *
      *****************************************************************
       9810-STATUS-412.
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (HTTP-412-TEXT)
                FROMLENGTH(HTTP-412-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-412)
                STATUSTEXT(HTTP-412-TEXT)
                STATUSLEN (HTTP-412-LENGTH)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-412         TO MN-HTTP-STATUS.

       9810-EXIT.
           EXIT.

      *****************************************************************
      * Masked columns cannot be served - 403 through ZFAM090,        *
      * CA090-REASON 08 (not this way) or 09 (the masks could not be  *
      * applied), the same as ZFAM004.                                *
      *****************************************************************
       9820-STATUS-403.
           MOVE FK-TRANID              TO CA090-FILE.
           MOVE 'DM'                   TO CA090-FILE(5:2).
           MOVE HTTP-STATUS-403        TO CA090-STATUS.
           PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       9820-EXIT.
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

      *****************************************************************
      * Issue TRACE.                                                  *
      *****************************************************************
       9995-TRACE.

           EXEC CICS ENTER TRACENUM(T_46)
                FROM(T_46_M)
                FROMLENGTH(T_LEN)
                RESOURCE(T_RES)
                NOHANDLE
           END-EXEC.

       9995-EXIT.
           EXIT.

      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      * The XCTL never comes back through 9000-RETURN, so the scan    *
      * is timed and its in-flight slot cleared first.                *
      *****************************************************************
       9998-ZFAM090.
           MOVE CA090-STATUS           TO MN-HTTP-STATUS.
           PERFORM 9085-MONITOR-POINT  THRU 9085-EXIT.

           PERFORM 9056-RECORD-LATENCY THRU 9056-EXIT.
           PERFORM 9078-CLEAR-INFLIGHT THRU 9078-EXIT.

           MOVE FK-KEY                 TO CA090-KEY.
           MOVE EIBTRNID               TO CA090-TRANID.

           EXEC CICS XCTL PROGRAM(ZFAM090)
                COMMAREA(ZFAM090-COMMAREA)
                LENGTH  (LENGTH OF ZFAM090-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-503)
                STATUSTEXT(HTTP-503-99-TEXT)
                STATUSLEN (HTTP-503-99-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       9998-EXIT.
           EXIT.
