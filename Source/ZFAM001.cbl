       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM001.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * HTTP front end.  Every zFAM URIMAP installs PROGRAM(ZFAM001)  *
      * (see ZFAM121); this program decides between Basic Mode and    *
      * Query Mode and XCTLs to the program that serves the request,  *
      * passing the ZFAM-CHANNEL.                                     *
      *                                                               *
      * When the table has a FAxxFD schema document template, the     *
      * schema is placed in the ZFAM-FAXXFD container for every       *
      * request, so ZFAM002 and the Query Mode programs maintain the  *
      * FAxxCIxx secondary column indexes and run column validation.  *
      *                                                               *
      * When the table has a FAxxSD security document template, the   *
      * Basic Authentication credentials are verified against RACF    *
      * and the userid must be listed in FAxxSD with the access the   *
      * HTTP method needs.  A table without FAxxSD keeps whatever     *
      * DD-AUTH/FAxxTK checking ZFAM002 applies.                      *
      *                                                               *
      * Ahead of either, the client's address is checked against the  *
      * table's FAxxNL network allowlist (ZFAMNLC), for Basic Mode    *
      * and Query Mode alike.  ZFAM186 running a job presents zFAM-   *
      * Job and is left to ZFAM002, which checks its ticket.          *
      *                                                               *
      * A query string beginning 'zql' is a Query Mode request:       *
      *                                                               *
      *   ?zql,SELECT,(FIELDS(name,name)),(WHERE(name=value))         *
      *   ?zql,INSERT,(FIELDS(name=value,name=value))                 *
      *   ?zql,UPDATE,(FIELDS(name=value)),(WHERE(key=value))         *
      *   ?zql,DELETE,(WHERE(key=value))                              *
      *                                                               *
      * The FIELDS clause is optional on SELECT (all fields the       *
      * userid may see).  On POST and PUT a bare ?zql takes the       *
      * statement from the request body instead.  Values cannot       *
      * contain a comma or a right parenthesis.  The statement is     *
      * parsed and resolved against FAxxFD here, then handed to       *
      * ZFAM010 (INSERT/POST), ZFAM020 (SELECT/GET), ZFAM030          *
      * (UPDATE/PUT) or ZFAM040 (DELETE/DELETE) in the ZFAM-CONTAINER *
      * container (ZFAMQLC).  Everything else goes to ZFAM002.        *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  FAxxNL client network allowlist checked   *
      *                     before the FAxxSD credentials (403);      *
      *                     Query Mode callers recorded on FAxxNA.    *
      * 2026-10-15 ZFAMDEV  Query Mode hand-offs and refusals leave   *
      *                     the CICS monitoring user field (ZFAMMNC)  *
      *                     set; ZFAM002 sets it for Basic Mode.      *
      * 2026-10-15 ZFAMDEV  An FAxxNL read failing other than         *
      *                     NOTFND/FILENOTFOUND answers 503.          *
      * 2026-10-15 ZFAMDEV  A Query Mode request passes its           *
      *                     monitoring record in the ZFAM-MONITOR     *
      *                     container to the program that answers it, *
      *                     which issues the point.                   *
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
       01  TWO                    PIC S9(08) COMP VALUE 2.
       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.
       01  MAX-FIELDS             PIC S9(04) COMP VALUE 256.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  QUERY-MODE-SW          PIC  X(01) VALUE 'N'.
       01  FD-PRESENT-SW          PIC  X(01) VALUE 'N'.
       01  SD-PRESENT-SW          PIC  X(01) VALUE 'N'.
       01  SD-FOUND-SW            PIC  X(01) VALUE 'N'.
       01  FIELD-FOUND-SW         PIC  X(01) VALUE 'N'.
       01  PARSE-ERROR-SW         PIC  X(01) VALUE 'N'.
       01  FIELDS-CLAUSE-SW       PIC  X(01) VALUE 'N'.
       01  WHERE-CLAUSE-SW        PIC  X(01) VALUE 'N'.
       01  CLAUSE-TYPE            PIC  X(01) VALUE SPACES.
       01  ACCESS-CLASS           PIC  X(01) VALUE SPACES.

       01  ZFAM002                PIC  X(08) VALUE 'ZFAM002 '.
       01  ZFAM010                PIC  X(08) VALUE 'ZFAM010 '.
       01  ZFAM020                PIC  X(08) VALUE 'ZFAM020 '.
       01  ZFAM030                PIC  X(08) VALUE 'ZFAM030 '.
       01  ZFAM040                PIC  X(08) VALUE 'ZFAM040 '.
       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.
       01  ZBASIC                 PIC  X(08) VALUE 'ZBASIC  '.
       01  QUERY-PROGRAM          PIC  X(08) VALUE SPACES.

       01  STATUS-400             PIC  9(03) VALUE 400.
       01  STATUS-401             PIC  9(03) VALUE 401.
       01  STATUS-403             PIC  9(03) VALUE 403.
       01  STATUS-405             PIC  9(03) VALUE 405.
       01  STATUS-411             PIC  9(03) VALUE 411.
       01  STATUS-412             PIC  9(03) VALUE 412.
       01  STATUS-413             PIC  9(03) VALUE 413.
       01  STATUS-414             PIC  9(03) VALUE 414.
       01  STATUS-500             PIC  9(03) VALUE 500.
       01  STATUS-503             PIC  9(03) VALUE 503.

       01  ZFAM090-COMMAREA.
           02  CA090-STATUS       PIC  9(03) VALUE ZEROES.
           02  CA090-REASON       PIC  9(02) VALUE ZEROES.
           02  CA090-USERID       PIC  X(08) VALUE SPACES.
           02  CA090-PROGRAM      PIC  X(08) VALUE SPACES.
           02  CA090-FILE         PIC  X(08) VALUE SPACES.
           02  CA090-FIELD        PIC  X(16) VALUE SPACES.
           02  CA090-KEY          PIC X(255) VALUE SPACES.
           02  CA090-TRANID       PIC  X(04) VALUE SPACES.

       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.

       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-002 Service u'.
           02  FILLER             PIC  X(16) VALUE 'navailable and l'.
           02  FILLER             PIC  X(16) VALUE 'ogging disabled '.

      *****************************************************************
      * WEB EXTRACT resources.  The query string buffer is large      *
      * enough for a zQL statement with a full FIELDS clause; a       *
      * longer one answers 414.                                       *
      *****************************************************************
       01  WEB-HTTPMETHOD-LENGTH  PIC S9(08) COMP VALUE 10.
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.
       01  WEB-QUERYSTRING-LENGTH PIC S9(08) COMP VALUE 4096.
       01  WEB-RESP               PIC S9(08) COMP VALUE ZEROES.

       01  WEB-HTTPMETHOD         PIC  X(10) VALUE SPACES.
       01  WEB-HTTP-PUT           PIC  X(10) VALUE 'PUT'.
       01  WEB-HTTP-GET           PIC  X(10) VALUE 'GET'.
       01  WEB-HTTP-POST          PIC  X(10) VALUE 'POST'.
       01  WEB-HTTP-DELETE        PIC  X(10) VALUE 'DELETE'.
       01  WEB-HTTP-HEAD          PIC  X(10) VALUE 'HEAD'.
       01  WEB-HTTP-PATCH         PIC  X(10) VALUE 'PATCH'.

       01  WEB-PATH               PIC X(512) VALUE LOW-VALUES.
       01  WEB-QUERYSTRING        PIC X(4096) VALUE SPACES.

       01  RECEIVE-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  MAXIMUM-LENGTH         PIC S9(08) COMP VALUE 32000.
       01  WEB-MEDIA-TYPE         PIC  X(56) VALUE SPACES.

       01  ZFAM-ADDRESS           USAGE POINTER.

      *****************************************************************
      * Channel and containers passed on the XCTL.                    *
      *****************************************************************
       01  ZFAM-CHANNEL           PIC  X(16) VALUE 'ZFAM-CHANNEL  '.
       01  ZFAM-FAXXFD            PIC  X(16) VALUE 'ZFAM-FAXXFD   '.
       01  ZFAM-CONTAINER         PIC  X(16) VALUE 'ZFAM-CONTAINER'.
       01  ZFAM-MONITOR           PIC  X(16) VALUE 'ZFAM-MONITOR  '.

      *****************************************************************
      * FAxxFD schema document template, the same ZFAM-FD template     *
      * ZFAM017 and ZFAM021 read.                                     *
      *****************************************************************
       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  FD-END-COLUMN          PIC S9(08) COMP VALUE ZEROES.

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
      * FAxxSD security document template.  The first line is the    *
      * mode control line; each line after it grants one userid its   *
      * access (R read, W write, D delete, '-' denied) and the field  *
      * security level compared against FD-SEC in Query Mode.        *
      *                                                               *
      *   BASIC=YY,QUERY=YN                                           *
      *   USERID=CICSUSER,ACCESS=RW-,LEVEL=05                         *
      *                                                               *
      * The control line's flags enable reads and writes for Basic    *
      * Mode and Query Mode respectively; 'N' disables them for       *
      * every userid.                                                 *
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
      * zQL statement work areas.  ST-UPPER is the upper-case copy    *
      * the keywords are matched against; names and values are taken  *
      * from ST-TEXT as supplied.                                     *
      *****************************************************************
       01  ST-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  ST-POINTER             PIC S9(08) COMP VALUE ZEROES.
       01  ST-REMAINING           PIC S9(08) COMP VALUE ZEROES.
       01  ITEM-START             PIC S9(08) COMP VALUE ZEROES.
       01  ITEM-LENGTH            PIC S9(08) COMP VALUE ZEROES.
       01  ITEM-COMMA             PIC S9(08) COMP VALUE ZEROES.
       01  ITEM-PAREN             PIC S9(08) COMP VALUE ZEROES.
       01  ITEM-DELIM             PIC  X(01) VALUE SPACES.
       01  EQUAL-POSITION         PIC S9(08) COMP VALUE ZEROES.
       01  NAME-LENGTH            PIC S9(08) COMP VALUE ZEROES.
       01  VALUE-START            PIC S9(08) COMP VALUE ZEROES.
       01  VALUE-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  DIGIT-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  FIELD-SUB              PIC S9(04) COMP VALUE ZEROES.
       01  ITEM-NAME              PIC  X(16) VALUE SPACES.
       01  ZQL-PREFIX             PIC  X(04) VALUE 'ZQL,'.

       01  SYNTAX-REASON          PIC  9(02) VALUE ZEROES.
       01  NOT-FOUND-REASON       PIC  9(02) VALUE ZEROES.
       01  MAX-FIELDS-REASON      PIC  9(02) VALUE ZEROES.

       01  LOWER-CASE             PIC  X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-CASE             PIC  X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  ST-TEXT                PIC X(32000) VALUE SPACES.
       01  ST-UPPER               PIC X(32000) VALUE SPACES.

       COPY ZFAMQLC.

      *****************************************************************
      * Client network allowlist.  A request presenting zFAM-Job is   *
      * ZFAM186 running a job from this region and is checked by      *
      * ZFAM002, along with its ticket.                               *
      *****************************************************************
       COPY ZFAMNLC.

       01  HTTP-JOB               PIC  X(08) VALUE 'zFAM-Job'.
       01  HTTP-JOB-LENGTH        PIC S9(08) COMP VALUE 8.
       01  HTTP-JOB-VALUE         PIC  X(22) VALUE SPACES.
       01  JOB-VALUE-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  JOB-RESP               PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * CICS monitoring user field - the table, method and bytes      *
      * received travel in the ZFAM-MONITOR container to the Query    *
      * Mode program handed the request, which issues the point; a    *
      * request refused here issues it with its status.               *
      *****************************************************************
       COPY ZFAMMNC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.

      *****************************************************************
      * Request body of a POST/PUT bare ?zql statement.               *
      *****************************************************************
       01  ZFAM-MESSAGE           PIC X(32000).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-ACCESS-PARMS       THRU 1000-EXIT.
           PERFORM 1100-NETWORK-CHECK      THRU 1100-EXIT.
           PERFORM 2000-GET-FAXXFD         THRU 2000-EXIT.
           PERFORM 2100-GET-FAXXSD         THRU 2100-EXIT.

           IF  QUERY-MODE-SW EQUAL 'Y'
               PERFORM 5000-QUERY-MODE     THRU 5000-EXIT
           ELSE
               PERFORM 4000-BASIC-MODE     THRU 4000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Access parms - extract the request and decide the mode.       *
      *****************************************************************
       1000-ACCESS-PARMS.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE EIBTRNID(3:2)                TO FD-TRANID(3:2)
                                                 SD-TRANID(3:2).

           EXEC CICS WEB EXTRACT
                HTTPMETHOD(WEB-HTTPMETHOD)
                METHODLENGTH(WEB-HTTPMETHOD-LENGTH)
                PATH(WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                QUERYSTRING(WEB-QUERYSTRING)
                QUERYSTRLEN(WEB-QUERYSTRING-LENGTH)
                RESP(WEB-RESP)
                NOHANDLE
           END-EXEC.

           IF  WEB-RESP EQUAL DFHRESP(LENGERR)
           AND WEB-PATH-LENGTH GREATER THAN LENGTH OF WEB-PATH
               MOVE STATUS-414               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WEB-RESP EQUAL DFHRESP(LENGERR)
               MOVE STATUS-414               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WEB-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO WEB-QUERYSTRING-LENGTH.

           IF  WEB-QUERYSTRING-LENGTH NOT LESS THAN 3
               MOVE WEB-QUERYSTRING(1:3)     TO ST-UPPER(1:3)
               INSPECT ST-UPPER(1:3)
               CONVERTING LOWER-CASE TO UPPER-CASE
               IF  ST-UPPER(1:3) EQUAL ZQL-PREFIX(1:3)
                   MOVE 'Y'                  TO QUERY-MODE-SW.

           IF  QUERY-MODE-SW EQUAL 'Y'
           AND WEB-QUERYSTRING-LENGTH GREATER THAN 3
           AND WEB-QUERYSTRING(4:1) NOT EQUAL ','
               MOVE 'N'                      TO QUERY-MODE-SW.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Client network allowlist - the table's FAxxNL '*' list, ahead *
      * of any credential.  A client outside it is refused with 403   *
      * and its address as the audit key, unless the list only        *
      * reports (NL-MODE 'R'); a list that records (NL-MODE 'B')      *
      * records the refusal first.  No list (or no FAxxNL file) lets  *
      * the client through; a list that cannot be read for any other  *
      * reason refuses the request 503.                               *
      *****************************************************************
       1100-NETWORK-CHECK.
           MOVE EIBTRNID(3:2)                TO NL-TRANID(3:2)
                                                 NA-TRANID(3:2).

           IF  QUERY-MODE-SW NOT EQUAL 'Y'
               MOVE SPACES                   TO HTTP-JOB-VALUE
               MOVE LENGTH OF HTTP-JOB-VALUE TO JOB-VALUE-LENGTH
               EXEC CICS WEB READ
                    HTTPHEADER (HTTP-JOB)
                    NAMELENGTH (HTTP-JOB-LENGTH)
                    VALUE      (HTTP-JOB-VALUE)
                    VALUELENGTH(JOB-VALUE-LENGTH)
                    RESP       (JOB-RESP)
                    NOHANDLE
               END-EXEC
               IF  JOB-RESP EQUAL DFHRESP(NORMAL)
               AND HTTP-JOB-VALUE NOT EQUAL SPACES
                   GO TO 1100-EXIT.

           PERFORM 1110-CLIENT-ADDRESS     THRU 1110-EXIT.

           MOVE 'A'                          TO NL-VERDICT.
           MOVE 'Y'                          TO NL-ALLOWED-SW.
           MOVE NL-TABLE-OWNER               TO NL-OWNER.
           MOVE LENGTH OF NL-RECORD          TO NL-LENGTH.

           EXEC CICS READ FILE(NL-FCT)
                INTO(NL-RECORD)
                RIDFLD(NL-OWNER)
                LENGTH(NL-LENGTH)
                RESP(NL-RESP)
                NOHANDLE
           END-EXEC.

           IF  NL-RESP EQUAL DFHRESP(NOTFND)
           OR  NL-RESP EQUAL DFHRESP(FILENOTFOUND)
               GO TO 1100-EXIT.

           IF  NL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE NL-FCT                   TO CA090-FILE
               MOVE STATUS-503               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE NL-MODE                      TO NL-TABLE-MODE.

           IF  NL-COUNT EQUAL ZEROES
               GO TO 1100-EXIT.

           MOVE 'N'                          TO NL-ALLOWED-SW.

           PERFORM 1120-MATCH-ENTRY        THRU 1120-EXIT
               VARYING NL-SUB FROM 1 BY 1
               UNTIL NL-SUB GREATER THAN NL-COUNT
               OR    NL-SUB GREATER THAN NL-MAX
               OR    NL-ALLOWED-SW EQUAL 'Y'.

           IF  NL-ALLOWED-SW EQUAL 'Y'
               GO TO 1100-EXIT.

           MOVE 'T'                          TO NL-VERDICT.

           IF  NL-TABLE-MODE EQUAL 'R'
               GO TO 1100-EXIT.

           IF  NL-TABLE-MODE EQUAL 'B'
               PERFORM 1150-RECORD-CALLER  THRU 1150-EXIT.

           MOVE NL-CLIENT-ADDRESS            TO QL-WHERE-VALUE.
           MOVE NL-FCT                       TO CA090-FILE.
           MOVE STATUS-403                   TO CA090-STATUS.
           MOVE '06'                         TO CA090-REASON.
           PERFORM 9998-ZFAM090            THRU 9998-EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * The client's address, in the form the lists hold it - as      *
      * ZFAM002 takes it (9022-CLIENT-ADDRESS).                       *
      *****************************************************************
       1110-CLIENT-ADDRESS.
           MOVE SPACES                TO NL-CLIENT-ADDRESS
                                         NL-CLIENT-KIND.
           MOVE ZEROES                TO NL-CLIENT-VALUE.
           MOVE LENGTH OF NL-CLIENT-ADDRESS TO NL-CLIENT-LENGTH.

           EXEC CICS EXTRACT TCPIP
                CLIENTADDR (NL-CLIENT-ADDRESS)
                CADDRLENGTH(NL-CLIENT-LENGTH)
                NOHANDLE
           END-EXEC.

           INSPECT NL-CLIENT-ADDRESS
               REPLACING ALL LOW-VALUES BY SPACES.

           MOVE NL-CLIENT-ADDRESS     TO NL-ADDRESS.
           PERFORM 1130-PARSE-ADDRESS THRU 1130-EXIT.

           MOVE NL-ADDRESS            TO NL-CLIENT-ADDRESS.
           MOVE NL-A-KIND             TO NL-CLIENT-KIND.
           MOVE NL-A-VALUE            TO NL-CLIENT-VALUE.

       1110-EXIT.
           EXIT.

       1120-MATCH-ENTRY.
           IF  NL-KIND(NL-SUB)  EQUAL '4'
           AND NL-CLIENT-KIND   EQUAL '4'
           AND NL-CLIENT-VALUE  NOT LESS    THAN NL-LOW (NL-SUB)
           AND NL-CLIENT-VALUE  NOT GREATER THAN NL-HIGH(NL-SUB)
               MOVE 'Y'               TO NL-ALLOWED-SW.

           IF  NL-KIND(NL-SUB)  EQUAL '6'
           AND NL-CLIENT-KIND   EQUAL '6'
           AND NL-TEXT(NL-SUB)  EQUAL NL-CLIENT-ADDRESS
               MOVE 'Y'               TO NL-ALLOWED-SW.

       1120-EXIT.
           EXIT.

      *****************************************************************
      * Take NL-ADDRESS apart: NL-A-KIND '4' with its value and the   *
      * NL-A-LOW to NL-A-HIGH range of an optional /nn prefix length, *
      * '6' for IPv6 text, SPACES for anything else.                  *
      *****************************************************************
       1130-PARSE-ADDRESS.
           MOVE SPACES                TO NL-A-KIND
                                         NL-A-HOST
                                         NL-A-BITS.
           MOVE ZEROES                TO NL-A-VALUE
                                         NL-A-LOW
                                         NL-A-HIGH
                                         NL-A-DOTS
                                         NL-A-COLONS
                                         NL-A-HOST-LENGTH
                                         NL-A-BITS-LENGTH.

           INSPECT NL-ADDRESS
               CONVERTING 'ABCDEF' TO 'abcdef'.

           IF  NL-ADDRESS(1:7) EQUAL '::ffff:'
               MOVE NL-ADDRESS(8:36)  TO NL-A-WORK
               MOVE NL-A-WORK         TO NL-ADDRESS.

           INSPECT NL-ADDRESS
               TALLYING NL-A-DOTS   FOR ALL '.'
                        NL-A-COLONS FOR ALL ':'.

           IF  NL-A-COLONS GREATER THAN ZEROES
               IF  NL-A-DOTS EQUAL ZEROES
               AND NL-ADDRESS(40:4) EQUAL SPACES
                   MOVE '6'           TO NL-A-KIND
                   GO TO 1130-EXIT
               ELSE
                   GO TO 1130-EXIT.

           IF  NL-A-DOTS NOT EQUAL 3
               GO TO 1130-EXIT.

           MOVE 32                    TO NL-A-PREFIX.

           UNSTRING NL-ADDRESS
               DELIMITED BY '/' OR SPACE
               INTO NL-A-HOST COUNT IN NL-A-HOST-LENGTH
                    NL-A-BITS COUNT IN NL-A-BITS-LENGTH.

           IF  NL-A-HOST-LENGTH GREATER THAN LENGTH OF NL-A-HOST
           OR  NL-A-BITS-LENGTH GREATER THAN 2
               GO TO 1130-EXIT.

           IF  NL-A-BITS-LENGTH GREATER THAN ZEROES
               IF  NL-A-BITS(1:NL-A-BITS-LENGTH) NOT NUMERIC
                   GO TO 1130-EXIT
               ELSE
                   MOVE NL-A-BITS(1:NL-A-BITS-LENGTH)
                                      TO NL-A-PREFIX.

           IF  NL-A-PREFIX GREATER THAN 32
               GO TO 1130-EXIT.

           INITIALIZE NL-A-OCTETS.

           UNSTRING NL-A-HOST
               DELIMITED BY '.' OR SPACE
               INTO NL-A-DIGITS(1) COUNT IN NL-A-COUNT(1)
                    NL-A-DIGITS(2) COUNT IN NL-A-COUNT(2)
                    NL-A-DIGITS(3) COUNT IN NL-A-COUNT(3)
                    NL-A-DIGITS(4) COUNT IN NL-A-COUNT(4).

           MOVE '4'                   TO NL-A-KIND.

           PERFORM 1140-ADD-OCTET     THRU 1140-EXIT
               VARYING NL-A-SUB FROM 1 BY 1
               UNTIL NL-A-SUB GREATER THAN 4
               OR    NL-A-KIND NOT EQUAL '4'.

           IF  NL-A-KIND NOT EQUAL '4'
               MOVE SPACES            TO NL-A-KIND
               GO TO 1130-EXIT.

           COMPUTE NL-A-BLOCK = 2 ** (32 - NL-A-PREFIX).
           DIVIDE NL-A-VALUE BY NL-A-BLOCK GIVING NL-A-LOW.
           COMPUTE NL-A-LOW  = NL-A-LOW * NL-A-BLOCK.
           COMPUTE NL-A-HIGH = NL-A-LOW + NL-A-BLOCK - 1.

       1130-EXIT.
           EXIT.

       1140-ADD-OCTET.
           IF  NL-A-COUNT(NL-A-SUB) LESS    THAN 1
           OR  NL-A-COUNT(NL-A-SUB) GREATER THAN 3
               MOVE 'X'               TO NL-A-KIND
               GO TO 1140-EXIT.

           IF  NL-A-DIGITS(NL-A-SUB)(1:NL-A-COUNT(NL-A-SUB))
                                      NOT NUMERIC
               MOVE 'X'               TO NL-A-KIND
               GO TO 1140-EXIT.

           MOVE NL-A-DIGITS(NL-A-SUB)(1:NL-A-COUNT(NL-A-SUB))
                                      TO NL-A-NUMBER.

           IF  NL-A-NUMBER GREATER THAN 255
               MOVE 'X'               TO NL-A-KIND
               GO TO 1140-EXIT.

           COMPUTE NL-A-VALUE = NL-A-VALUE * 256 + NL-A-NUMBER.

       1140-EXIT.
           EXIT.

      *****************************************************************
      * Record a Query Mode caller (or a refused one) on FAxxNA;      *
      * Basic Mode callers are recorded by ZFAM002 once it knows the  *
      * credential.  A failure to record never fails the request.     *
      *****************************************************************
       1150-RECORD-CALLER.
           MOVE NL-CLIENT-ADDRESS            TO NA-ADDRESS.
           MOVE SPACES                       TO NA-USERID.

           IF  SD-PRESENT-SW EQUAL 'Y'
               MOVE CA-USERID                TO NA-USERID.

           MOVE LENGTH OF NA-RECORD          TO NA-LENGTH.

           EXEC CICS READ FILE(NA-FCT)
                INTO(NA-RECORD)
                RIDFLD(NA-KEY)
                LENGTH(NA-LENGTH)
                UPDATE
                RESP(NA-RESP)
                NOHANDLE
           END-EXEC.

           IF  NA-RESP EQUAL DFHRESP(NORMAL)
               IF  NA-HITS LESS THAN 999999999
                   ADD  1                    TO NA-HITS.

           IF  NA-RESP EQUAL DFHRESP(NORMAL)
               MOVE NL-VERDICT               TO NA-VERDICT
               MOVE WS-ABS                   TO NA-LAST-ABS
               MOVE LENGTH OF NA-RECORD      TO NA-LENGTH
               EXEC CICS REWRITE FILE(NA-FCT)
                    FROM(NA-RECORD)
                    LENGTH(NA-LENGTH)
                    NOHANDLE
               END-EXEC
               GO TO 1150-EXIT.

           IF  NA-RESP NOT EQUAL DFHRESP(NOTFND)
               GO TO 1150-EXIT.

           MOVE NL-VERDICT                   TO NA-VERDICT.
           MOVE 1                            TO NA-HITS.
           MOVE WS-ABS                       TO NA-FIRST-ABS
                                                 NA-LAST-ABS.
           MOVE LENGTH OF NA-RECORD          TO NA-LENGTH.

           EXEC CICS WRITE FILE(NA-FCT)
                FROM(NA-RECORD)
                RIDFLD(NA-KEY)
                LENGTH(NA-LENGTH)
                NOHANDLE
           END-EXEC.

       1150-EXIT.
           EXIT.

      *****************************************************************
      * Retrieve the FAxxFD schema and place it in the ZFAM-FAXXFD    *
      * container.  A table without a schema passes no container.    *
      *****************************************************************
       2000-GET-FAXXFD.
           MOVE ZEROES                       TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                INTO     (FAXXFD-BUFFER)
                LENGTH   (FD-DOC-LENGTH)
                MAXLENGTH(FD-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  FD-DOC-LENGTH LESS THAN LENGTH OF FD-ENTRY
               MOVE ZEROES                   TO FD-DOC-LENGTH
               GO TO 2000-EXIT.

           EXEC CICS PUT CONTAINER(ZFAM-FAXXFD)
                FROM   (FAXXFD-BUFFER)
                FLENGTH(FD-DOC-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           MOVE 'Y'                          TO FD-PRESENT-SW.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Retrieve the optional FAxxSD security template.               *
      *****************************************************************
       2100-GET-FAXXSD.
           MOVE ZEROES                       TO SD-DOC-LENGTH.
           MOVE 99                           TO QL-SEC-LEVEL.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(SD-TOKEN)
                TEMPLATE(ZFAM-SD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2100-EXIT.

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
               MOVE ZEROES                   TO SD-DOC-LENGTH
               GO TO 2100-EXIT.

           MOVE FAXXSD-BUFFER(1:LENGTH OF SD-CONTROL) TO SD-CONTROL.
           MOVE 'Y'                          TO SD-PRESENT-SW.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Basic Mode - apply FAxxSD security when defined, then XCTL to  *
      * ZFAM002 with the channel.                                     *
      *****************************************************************
       4000-BASIC-MODE.
           IF  FD-PRESENT-SW  EQUAL 'Y'
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-HEAD
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-POST
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PUT
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PATCH
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  SD-PRESENT-SW EQUAL 'Y'
               PERFORM 3000-SECURITY       THRU 3000-EXIT.

           EXEC CICS XCTL PROGRAM(ZFAM002)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           MOVE ZFAM002                      TO CA090-PROGRAM.
           MOVE STATUS-500                   TO CA090-STATUS.
           MOVE '01'                         TO CA090-REASON.
           PERFORM 9998-ZFAM090            THRU 9998-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * FAxxSD security.  Classify the method, apply the mode control *
      * line, verify the Basic Authentication credentials with RACF   *
      * and check the userid's FAxxSD access.                         *
      *****************************************************************
       3000-SECURITY.
           MOVE SPACES                       TO ACCESS-CLASS.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-HEAD
               MOVE 'R'                      TO ACCESS-CLASS.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PATCH
               MOVE 'W'                      TO ACCESS-CLASS.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
               MOVE 'D'                      TO ACCESS-CLASS.

           IF  ACCESS-CLASS EQUAL SPACES
               MOVE STATUS-400               TO CA090-STATUS
               IF  QUERY-MODE-SW EQUAL 'Y'
                   MOVE '05'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT
               ELSE
                   MOVE '01'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT.

           PERFORM 3100-MODE-CONTROL       THRU 3100-EXIT.
           PERFORM 3200-CREDENTIALS        THRU 3200-EXIT.

           MOVE 'N'                          TO SD-FOUND-SW.

           PERFORM 3300-SCAN-FAXXSD        THRU 3300-EXIT
               VARYING SD-OFFSET FROM LENGTH OF SD-CONTROL
                    BY LENGTH OF SD-ENTRY
               UNTIL SD-OFFSET NOT LESS THAN SD-DOC-LENGTH
               OR    SD-FOUND-SW EQUAL 'Y'.

           IF  SD-FOUND-SW NOT EQUAL 'Y'
               MOVE STATUS-401               TO CA090-STATUS
               IF  QUERY-MODE-SW EQUAL 'Y'
                   MOVE '13'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT
               ELSE
                   MOVE '06'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT.

           PERFORM 3400-CHECK-ACCESS       THRU 3400-EXIT.

           MOVE CA-USERID                    TO QL-USERID.
           MOVE SD-LEVEL                     TO QL-SEC-LEVEL.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Apply the FAxxSD mode control line.                           *
      *****************************************************************
       3100-MODE-CONTROL.
           MOVE STATUS-401                   TO CA090-STATUS.

           IF  QUERY-MODE-SW EQUAL 'Y'
               IF  ACCESS-CLASS EQUAL 'R'
               AND SD-QUERY-READ NOT EQUAL 'Y'
                   MOVE '11'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT
               ELSE
               IF  ACCESS-CLASS NOT EQUAL 'R'
               AND SD-QUERY-WRITE NOT EQUAL 'Y'
                   MOVE '12'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT.

           IF  QUERY-MODE-SW NOT EQUAL 'Y'
               IF  ACCESS-CLASS EQUAL 'R'
               AND SD-BASIC-READ NOT EQUAL 'Y'
                   MOVE '04'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT
               ELSE
               IF  ACCESS-CLASS NOT EQUAL 'R'
               AND SD-BASIC-WRITE NOT EQUAL 'Y'
                   MOVE '05'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT.

           MOVE ZEROES                       TO CA090-STATUS.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Decode the Basic Authentication header through ZBASIC and     *
      * verify the userid/password with RACF.                         *
      *****************************************************************
       3200-CREDENTIALS.
           MOVE LENGTH OF HTTP-HEADER-VALUE  TO AUTHZ-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-HEADER)
                NAMELENGTH (HTTP-HEADER-LENGTH)
                VALUE      (HTTP-HEADER-VALUE)
                VALUELENGTH(AUTHZ-VALUE-LENGTH)
                RESP       (AUTHZ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AUTHZ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-401               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  HTTP-HEADER-VALUE(1:6) NOT EQUAL HTTP-BASIC-SCHEME
               MOVE STATUS-401               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE SPACES                       TO CA-USERID
                                                 CA-PASSWORD
                                                 CA-DECODE.
           MOVE HTTP-HEADER-VALUE(7:24)      TO CA-ENCODE.

           EXEC CICS LINK
                PROGRAM (ZBASIC)
                COMMAREA(ZBASIC-COMM-AREA)
                LENGTH  (LENGTH OF ZBASIC-COMM-AREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP        NOT EQUAL DFHRESP(NORMAL)
           OR  CA-RETURN-CODE NOT EQUAL '00'
               MOVE STATUS-401               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE CA-USERID                    TO CA090-USERID.

           EXEC CICS VERIFY
                PASSWORD(CA-PASSWORD)
                USERID  (CA-USERID)
                RESP    (VERIFY-RESP)
                NOHANDLE
           END-EXEC.

           IF  VERIFY-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-401               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Compare one FAxxSD entry against the verified userid.         *
      *****************************************************************
       3300-SCAN-FAXXSD.
           MOVE FAXXSD-BUFFER(SD-OFFSET + 1:LENGTH OF SD-ENTRY)
                                             TO SD-ENTRY.

           IF  SD-USERID EQUAL CA-USERID
               MOVE 'Y'                      TO SD-FOUND-SW.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Check the userid's access against the HTTP method.  A Query   *
      * Mode request the userid may not make is refused the same way  *
      * as a field it may not see.                                    *
      *****************************************************************
       3400-CHECK-ACCESS.
           IF  SD-LEVEL NOT NUMERIC
               MOVE ZEROES                   TO SD-LEVEL.

           MOVE STATUS-401                   TO CA090-STATUS.

           IF  QUERY-MODE-SW EQUAL 'Y'
               IF  (ACCESS-CLASS EQUAL 'R' AND SD-READ   NOT EQUAL 'R')
               OR  (ACCESS-CLASS EQUAL 'W' AND SD-WRITE  NOT EQUAL 'W')
               OR  (ACCESS-CLASS EQUAL 'D' AND SD-DELETE NOT EQUAL 'D')
                   MOVE '14'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT.

           IF  QUERY-MODE-SW EQUAL 'Y'
               GO TO 3400-EXIT.

           IF  ACCESS-CLASS EQUAL 'R'
           AND SD-READ NOT EQUAL 'R'
               MOVE '08'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           AND SD-WRITE NOT EQUAL 'W'
               MOVE '07'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  ACCESS-CLASS EQUAL 'W'
           AND SD-WRITE NOT EQUAL 'W'
               MOVE '09'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  ACCESS-CLASS EQUAL 'D'
           AND SD-DELETE NOT EQUAL 'D'
               MOVE '10'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Query Mode - security, statement source, parse, resolve the   *
      * fields against FAxxFD and XCTL to the command's program.      *
      *****************************************************************
       5000-QUERY-MODE.
           IF  FD-PRESENT-SW NOT EQUAL 'Y'
               MOVE STATUS-405               TO CA090-STATUS
               MOVE '05'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  SD-PRESENT-SW EQUAL 'Y'
               PERFORM 3000-SECURITY       THRU 3000-EXIT.

           IF  NL-TABLE-MODE EQUAL 'R'
           OR  NL-TABLE-MODE EQUAL 'B'
               PERFORM 1150-RECORD-CALLER  THRU 1150-EXIT.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-POST
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PUT
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           PERFORM 5010-SET-REASONS        THRU 5010-EXIT.
           PERFORM 5050-GET-STATEMENT      THRU 5050-EXIT.
           PERFORM 5100-PARSE-STATEMENT    THRU 5100-EXIT.
           PERFORM 5400-CHECK-COMMAND      THRU 5400-EXIT.
           PERFORM 5500-RESOLVE-SCHEMA     THRU 5500-EXIT.
           PERFORM 5600-RESOLVE-FIELDS     THRU 5600-EXIT.
           PERFORM 5700-RESOLVE-WHERE      THRU 5700-EXIT.

           IF  QL-COMMAND EQUAL 'SELECT'
           AND FIELDS-CLAUSE-SW NOT EQUAL 'Y'
               PERFORM 5800-ALL-FIELDS     THRU 5800-EXIT.

           PERFORM 5900-XCTL-QUERY         THRU 5900-EXIT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Reason codes for syntax, field-not-found and field-count      *
      * errors follow the HTTP method.                                *
      *****************************************************************
       5010-SET-REASONS.
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
               MOVE 06                       TO SYNTAX-REASON
               MOVE 01                       TO NOT-FOUND-REASON
               MOVE 03                       TO MAX-FIELDS-REASON.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
               MOVE 07                       TO SYNTAX-REASON
               MOVE 02                       TO NOT-FOUND-REASON
               MOVE 04                       TO MAX-FIELDS-REASON.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
               MOVE 08                       TO SYNTAX-REASON
               MOVE 03                       TO NOT-FOUND-REASON
               MOVE 06                       TO MAX-FIELDS-REASON.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
               MOVE 09                       TO SYNTAX-REASON
               MOVE ZEROES                   TO NOT-FOUND-REASON
               MOVE ZEROES                   TO MAX-FIELDS-REASON.

       5010-EXIT.
           EXIT.

      *****************************************************************
      * The statement is the query string, or - for a POST/PUT that   *
      * sends a bare ?zql - the request body.                         *
      *****************************************************************
       5050-GET-STATEMENT.
           IF  WEB-QUERYSTRING-LENGTH GREATER THAN 3
               MOVE WEB-QUERYSTRING-LENGTH   TO ST-LENGTH
               MOVE WEB-QUERYSTRING(1:ST-LENGTH)
                                             TO ST-TEXT(1:ST-LENGTH)
               GO TO 5050-EXIT.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-POST
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PUT
               MOVE STATUS-400               TO CA090-STATUS
               MOVE SYNTAX-REASON            TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           EXEC CICS WEB RECEIVE
                SET      (ZFAM-ADDRESS)
                LENGTH   (RECEIVE-LENGTH)
                MAXLENGTH(MAXIMUM-LENGTH)
                MEDIATYPE(WEB-MEDIA-TYPE)
                RESP     (WEB-RESP)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           IF  WEB-RESP EQUAL DFHRESP(LENGERR)
               MOVE STATUS-413               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WEB-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  RECEIVE-LENGTH EQUAL ZEROES
               MOVE STATUS-411               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           SET ADDRESS OF ZFAM-MESSAGE       TO ZFAM-ADDRESS.

           MOVE RECEIVE-LENGTH               TO ST-LENGTH.
           MOVE ZFAM-MESSAGE(1:ST-LENGTH)    TO ST-TEXT(1:ST-LENGTH).

      *****************************************************************
      * A body keyed in by hand usually ends with a line break.       *
      *****************************************************************
           IF  ST-LENGTH GREATER THAN TWO
           AND ST-TEXT(ST-LENGTH - 1:2) EQUAL CRLF
               SUBTRACT TWO                FROM ST-LENGTH.

       5050-EXIT.
           EXIT.

      *****************************************************************
      * Parse the statement: zql,<command> followed by the            *
      * ,(FIELDS(...)) and ,(WHERE(...)) clauses.                      *
      *****************************************************************
       5100-PARSE-STATEMENT.
           MOVE ST-TEXT(1:ST-LENGTH)         TO ST-UPPER(1:ST-LENGTH).
           INSPECT ST-UPPER(1:ST-LENGTH)
           CONVERTING LOWER-CASE TO UPPER-CASE.

           IF  ST-LENGTH LESS THAN 10
           OR  ST-UPPER(1:4) NOT EQUAL ZQL-PREFIX
               PERFORM 9100-SYNTAX-ERROR   THRU 9100-EXIT.

           MOVE ST-UPPER(5:6)                TO QL-COMMAND.

           IF  QL-COMMAND EQUAL 'INSERT'
               MOVE 06                       TO SYNTAX-REASON.

           IF  QL-COMMAND EQUAL 'SELECT'
               MOVE 07                       TO SYNTAX-REASON.

           IF  QL-COMMAND EQUAL 'UPDATE'
               MOVE 08                       TO SYNTAX-REASON.

           IF  QL-COMMAND EQUAL 'DELETE'
               MOVE 09                       TO SYNTAX-REASON.

           MOVE ZEROES                       TO QL-FIELD-COUNT
                                                 QL-DATA-LENGTH.
           MOVE 11                           TO ST-POINTER.

           IF  ST-POINTER NOT GREATER THAN ST-LENGTH
               PERFORM 5110-PARSE-CLAUSE   THRU 5110-EXIT
                   WITH TEST AFTER
                   UNTIL ST-POINTER GREATER THAN ST-LENGTH
                   OR    PARSE-ERROR-SW EQUAL 'Y'.

           IF  PARSE-ERROR-SW EQUAL 'Y'
               PERFORM 9100-SYNTAX-ERROR   THRU 9100-EXIT.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Parse one ,(FIELDS(...)) or ,(WHERE(...)) clause.             *
      *****************************************************************
       5110-PARSE-CLAUSE.
           IF  ST-POINTER + 8 GREATER THAN ST-LENGTH
           OR  ST-TEXT(ST-POINTER:2) NOT EQUAL ',('
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5110-EXIT.

           ADD  TWO                          TO ST-POINTER.

           IF  ST-UPPER(ST-POINTER:7) EQUAL 'FIELDS('
           AND FIELDS-CLAUSE-SW NOT EQUAL 'Y'
               MOVE 'F'                      TO CLAUSE-TYPE
               MOVE 'Y'                      TO FIELDS-CLAUSE-SW
               ADD  7                        TO ST-POINTER
           ELSE
           IF  ST-UPPER(ST-POINTER:6) EQUAL 'WHERE('
           AND WHERE-CLAUSE-SW NOT EQUAL 'Y'
               MOVE 'W'                      TO CLAUSE-TYPE
               MOVE 'Y'                      TO WHERE-CLAUSE-SW
               ADD  6                        TO ST-POINTER
           ELSE
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5110-EXIT.

           MOVE SPACES                       TO ITEM-DELIM.

           PERFORM 5120-PARSE-ITEM         THRU 5120-EXIT
               WITH TEST AFTER
               UNTIL ITEM-DELIM     EQUAL ')'
               OR    PARSE-ERROR-SW EQUAL 'Y'.

           IF  PARSE-ERROR-SW EQUAL 'Y'
               GO TO 5110-EXIT.

           IF  ST-POINTER GREATER THAN ST-LENGTH
           OR  ST-TEXT(ST-POINTER:1) NOT EQUAL ')'
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5110-EXIT.

           ADD  ONE                          TO ST-POINTER.

       5110-EXIT.
           EXIT.

      *****************************************************************
      * Locate the next item - up to the next comma or right          *
      * parenthesis - and split it at the equal sign.                 *
      *****************************************************************
       5120-PARSE-ITEM.
           IF  ST-POINTER GREATER THAN ST-LENGTH
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5120-EXIT.

           COMPUTE ST-REMAINING = ST-LENGTH - ST-POINTER + 1.
           MOVE ZEROES                       TO ITEM-COMMA
                                                 ITEM-PAREN.

           INSPECT ST-TEXT(ST-POINTER:ST-REMAINING)
           TALLYING ITEM-COMMA FOR CHARACTERS BEFORE INITIAL ','.

           INSPECT ST-TEXT(ST-POINTER:ST-REMAINING)
           TALLYING ITEM-PAREN FOR CHARACTERS BEFORE INITIAL ')'.

           IF  ITEM-PAREN NOT LESS THAN ST-REMAINING
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5120-EXIT.

           IF  ITEM-COMMA LESS THAN ITEM-PAREN
               MOVE ITEM-COMMA               TO ITEM-LENGTH
               MOVE ','                      TO ITEM-DELIM
           ELSE
               MOVE ITEM-PAREN               TO ITEM-LENGTH
               MOVE ')'                      TO ITEM-DELIM.

           IF  ITEM-LENGTH EQUAL ZEROES
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5120-EXIT.

           MOVE ST-POINTER                   TO ITEM-START.
           COMPUTE ST-POINTER = ST-POINTER + ITEM-LENGTH + 1.

           MOVE ZEROES                       TO EQUAL-POSITION.
           INSPECT ST-TEXT(ITEM-START:ITEM-LENGTH)
           TALLYING EQUAL-POSITION FOR CHARACTERS BEFORE INITIAL '='.

           MOVE EQUAL-POSITION               TO NAME-LENGTH.
           MOVE ZEROES                       TO VALUE-START
                                                 VALUE-LENGTH.

           IF  EQUAL-POSITION LESS THAN ITEM-LENGTH
               COMPUTE VALUE-START  = ITEM-START + EQUAL-POSITION + 1
               COMPUTE VALUE-LENGTH = ITEM-LENGTH - EQUAL-POSITION - 1.

           IF  NAME-LENGTH EQUAL ZEROES
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5120-EXIT.

           MOVE SPACES                       TO ITEM-NAME.
           IF  NAME-LENGTH GREATER THAN LENGTH OF ITEM-NAME
               MOVE ST-TEXT(ITEM-START:16)   TO ITEM-NAME
               MOVE HIGH-VALUES              TO ITEM-NAME(16:1)
           ELSE
               MOVE ST-TEXT(ITEM-START:NAME-LENGTH)
                                             TO ITEM-NAME.

           IF  CLAUSE-TYPE EQUAL 'W'
               PERFORM 5130-WHERE-ITEM     THRU 5130-EXIT
           ELSE
               PERFORM 5140-FIELDS-ITEM    THRU 5140-EXIT.

       5120-EXIT.
           EXIT.

      *****************************************************************
      * WHERE clause - exactly one name=value item.                   *
      *****************************************************************
       5130-WHERE-ITEM.
           IF  QL-WHERE-NAME   NOT EQUAL SPACES
           OR  EQUAL-POSITION  NOT LESS THAN ITEM-LENGTH
           OR  VALUE-LENGTH    EQUAL ZEROES
           OR  VALUE-LENGTH    GREATER THAN LENGTH OF QL-WHERE-VALUE
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5130-EXIT.

           MOVE ITEM-NAME                    TO QL-WHERE-NAME.
           MOVE LOW-VALUES                   TO QL-WHERE-VALUE.
           MOVE ST-TEXT(VALUE-START:VALUE-LENGTH)
                TO QL-WHERE-VALUE(1:VALUE-LENGTH).
           MOVE VALUE-LENGTH                 TO QL-WHERE-VALUE-LENGTH.

       5130-EXIT.
           EXIT.

      *****************************************************************
      * FIELDS clause - a name on SELECT, name=value on INSERT and    *
      * UPDATE.  The value is saved in QL-DATA as supplied.           *
      *****************************************************************
       5140-FIELDS-ITEM.
           IF  QL-FIELD-COUNT NOT LESS THAN MAX-FIELDS
               IF  MAX-FIELDS-REASON EQUAL ZEROES
                   MOVE 'Y'                  TO PARSE-ERROR-SW
                   GO TO 5140-EXIT
               ELSE
                   MOVE STATUS-414           TO CA090-STATUS
                   MOVE MAX-FIELDS-REASON    TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT.

           IF  QL-COMMAND EQUAL 'SELECT'
           AND EQUAL-POSITION LESS THAN ITEM-LENGTH
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5140-EXIT.

           IF  QL-COMMAND NOT EQUAL 'SELECT'
           AND EQUAL-POSITION NOT LESS THAN ITEM-LENGTH
               MOVE 'Y'                      TO PARSE-ERROR-SW
               GO TO 5140-EXIT.

           ADD  ONE                          TO QL-FIELD-COUNT.
           MOVE QL-FIELD-COUNT               TO FIELD-SUB.

           MOVE ITEM-NAME                    TO QL-NAME(FIELD-SUB).
           MOVE ZEROES                       TO QL-INDEX(FIELD-SUB)
                                                 QL-COLUMN(FIELD-SUB)
                                                 QL-LENGTH(FIELD-SUB).
           MOVE SPACES                       TO QL-TYPE(FIELD-SUB).
           MOVE ZEROES                       TO
                QL-VALUE-OFFSET(FIELD-SUB)
                QL-VALUE-LENGTH(FIELD-SUB).

           IF  VALUE-LENGTH GREATER THAN ZEROES
               COMPUTE QL-VALUE-OFFSET(FIELD-SUB) = QL-DATA-LENGTH + 1
               MOVE VALUE-LENGTH             TO
                    QL-VALUE-LENGTH(FIELD-SUB)
               MOVE ST-TEXT(VALUE-START:VALUE-LENGTH)
                 TO QL-DATA(QL-DATA-LENGTH + 1:VALUE-LENGTH)
               ADD  VALUE-LENGTH             TO QL-DATA-LENGTH.

       5140-EXIT.
           EXIT.

      *****************************************************************
      * The command must match the HTTP method, and INSERT and UPDATE *
      * must carry a FIELDS clause.                                   *
      *****************************************************************
       5400-CHECK-COMMAND.
           MOVE STATUS-405                   TO CA090-STATUS.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           AND QL-COMMAND NOT EQUAL 'INSERT'
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
           AND QL-COMMAND NOT EQUAL 'SELECT'
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
           AND QL-COMMAND NOT EQUAL 'UPDATE'
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
           AND QL-COMMAND NOT EQUAL 'DELETE'
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE ZEROES                       TO CA090-STATUS.

           IF  QL-COMMAND EQUAL 'INSERT'
           AND (FIELDS-CLAUSE-SW NOT EQUAL 'Y'
            OR  WHERE-CLAUSE-SW  EQUAL 'Y')
               PERFORM 9100-SYNTAX-ERROR   THRU 9100-EXIT.

           IF  QL-COMMAND EQUAL 'UPDATE'
           AND FIELDS-CLAUSE-SW NOT EQUAL 'Y'
               PERFORM 9100-SYNTAX-ERROR   THRU 9100-EXIT.

           IF  QL-COMMAND EQUAL 'DELETE'
           AND FIELDS-CLAUSE-SW EQUAL 'Y'
               PERFORM 9100-SYNTAX-ERROR   THRU 9100-EXIT.

       5400-EXIT.
           EXIT.

      *****************************************************************
      * Pick up the primary key (index 001) and the record length     *
      * the schema describes.                                         *
      *****************************************************************
       5500-RESOLVE-SCHEMA.
           MOVE ZEROES                       TO QL-RECORD-LENGTH.

           PERFORM 5510-SCAN-SCHEMA        THRU 5510-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH.

       5500-EXIT.
           EXIT.

      *****************************************************************
      * Examine one schema entry.                                     *
      *****************************************************************
       5510-SCAN-SCHEMA.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-COLUMN NOT NUMERIC
           OR  FD-LENGTH NOT NUMERIC
               GO TO 5510-EXIT.

           COMPUTE FD-END-COLUMN = FD-COLUMN + FD-LENGTH - 1.

           IF  FD-END-COLUMN GREATER THAN QL-RECORD-LENGTH
               MOVE FD-END-COLUMN            TO QL-RECORD-LENGTH.

           IF  FD-INDEX EQUAL 1
           AND QL-KEY-NAME EQUAL SPACES
               MOVE FD-NAME                  TO QL-KEY-NAME
               MOVE FD-COLUMN                TO QL-KEY-COLUMN
               MOVE FD-LENGTH                TO QL-KEY-LENGTH
               MOVE FD-TYPE                  TO QL-KEY-TYPE.

       5510-EXIT.
           EXIT.

      *****************************************************************
      * Resolve every FIELDS name against FAxxFD.                     *
      *****************************************************************
       5600-RESOLVE-FIELDS.
           IF  QL-FIELD-COUNT GREATER THAN ZEROES
               PERFORM 5610-RESOLVE-FIELD  THRU 5610-EXIT
                   VARYING FIELD-SUB FROM 1 BY 1
                   UNTIL FIELD-SUB GREATER THAN QL-FIELD-COUNT.

       5600-EXIT.
           EXIT.

      *****************************************************************
      * Resolve one field.  An unknown name answers 412, a field       *
      * above the userid's security level 401, and a value that does  *
      * not fit the column (or is not numeric for an 'N' column) 400. *
      *****************************************************************
       5610-RESOLVE-FIELD.
           MOVE QL-NAME(FIELD-SUB)           TO ITEM-NAME.
           PERFORM 5690-FIND-FIELD         THRU 5690-EXIT.

           IF  FIELD-FOUND-SW NOT EQUAL 'Y'
               MOVE ITEM-NAME                TO CA090-FIELD
               MOVE STATUS-412               TO CA090-STATUS
               MOVE NOT-FOUND-REASON         TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE FD-INDEX                     TO QL-INDEX(FIELD-SUB).
           MOVE FD-COLUMN                    TO QL-COLUMN(FIELD-SUB).
           MOVE FD-LENGTH                    TO QL-LENGTH(FIELD-SUB).
           MOVE FD-TYPE                      TO QL-TYPE(FIELD-SUB).

           IF  QL-COMMAND EQUAL 'SELECT'
               GO TO 5610-EXIT.

           MOVE QL-VALUE-LENGTH(FIELD-SUB)   TO VALUE-LENGTH.
           MOVE QL-VALUE-OFFSET(FIELD-SUB)   TO VALUE-START.

           IF  VALUE-LENGTH GREATER THAN FD-LENGTH
               MOVE ITEM-NAME                TO CA090-FIELD
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '10'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FD-TYPE EQUAL 'N'
               MOVE ZEROES                   TO DIGIT-COUNT
               INSPECT QL-DATA(VALUE-START:VALUE-LENGTH)
               TALLYING DIGIT-COUNT FOR ALL '0' '1' '2' '3' '4'
                                            '5' '6' '7' '8' '9'
               IF  DIGIT-COUNT NOT EQUAL VALUE-LENGTH
                   MOVE ITEM-NAME            TO CA090-FIELD
                   MOVE STATUS-400           TO CA090-STATUS
                   MOVE '10'                 TO CA090-REASON
                   PERFORM 9998-ZFAM090    THRU 9998-EXIT.

       5610-EXIT.
           EXIT.

      *****************************************************************
      * Find ITEM-NAME in the schema and apply field security.        *
      *****************************************************************
       5690-FIND-FIELD.
           MOVE 'N'                          TO FIELD-FOUND-SW.

           PERFORM 5695-MATCH-FIELD        THRU 5695-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    FIELD-FOUND-SW EQUAL 'Y'.

           IF  FIELD-FOUND-SW NOT EQUAL 'Y'
               GO TO 5690-EXIT.

           IF  FD-SEC NOT NUMERIC
               MOVE ZEROES                   TO FD-SEC.

           IF  FD-SEC GREATER THAN QL-SEC-LEVEL
               MOVE ITEM-NAME                TO CA090-FIELD
               MOVE STATUS-401               TO CA090-STATUS
               MOVE '14'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       5690-EXIT.
           EXIT.

       5695-MATCH-FIELD.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME EQUAL ITEM-NAME
               MOVE 'Y'                      TO FIELD-FOUND-SW.

       5695-EXIT.
           EXIT.

      *****************************************************************
      * Resolve the WHERE name.  SELECT and UPDATE answer 412 for an  *
      * unknown name; DELETE leaves it unresolved for ZFAM040 to      *
      * refuse as a missing primary key.  A numeric column's value is *
      * zero-filled to the column length so it compares equal to the *
      * stored column.                                                *
      *****************************************************************
       5700-RESOLVE-WHERE.
           IF  QL-WHERE-NAME EQUAL SPACES
               GO TO 5700-EXIT.

           MOVE QL-WHERE-NAME                TO ITEM-NAME.
           PERFORM 5690-FIND-FIELD         THRU 5690-EXIT.

           IF  FIELD-FOUND-SW NOT EQUAL 'Y'
           AND NOT-FOUND-REASON EQUAL ZEROES
               GO TO 5700-EXIT.

           IF  FIELD-FOUND-SW NOT EQUAL 'Y'
               MOVE ITEM-NAME                TO CA090-FIELD
               MOVE STATUS-412               TO CA090-STATUS
               MOVE NOT-FOUND-REASON         TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE FD-INDEX                     TO QL-WHERE-INDEX.
           MOVE FD-COLUMN                    TO QL-WHERE-COLUMN.
           MOVE FD-LENGTH                    TO QL-WHERE-LENGTH.
           MOVE FD-TYPE                      TO QL-WHERE-TYPE.

           IF  QL-WHERE-VALUE-LENGTH GREATER THAN FD-LENGTH
               PERFORM 9100-SYNTAX-ERROR   THRU 9100-EXIT.

           IF  FD-TYPE NOT EQUAL 'N'
               GO TO 5700-EXIT.

           MOVE ZEROES                       TO DIGIT-COUNT.
           INSPECT QL-WHERE-VALUE(1:QL-WHERE-VALUE-LENGTH)
           TALLYING DIGIT-COUNT FOR ALL '0' '1' '2' '3' '4'
                                        '5' '6' '7' '8' '9'.

           IF  DIGIT-COUNT NOT EQUAL QL-WHERE-VALUE-LENGTH
           OR  FD-LENGTH GREATER THAN LENGTH OF QL-WHERE-VALUE
               PERFORM 9100-SYNTAX-ERROR   THRU 9100-EXIT.

           MOVE QL-WHERE-VALUE(1:QL-WHERE-VALUE-LENGTH)
                                             TO ITEM-NAME.
           MOVE ZEROES                       TO QL-WHERE-VALUE(1:
                                                 FD-LENGTH).
           MOVE ITEM-NAME(1:QL-WHERE-VALUE-LENGTH)
                TO QL-WHERE-VALUE(FD-LENGTH -
                                  QL-WHERE-VALUE-LENGTH + 1:
                                  QL-WHERE-VALUE-LENGTH).
           MOVE FD-LENGTH                    TO QL-WHERE-VALUE-LENGTH.

       5700-EXIT.
           EXIT.

      *****************************************************************
      * SELECT without a FIELDS clause returns every schema field the *
      * userid's security level permits.                              *
      *****************************************************************
       5800-ALL-FIELDS.
           MOVE ZEROES                       TO QL-FIELD-COUNT.

           PERFORM 5810-ADD-FIELD          THRU 5810-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    QL-FIELD-COUNT NOT LESS THAN MAX-FIELDS.

       5800-EXIT.
           EXIT.

       5810-ADD-FIELD.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-COLUMN NOT NUMERIC
           OR  FD-LENGTH NOT NUMERIC
               GO TO 5810-EXIT.

           IF  FD-SEC NOT NUMERIC
               MOVE ZEROES                   TO FD-SEC.

           IF  FD-SEC GREATER THAN QL-SEC-LEVEL
               GO TO 5810-EXIT.

           ADD  ONE                          TO QL-FIELD-COUNT.
           MOVE QL-FIELD-COUNT               TO FIELD-SUB.

           MOVE FD-NAME                      TO QL-NAME(FIELD-SUB).
           MOVE FD-INDEX                     TO QL-INDEX(FIELD-SUB).
           MOVE FD-COLUMN                    TO QL-COLUMN(FIELD-SUB).
           MOVE FD-LENGTH                    TO QL-LENGTH(FIELD-SUB).
           MOVE FD-TYPE                      TO QL-TYPE(FIELD-SUB).
           MOVE ZEROES                       TO
                QL-VALUE-OFFSET(FIELD-SUB)
                QL-VALUE-LENGTH(FIELD-SUB).

       5810-EXIT.
           EXIT.

      *****************************************************************
      * Pass the parsed request in ZFAM-CONTAINER and the monitoring  *
      * record in ZFAM-MONITOR, and XCTL to the command's program.    *
      *****************************************************************
       5900-XCTL-QUERY.
           IF  QL-COMMAND EQUAL 'INSERT'
               MOVE ZFAM010                  TO QUERY-PROGRAM.

           IF  QL-COMMAND EQUAL 'SELECT'
               MOVE ZFAM020                  TO QUERY-PROGRAM.

           IF  QL-COMMAND EQUAL 'UPDATE'
               MOVE ZFAM030                  TO QUERY-PROGRAM.

           IF  QL-COMMAND EQUAL 'DELETE'
               MOVE ZFAM040                  TO QUERY-PROGRAM.

           EXEC CICS PUT CONTAINER(ZFAM-CONTAINER)
                FROM   (QL-REQUEST)
                FLENGTH(LENGTH OF QL-REQUEST)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           MOVE QUERY-PROGRAM                TO MN-PROGRAM.
           PERFORM 5940-MONITOR-RECORD     THRU 5940-EXIT.

           EXEC CICS PUT CONTAINER(ZFAM-MONITOR)
                FROM   (MN-RECORD)
                FLENGTH(LENGTH OF MN-RECORD)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS XCTL PROGRAM(QUERY-PROGRAM)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           MOVE QUERY-PROGRAM                TO CA090-PROGRAM.
           MOVE STATUS-500                   TO CA090-STATUS.
           MOVE '02'                         TO CA090-REASON.
           PERFORM 9998-ZFAM090            THRU 9998-EXIT.

       5900-EXIT.
           EXIT.

      *****************************************************************
      * Set the request's zFAM detail in the monitoring record.       *
      *****************************************************************
       5940-MONITOR-RECORD.
           MOVE EIBTRNID                     TO MN-TABLE.
           MOVE WEB-HTTPMETHOD               TO MN-METHOD.
           MOVE RECEIVE-LENGTH               TO MN-BYTES-IN.

       5940-EXIT.
           EXIT.

      *****************************************************************
      * Move the request's zFAM detail into the CICS monitoring user  *
      * field.  A region without the MCT entry ignores the point.     *
      *****************************************************************
       5950-MONITOR-POINT.
           PERFORM 5940-MONITOR-RECORD     THRU 5940-EXIT.

           SET MN-ADDRESS TO ADDRESS OF MN-RECORD.
           MOVE LENGTH OF MN-RECORD          TO MN-DATA2.

           EXEC CICS MONITOR POINT(MN-POINT)
                ENTRYNAME(MN-ENTRYNAME)
                DATA1    (MN-DATA1)
                DATA2    (MN-DATA2)
                NOHANDLE
           END-EXEC.

       5950-EXIT.
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
      * zQL syntax error - reason follows the command (or, before the *
      * command is known, the HTTP method).                           *
      *****************************************************************
       9100-SYNTAX-ERROR.
           MOVE STATUS-400                   TO CA090-STATUS.
           MOVE SYNTAX-REASON                TO CA090-REASON.
           PERFORM 9998-ZFAM090            THRU 9998-EXIT.

       9100-EXIT.
           EXIT.

      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      *****************************************************************
       9998-ZFAM090.
           MOVE QL-WHERE-VALUE(1:LENGTH OF CA090-KEY)
                                             TO CA090-KEY.
           MOVE EIBTRNID                     TO CA090-TRANID.

           MOVE 'ZFAM001 '                   TO MN-PROGRAM.
           MOVE CA090-STATUS                 TO MN-HTTP-STATUS.
           PERFORM 5950-MONITOR-POINT      THRU 5950-EXIT.

           EXEC CICS XCTL PROGRAM(ZFAM090)
                COMMAREA(ZFAM090-COMMAREA)
                LENGTH  (LENGTH OF ZFAM090-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

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
