       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM169.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Range UPDATE (HTTP PATCH).                                    *
      *                                                               *
      * This program is executed via XCTL from the Basic Mode program *
      * zFAM002 when an HTTP/PATCH request without a URI key carries  *
      * the zFAM-RangeBegin and zFAM-RangeEnd HTTP headers.  Every    *
      * FAxxFD schema row in the range has one column assigned:       *
      *                                                               *
      *   zFAM-RangeBegin  - first key of the range                   *
      *   zFAM-RangeEnd    - last key of the range                    *
      *   zFAM-RangeType   - Full (default) or Generic, as ZFAM003    *
      *   zFAM-SetColumn   - FAxxFD column name (FD-NAME) to assign   *
      *   zFAM-SetValue    - the new column value                     *
      *   zFAM-WhereValue  - optional; only rows whose column holds   *
      *                      this value now are changed               *
      *                                                               *
      * Values are laid into the column the way zQL UPDATE (ZFAM030)  *
      * lays them - 'N' columns right-justified and zero-filled, all  *
      * others left-justified and space-filled - and zFAM-WhereValue  *
      * is compared after the same treatment.  The primary key column *
      * cannot be assigned.                                           *
      *                                                               *
      * Each changed row gets the same swap a Basic Mode PATCH        *
      * performs: a new FILE store segment, the KEY store record      *
      * rewritten to point at it, tag and FAxxCIxx index maintenance  *
      * (zFAM031), version retention per DD-VERSION-RETAIN, the       *
      * FAxxCL change journal and xxJM mirror, the hot-key cache slot *
      * cleared and replication through zFAM102.  Each changed row is *
      * committed on its own before it is journaled or replicated, so *
      * a UNIQUE column violation (409) leaves every earlier row in   *
      * place.  Every 10 changed rows the task yields and the browse  *
      * is restarted, as ZFAM003 does.                                *
      *                                                               *
      * Rows that are deleted, awaiting ECR, carrying a write intent, *
      * aliases, multi-segment, failing their checksum, owned by      *
      * another client, not matching zFAM-WhereValue or already       *
      * holding the value are examined but left alone.                *
      *                                                               *
      * A maximum of 1000 rows are examined on a single request.  The *
      * rows examined, the rows changed and the last key examined are *
      * returned in the zFAM-Rows, zFAM-Changed and zFAM-LastKey      *
      * response headers; a 206 tells the client/consumer to resubmit *
      * the request with zFAM-LastKey as zFAM-RangeBegin.  Rows       *
      * already changed hold the value and are skipped on the         *
      * resubmitted request.                                          *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Mirror writes serialize with ZFAM185      *
      *                     journal compaction.                       *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      * 2026-10-15 ZFAMDEV  Start the table's xxRU trigger            *
      *                     transaction for each changed row when the *
      *                     table sets DD-TRIGGERS.                   *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  STATUS-LENGTH          PIC S9(08) COMP   VALUE 255.
       01  RESPONSE-LENGTH        PIC S9(08) COMP   VALUE 4.
       01  READ-COUNT             PIC S9(08) COMP   VALUE 0.
       01  CHANGE-COUNT           PIC S9(08) COMP   VALUE 0.
       01  UPDATE-COUNT           PIC S9(08) COMP   VALUE 0.
       01  TRAILING-NULLS         PIC S9(08) COMP   VALUE 0.
       01  ONE-THOUSAND           PIC S9(08) COMP   VALUE 1000.
       01  TEN                    PIC S9(08) COMP   VALUE 10.
       01  TWO                    PIC S9(08) COMP   VALUE 2.
       01  ONE                    PIC S9(08) COMP   VALUE 1.
       01  THIRTY-TWO-KB          PIC S9(08) COMP   VALUE 32000.
       01  ONE-BILLION            PIC S9(10) COMP-3 VALUE 1000000000.

       01  TYPE-FULL              PIC  X(07) VALUE 'Full   '.
       01  TYPE-GENERIC           PIC  X(07) VALUE 'Generic'.

       01  EOF                    PIC  X(01) VALUE SPACES.
       01  RESUME-SW              PIC  X(01) VALUE 'N'.
       01  ROW-SKIP               PIC  X(01) VALUE 'N'.
       01  WHERE-SW               PIC  X(01) VALUE 'N'.

       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  BROWSE-KEY             PIC X(255) VALUE LOW-VALUES.
       01  ROW-KEY                PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * HTTP headers for LastKey, Rows and Changed response.          *
      *****************************************************************
       01  HEADER-LASTKEY         PIC  X(12) VALUE 'zFAM-LastKey'.
       01  HEADER-LASTKEY-LENGTH  PIC S9(08) COMP VALUE 12.
       01  HEADER-ROWS            PIC  X(09) VALUE 'zFAM-Rows'.
       01  HEADER-ROWS-LENGTH     PIC S9(08) COMP VALUE 9.
       01  HEADER-CHANGED         PIC  X(12) VALUE 'zFAM-Changed'.
       01  HEADER-CHANGED-LENGTH  PIC S9(08) COMP VALUE 12.

       01  RESPONSE-DISPLAY       PIC  9(04) VALUE ZEROES.
       01  CHANGED-DISPLAY        PIC  9(04) VALUE ZEROES.
       01  LAST-KEY               PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * HTTP headers to key range for PATCH process.                  *
      *****************************************************************
       01  END-RESPONSE           PIC S9(08) COMP VALUE ZEROES.
       01  HEADER-END-LENGTH      PIC S9(08) COMP VALUE 13.
       01  HEADER-END             PIC  X(13) VALUE 'zFAM-RangeEnd'.
       01  END-VALUE-LENGTH       PIC S9(08) COMP VALUE 255.
       01  END-VALUE              PIC X(255) VALUE LOW-VALUES.

       01  BEGIN-RESPONSE         PIC S9(08) COMP VALUE ZEROES.
       01  HEADER-BEGIN-LENGTH    PIC S9(08) COMP VALUE 15.
       01  HEADER-BEGIN           PIC  X(15) VALUE 'zFAM-RangeBegin'.
       01  BEGIN-VALUE-LENGTH     PIC S9(08) COMP VALUE 255.
       01  BEGIN-VALUE            PIC X(255) VALUE LOW-VALUES.

       01  TYPE-RESPONSE          PIC S9(08) COMP VALUE ZEROES.
       01  HEADER-TYPE-LENGTH     PIC S9(08) COMP VALUE 14.
       01  HEADER-TYPE            PIC  X(15) VALUE 'zFAM-RangeType'.
       01  TYPE-VALUE-LENGTH      PIC S9(08) COMP VALUE 07.
       01  TYPE-VALUE             PIC  X(07) VALUE 'Full   '.

      *****************************************************************
      * HTTP headers naming the column assignment.                    *
      *****************************************************************
       01  SETCOL-RESPONSE        PIC S9(08) COMP VALUE ZEROES.
       01  HEADER-SETCOL-LENGTH   PIC S9(08) COMP VALUE 14.
       01  HEADER-SETCOL          PIC  X(14) VALUE 'zFAM-SetColumn'.
       01  SETCOL-VALUE-LENGTH    PIC S9(08) COMP VALUE 16.
       01  SETCOL-VALUE           PIC  X(16) VALUE SPACES.

       01  SETVAL-RESPONSE        PIC S9(08) COMP VALUE ZEROES.
       01  HEADER-SETVAL-LENGTH   PIC S9(08) COMP VALUE 13.
       01  HEADER-SETVAL          PIC  X(13) VALUE 'zFAM-SetValue'.
       01  SETVAL-VALUE-LENGTH    PIC S9(08) COMP VALUE 255.
       01  SETVAL-VALUE           PIC X(255) VALUE SPACES.

       01  WHERE-RESPONSE         PIC S9(08) COMP VALUE ZEROES.
       01  HEADER-WHERE-LENGTH    PIC S9(08) COMP VALUE 15.
       01  HEADER-WHERE           PIC  X(15) VALUE 'zFAM-WhereValue'.
       01  WHERE-VALUE-LENGTH     PIC S9(08) COMP VALUE 255.
       01  WHERE-VALUE            PIC X(255) VALUE SPACES.

      *****************************************************************
      * The assigned column, from its FAxxFD entry, and the column    *
      * contents the SetValue and WhereValue headers come to once     *
      * justified and filled.                                         *
      *****************************************************************
       01  COLUMN-FOUND           PIC  X(01) VALUE 'N'.
       01  SET-INDEX              PIC S9(08) COMP VALUE ZEROES.
       01  SET-COLUMN             PIC S9(08) COMP VALUE ZEROES.
       01  SET-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  SET-TYPE               PIC  X(01) VALUE SPACES.
       01  COLUMN-END             PIC S9(08) COMP VALUE ZEROES.

       01  SET-IMAGE              PIC X(32000) VALUE SPACES.
       01  WHERE-IMAGE            PIC X(32000) VALUE SPACES.

      *****************************************************************
      * FAxxFD schema and ZFAM-DD document templates.                 *
      *****************************************************************
       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-FD.
           02  FD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'FD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

      *****************************************************************
      * Only the fields this program needs from the ZFAM-DD template  *
      * - the version retention count, the current schema version     *
      * and the write-triggers option.  The fillers span every other  *
      * field and its CRLF exactly as ZFAM002's full DD-INFORMATION   *
      * lays them out.                                                *
      *****************************************************************
       01  DD-INFORMATION.
           02  FILLER             PIC  X(85) VALUE SPACES.
           02  DD-VERSION-RETAIN  PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(52) VALUE SPACES.
           02  DD-SCHEMA-VER      PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(78) VALUE SPACES.
           02  DD-TRIGGERS        PIC  X(01) VALUE SPACES.

       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  VERSION-RETAIN         PIC  9(01) VALUE ZEROES.
       01  SCHEMA-VERSION         PIC  9(03) VALUE ZEROES.

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
      * Start - zFAM error message resources.                         *
      *****************************************************************
       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.
       01  CSSL-ABS               PIC S9(15) COMP-3 VALUE ZEROES.

       01  STATUS-400             PIC  9(03) VALUE 400.
       01  STATUS-409             PIC  9(03) VALUE 409.
       01  STATUS-412             PIC  9(03) VALUE 412.
       01  STATUS-507             PIC  9(03) VALUE 507.

       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.
       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-002 Service u'.
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

       01  FCT-ERROR.
           02  FILLER             PIC  X(13) VALUE 'File Error   '.
           02  FE-DS              PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'EIBFN: '.
           02  FE-FN              PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE ' EIBRESP: '.
           02  FE-RESP            PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(11) VALUE ' EIBRESP2: '.
           02  FE-RESP2           PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(12) VALUE ' Paragraph: '.
           02  FE-PARAGRAPH       PIC  X(04) VALUE SPACES.

      *****************************************************************
      * End   - zFAM error message resources.                         *
      *****************************************************************

       01  FC-READ                PIC  X(06) VALUE 'READ  '.
       01  FC-WRITE               PIC  X(06) VALUE 'WRITE '.
       01  FC-REWRITE             PIC  X(07) VALUE 'REWRITE'.
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

       01  HTTP-STATUS            PIC S9(04) COMP.
       01  HTTP-TEXT-LENGTH       PIC S9(08) COMP.
       01  HTTP-TEXT              PIC  X(64).

       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-200-LENGTH        PIC S9(08) COMP VALUE 02.
       01  HTTP-200-TEXT          PIC  X(02) VALUE 'OK'.

       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.
       01  HTTP-204-LENGTH        PIC S9(08) COMP VALUE 64.
       01  HTTP-204-TEXT.
           02  FILLER             PIC  X(04) VALUE '204 '.
           02  HTTP-204-RC        PIC  X(02) VALUE '00'.
           02  FILLER             PIC  X(10) VALUE '-169 No re'.
           02  FILLER             PIC  X(16) VALUE 'cords found in r'.
           02  FILLER             PIC  X(16) VALUE 'ange for PATCH r'.
           02  FILLER             PIC  X(16) VALUE 'equest.         '.

       01  HTTP-STATUS-206        PIC S9(04) COMP VALUE 206.
       01  HTTP-206-LENGTH        PIC S9(08) COMP VALUE 64.
       01  HTTP-206-TEXT.
           02  FILLER             PIC  X(16) VALUE '206 01-169 Maxim'.
           02  FILLER             PIC  X(16) VALUE 'um of 1000 recor'.
           02  FILLER             PIC  X(16) VALUE 'ds examined; res'.
           02  FILLER             PIC  X(16) VALUE 'ume at LastKey. '.

       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.

      *****************************************************************
      * WEB EXTRACT - the path tells a replicated request from the    *
      * partner Data Center apart from an application request.        *
      *****************************************************************
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.
       01  WEB-PATH               PIC X(512) VALUE LOW-VALUES.
       01  REPLICATE              PIC  X(10) VALUE '/replicate'.

      *****************************************************************
      * Replication resources.  Each changed row is replicated to the *
      * partner Data Center through zFAM102 once it is committed.     *
      *****************************************************************
       01  ZFAM102                PIC  X(08) VALUE 'ZFAM102 '.
       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-CONTROL.
           02  FILLER             PIC  X(06).
           02  DC-TYPE            PIC  X(02) VALUE SPACES.
           02  DC-CRLF            PIC  X(02).
           02  THE-OTHER-DC       PIC X(160) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.

       01  ZFAM102-COMMAREA.
           02  CA102-TYPE         PIC  X(06) VALUE 'UPDATE'.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  CA102-NAME         PIC  X(16) VALUE SPACES.
           02  CA102-KEY-LENGTH   PIC S9(04) COMP VALUE ZEROES.
           02  CA102-KEY          PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Hot-key cache invalidation, the same xxHC slot clear          *
      * ZFAM002's 3148-CACHE-INVALIDATE performs.                     *
      *****************************************************************
       01  HC-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  HC-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  HC-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  HC-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  HC-SCAN                PIC S9(04) COMP VALUE ZEROES.
       01  HC-LOOKUP-KEY          PIC X(255) VALUE LOW-VALUES.

       01  HC-CONTROL.
           02  HC-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  HC-NEXT            PIC S9(04) COMP VALUE ZEROES.

       01  HC-ENTRY.
           02  HC-KEY             PIC X(255) VALUE LOW-VALUES.
           02  HC-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
           02  HC-MEDIA           PIC  X(56) VALUE SPACES.
           02  HC-DATA-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  HC-DATA            PIC X(8000) VALUE LOW-VALUES.

      *****************************************************************
      * KEY and FILE store resources.                                 *
      *****************************************************************
       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  DELETE-RECORD.
           02  DELETE-KEY-16.
               05  DELETE-KEY     PIC  X(08).
               05  DELETE-SEGMENT PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

      *****************************************************************
      * Version retention (DD-VERSION-RETAIN), the same FK-VERSIONS   *
      * push ZFAM002's 6310-SAVE-VERSION performs.  EVICT-KEY-16 is   *
      * the RIDFLD used to purge the oldest retained chain.           *
      *****************************************************************
       01  EVICT-RECORD.
           02  EVICT-KEY-16.
               05  EVICT-KEY      PIC  X(08).
               05  EVICT-SEGMENT  PIC  9(04) VALUE ZEROES COMP.
               05  EVICT-SUFFIX   PIC  9(04) VALUE ZEROES COMP.
               05  EVICT-ZEROES   PIC  9(08) VALUE ZEROES COMP.

       01  VERSION-INDEX          PIC  9(01) VALUE ZEROES.

      *****************************************************************
      * Metadata tag index (FAxxTG), re-pointed at the new chain the  *
      * same way ZFAM002's 9073/9075 paragraphs do.                   *
      *****************************************************************
       01  TAG-SUB                PIC S9(04) COMP VALUE ZEROES.
       01  RETIRE-FF-KEY          PIC  X(08) VALUE LOW-VALUES.

       01  TG-FCT.
           02  TG-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'TG  '.

       COPY ZFAMTGC.

       01  TG-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TG-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * zUIDSTCK resources to obtain TOD for IDN.                     *
      *****************************************************************
       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

      *****************************************************************
      * Named Counter, same internal-key counter ZFAM002 uses.        *
      *****************************************************************
       01  ZFAM-COUNTER.
           02  NC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(07) VALUE '_ZFAM  '.
           02  FILLER             PIC  X(05) VALUE SPACES.

       01  FILLER.
           02  ZFAM-NC-VALUE      PIC  9(16) COMP VALUE ZEROES.
           02  FILLER REDEFINES ZFAM-NC-VALUE.
               05  FILLER         PIC  X(06).
               05  ZFAM-NC-HW     PIC  X(02).

       01  ZFAM-NC-INCREMENT      PIC  9(16) COMP VALUE 1.

      *****************************************************************
      * Checksum and whole-record digest working fields, matching     *
      * ZFAM002's read/write paths.                                   *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

       01  RD-DIGEST-TOTAL        PIC S9(18) COMP-3 VALUE ZEROES.
       01  RD-DIGEST-WORK         PIC  9(09) VALUE ZEROES.
       01  RD-QUOTIENT            PIC S9(18) COMP-3 VALUE ZEROES.

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
      * Secondary column index maintenance, the same old/new          *
      * container flow ZFAM030 drives through zFAM031.  The FAxxFD    *
      * schema rides on the channel for zFAM031 as well.              *
      *****************************************************************
       01  ZFAM031                PIC  X(08) VALUE 'ZFAM031 '.

       01  ZFAM-CHANNEL           PIC  X(16) VALUE 'ZFAM-CHANNEL  '.
       01  ZFAM-FAXXFD            PIC  X(16) VALUE 'ZFAM-FAXXFD   '.
       01  ZFAM-NEW-REC           PIC  X(16) VALUE 'ZFAM-NEW-REC  '.
       01  ZFAM-NEW-KEY           PIC  X(16) VALUE 'ZFAM-NEW-KEY  '.
       01  ZFAM-OLD-REC           PIC  X(16) VALUE 'ZFAM-OLD-REC  '.
       01  ZFAM-OLD-KEY           PIC  X(16) VALUE 'ZFAM-OLD-KEY  '.
       01  ZFAM-PROCESS           PIC  X(16) VALUE 'ZFAM-PROCESS  '.
       01  ZFAM-CI-FAIL           PIC  X(16) VALUE 'ZFAM-CI-FAIL  '.

       01  PROCESS-INSERT         PIC  X(06) VALUE 'INSERT'.

       01  RECORD-ADDRESS         USAGE POINTER.
       01  RECORD-ADDRESS-X REDEFINES RECORD-ADDRESS
                                  PIC S9(08) COMP.

       01  OLD-REC-ADDRESS        USAGE POINTER.
       01  OLD-REC-ADDRESS-X REDEFINES OLD-REC-ADDRESS
                                  PIC S9(08) COMP.

       01  CI-FAIL-SW             PIC  X(01) VALUE 'N'.
       01  CI-FAIL-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  CI-FAIL-RESP           PIC S9(08) COMP VALUE ZEROES.

       01  CI-FAIL-RECORD.
           02  CF-FILE            PIC  X(08) VALUE SPACES.
           02  CF-FIELD           PIC  X(16) VALUE SPACES.
           02  CF-VALUE           PIC  X(56) VALUE SPACES.

      *****************************************************************
      * Change-data-capture journal (FAxxCL), its xxJM mirror and the *
      * mirror's xxJE wipe generation, as ZFAM002's 8600/8630/8635.   *
      *****************************************************************
       01  JL-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  JL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  JL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JL-IMAGE-MAX           PIC S9(08) COMP VALUE 16000.
       01  JL-IMAGE-LENGTH        PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMJLC.

       01  JM-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JM-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  JM-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JM-ENTRY-LENGTH        PIC S9(04) COMP VALUE ZEROES.
       01  JM-MAX-ITEMS           PIC S9(04) COMP VALUE 5000.
       01  JM-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.

       01  JE-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JE-ITEM                PIC S9(04) COMP VALUE 1.
       01  JE-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JE-EPOCH               PIC  9(09) VALUE ZEROES.

      *****************************************************************
      * Write triggers.  A table that sets DD-TRIGGERS has each       *
      * changed row STARTed to its xxRU transaction (ZFAM181) with    *
      * the after image, as ZFAM002's 8640 does.  A START that cannot *
      * be issued is noted on CSSL.                                   *
      *****************************************************************
       01  TE-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  TE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  TE-RESP                PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMRUC.

       01  TD-TRIGGER-ALERT.
           02  FILLER             PIC  X(23) VALUE
               'Trigger start failed - '.
           02  TD-TE-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TE-KEY          PIC  X(62) VALUE SPACES.

      *****************************************************************
      * Table federation (see ZFAMVFC).  A federation's URI is not    *
      * updated by range; each member table is updated on its own.    *
      *****************************************************************
       COPY ZFAMVFC.

      *****************************************************************
      * The row before and after the assignment, in FAxxFD column     *
      * positions.                                                    *
      *****************************************************************
       01  OLD-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  OLD-SEGMENT-DATA       PIC X(32000) VALUE LOW-VALUES.

       01  RECORD-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  RECORD-DATA            PIC X(32000) VALUE SPACES.

      *****************************************************************
      * CICS monitoring (ZFAMMNC).  ZFAM002 hands the request's zFAM  *
      * detail over in the commarea; this program answers the         *
      * request, so it sets the status, bytes out and segments it     *
      * sent and issues the monitoring point on its way out.          *
      *****************************************************************
       COPY ZFAMMNC.

       01  CA-MONITOR-LENGTH      PIC S9(04) COMP VALUE 89.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-OWNER-CHECK     PIC  X(01).
           02  CA-OWNER           PIC  X(08).
           02  CA-CORRID          PIC  X(32).
           02  CA-MONITOR         PIC  X(48).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 1100-HTTP-HEADER        THRU 1100-EXIT.
           PERFORM 1200-LOAD-SCHEMA        THRU 1200-EXIT.
           PERFORM 1300-FEDERATION-CHECK   THRU 1300-EXIT.
           PERFORM 3000-START-BROWSE       THRU 3000-EXIT.
           PERFORM 4000-READ-NEXT          THRU 4000-EXIT
                   WITH TEST AFTER
                   UNTIL EOF  EQUAL 'Y'
                OR READ-COUNT EQUAL        ONE-THOUSAND
                OR READ-COUNT GREATER THAN ONE-THOUSAND.
           PERFORM 8100-SEND-RESPONSE      THRU 8100-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Initialize resources for the range PATCH request.             *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE EIBTRNID(3:2)                TO FK-TRANID(3:2)
                                                 FF-TRANID(3:2)
                                                 FD-TRANID(3:2)
                                                 DD-TRANID(3:2)
                                                 DC-TRANID(3:2)
                                                 TG-TRANID(3:2)
                                                 HC-TSQ(1:2).
           MOVE 'HC'                         TO HC-TSQ(3:2).
           MOVE EIBTRNID                     TO NC-TRANID.

           MOVE CA-OWNER                     TO CA090-USERID.

           EXEC CICS WEB EXTRACT
                PATH(WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 8000-GET-DC-TYPE        THRU 8000-EXIT.

           IF  EIBCALEN NOT LESS THAN CA-MONITOR-LENGTH
               MOVE CA-MONITOR               TO MN-RECORD.

           MOVE ZEROES                       TO MN-SEGMENTS
                                                 MN-HTTP-STATUS
                                                 MN-BYTES-OUT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read zFAM-RangeBegin, zFAM-RangeEnd and zFAM-RangeType HTTP   *
      * headers, then zFAM-SetColumn, zFAM-SetValue and the optional  *
      * zFAM-WhereValue.                                              *
      *****************************************************************
       1100-HTTP-HEADER.
           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-BEGIN)
                NAMELENGTH  (HEADER-BEGIN-LENGTH)
                VALUE       (BEGIN-VALUE)
                VALUELENGTH (BEGIN-VALUE-LENGTH)
                RESP        (BEGIN-RESPONSE)
                NOHANDLE
           END-EXEC.

           INSPECT BEGIN-VALUE
           REPLACING ALL SPACES BY LOW-VALUES.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-END)
                NAMELENGTH  (HEADER-END-LENGTH)
                VALUE       (END-VALUE)
                VALUELENGTH (END-VALUE-LENGTH)
                RESP        (END-RESPONSE)
                NOHANDLE
           END-EXEC.

           INSPECT END-VALUE
           REPLACING ALL SPACES BY LOW-VALUES.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-TYPE)
                NAMELENGTH  (HEADER-TYPE-LENGTH)
                VALUE       (TYPE-VALUE)
                VALUELENGTH (TYPE-VALUE-LENGTH)
                RESP        (TYPE-RESPONSE)
                NOHANDLE
           END-EXEC.

           IF  TYPE-VALUE NOT EQUAL TYPE-GENERIC
               MOVE TYPE-FULL                TO TYPE-VALUE.

           IF  BEGIN-RESPONSE NOT EQUAL DFHRESP(NORMAL)
           OR  END-RESPONSE   NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  BEGIN-VALUE GREATER THAN END-VALUE
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-SETCOL)
                NAMELENGTH  (HEADER-SETCOL-LENGTH)
                VALUE       (SETCOL-VALUE)
                VALUELENGTH (SETCOL-VALUE-LENGTH)
                RESP        (SETCOL-RESPONSE)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-SETVAL)
                NAMELENGTH  (HEADER-SETVAL-LENGTH)
                VALUE       (SETVAL-VALUE)
                VALUELENGTH (SETVAL-VALUE-LENGTH)
                RESP        (SETVAL-RESPONSE)
                NOHANDLE
           END-EXEC.

           IF  SETCOL-RESPONSE NOT EQUAL DFHRESP(NORMAL)
           OR  SETVAL-RESPONSE NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-WHERE)
                NAMELENGTH  (HEADER-WHERE-LENGTH)
                VALUE       (WHERE-VALUE)
                VALUELENGTH (WHERE-VALUE-LENGTH)
                RESP        (WHERE-RESPONSE)
                NOHANDLE
           END-EXEC.

           IF  WHERE-RESPONSE EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO WHERE-SW.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Load the FAxxFD schema and find the assigned column, then the *
      * ZFAM-DD version retention and schema version.  The schema is  *
      * put on the channel once for every zFAM031 LINK that follows.  *
      *****************************************************************
       1200-LOAD-SCHEMA.
           MOVE SETCOL-VALUE                 TO CA090-FIELD.

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

           IF  FD-DOC-LENGTH EQUAL ZEROES
               MOVE STATUS-412               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           PERFORM 1210-FIND-COLUMN        THRU 1210-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET             FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH.

           PERFORM 1220-CHECK-COLUMN       THRU 1220-EXIT.
           PERFORM 1230-SET-IMAGE          THRU 1230-EXIT.

           IF  WHERE-SW EQUAL 'Y'
               PERFORM 1240-WHERE-IMAGE    THRU 1240-EXIT.

           EXEC CICS PUT CONTAINER(ZFAM-FAXXFD)
                FROM   (FAXXFD-BUFFER)
                FLENGTH(FD-DOC-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION     TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           MOVE ZEROES                       TO VERSION-RETAIN.
           IF  DD-VERSION-RETAIN NUMERIC
               MOVE DD-VERSION-RETAIN        TO VERSION-RETAIN.

           MOVE ZEROES                       TO SCHEMA-VERSION.
           IF  DD-SCHEMA-VER NUMERIC
               MOVE DD-SCHEMA-VER            TO SCHEMA-VERSION.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * Keep the FAxxFD entry whose FD-NAME matches zFAM-SetColumn.   *
      *****************************************************************
       1210-FIND-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME      EQUAL SETCOL-VALUE
           AND COLUMN-FOUND NOT EQUAL 'Y'
               MOVE 'Y'                      TO COLUMN-FOUND
               MOVE FD-INDEX                 TO SET-INDEX
               MOVE FD-COLUMN                TO SET-COLUMN
               MOVE FD-LENGTH                TO SET-LENGTH
               MOVE FD-TYPE                  TO SET-TYPE.

       1210-EXIT.
           EXIT.

      *****************************************************************
      * A column missing from FAxxFD, whose type is not C, N or U, or *
      * that lies beyond a single FILE store segment is a schema      *
      * error.  The primary key column cannot be assigned, and the    *
      * values must fit the column ('N' columns take digits only).    *
      *****************************************************************
       1220-CHECK-COLUMN.
           IF  COLUMN-FOUND NOT EQUAL 'Y'
               MOVE STATUS-412               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  SET-INDEX EQUAL ONE
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '05'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           COMPUTE COLUMN-END = SET-COLUMN + SET-LENGTH - 1.

           IF  (SET-TYPE NOT EQUAL 'C'
           AND  SET-TYPE NOT EQUAL 'N'
           AND  SET-TYPE NOT EQUAL 'U')
           OR  SET-COLUMN NOT GREATER THAN ZEROES
           OR  SET-LENGTH NOT GREATER THAN ZEROES
           OR  COLUMN-END GREATER THAN THIRTY-TWO-KB
               MOVE STATUS-412               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  SETVAL-VALUE-LENGTH GREATER THAN SET-LENGTH
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  SET-TYPE EQUAL 'N'
           IF  SETVAL-VALUE-LENGTH GREATER THAN ZEROES
           IF  SETVAL-VALUE(1:SETVAL-VALUE-LENGTH) NOT NUMERIC
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WHERE-SW EQUAL 'Y'
           IF  WHERE-VALUE-LENGTH GREATER THAN SET-LENGTH
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  WHERE-SW EQUAL 'Y'
           IF  SET-TYPE EQUAL 'N'
           IF  WHERE-VALUE-LENGTH GREATER THAN ZEROES
           IF  WHERE-VALUE(1:WHERE-VALUE-LENGTH) NOT NUMERIC
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       1220-EXIT.
           EXIT.

      *****************************************************************
      * Build the column contents zFAM-SetValue assigns.              *
      *****************************************************************
       1230-SET-IMAGE.
           IF  SET-TYPE EQUAL 'N'
               MOVE ZEROES                   TO SET-IMAGE(1:SET-LENGTH)
           ELSE
               MOVE SPACES                   TO SET-IMAGE(1:SET-LENGTH).

           IF  SETVAL-VALUE-LENGTH NOT GREATER THAN ZEROES
               GO TO 1230-EXIT.

           IF  SET-TYPE EQUAL 'N'
               MOVE SETVAL-VALUE(1:SETVAL-VALUE-LENGTH)
                 TO SET-IMAGE(SET-LENGTH - SETVAL-VALUE-LENGTH + 1:
                              SETVAL-VALUE-LENGTH)
           ELSE
               MOVE SETVAL-VALUE(1:SETVAL-VALUE-LENGTH)
                 TO SET-IMAGE(1:SETVAL-VALUE-LENGTH).

       1230-EXIT.
           EXIT.

      *****************************************************************
      * Build the column contents zFAM-WhereValue must match.         *
      *****************************************************************
       1240-WHERE-IMAGE.
           IF  SET-TYPE EQUAL 'N'
               MOVE ZEROES                 TO WHERE-IMAGE(1:SET-LENGTH)
           ELSE
               MOVE SPACES                 TO WHERE-IMAGE(1:SET-LENGTH).

           IF  WHERE-VALUE-LENGTH NOT GREATER THAN ZEROES
               GO TO 1240-EXIT.

           IF  SET-TYPE EQUAL 'N'
               MOVE WHERE-VALUE(1:WHERE-VALUE-LENGTH)
                 TO WHERE-IMAGE(SET-LENGTH - WHERE-VALUE-LENGTH + 1:
                                WHERE-VALUE-LENGTH)
           ELSE
               MOVE WHERE-VALUE(1:WHERE-VALUE-LENGTH)
                 TO WHERE-IMAGE(1:WHERE-VALUE-LENGTH).

       1240-EXIT.
           EXIT.

      *****************************************************************
      * A federation's URI holds no rows of its own; its members are  *
      * each updated through their own URI.                           *
      *****************************************************************
       1300-FEDERATION-CHECK.
           MOVE 'L'                         TO VF-FUNCTION.
           MOVE EIBTRNID                    TO VF-TABLE.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP   EQUAL DFHRESP(NORMAL)
           AND VF-RESULT EQUAL 'Y'
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '06'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Start browse of KEY store at BROWSE-KEY.  Nothing at or past  *
      * zFAM-RangeBegin answers 204; nothing left after a restart     *
      * ends the range.                                               *
      *****************************************************************
       3000-START-BROWSE.
           IF  READ-COUNT EQUAL ZEROES
               MOVE BEGIN-VALUE              TO BROWSE-KEY.

           MOVE BROWSE-KEY                   TO FK-KEY.
           MOVE LENGTH      OF FK-RECORD     TO FK-LENGTH.

           EXEC CICS STARTBR FILE(FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
           OR  EIBRESP EQUAL DFHRESP(ENDFILE)
           IF  READ-COUNT EQUAL ZEROES
               MOVE '01'                     TO HTTP-204-RC
               PERFORM 9700-STATUS-204     THRU 9700-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
           OR  EIBRESP EQUAL DFHRESP(ENDFILE)
               MOVE 'Y'                      TO EOF
               GO TO 3000-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                  TO FE-FN
               MOVE '3000'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
               PERFORM 9600-HEADER         THRU 9600-EXIT
               MOVE FK-FCT                   TO CA090-FILE
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Issue READNEXT for the KEY store.  After a browse restart the *
      * last key examined is read again and passed over.              *
      *****************************************************************
       4000-READ-NEXT.
           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
           OR  EIBRESP EQUAL DFHRESP(ENDFILE)
               MOVE 'Y'                      TO EOF
               GO TO 4000-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                  TO FE-FN
               MOVE '4000'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
               PERFORM 9600-HEADER         THRU 9600-EXIT
               MOVE FK-FCT                   TO CA090-FILE
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  RESUME-SW EQUAL 'Y'
               MOVE 'N'                      TO RESUME-SW
               IF  FK-KEY EQUAL LAST-KEY
                   GO TO 4000-EXIT.

           PERFORM 4100-RANGE-END          THRU 4100-EXIT.

           IF  EOF EQUAL 'Y'
               GO TO 4000-EXIT.

           ADD ONE                           TO READ-COUNT.
           MOVE FK-KEY                       TO ROW-KEY.

           PERFORM 4200-UPDATE-ROW         THRU 4200-EXIT.

           MOVE ROW-KEY                      TO LAST-KEY.

           IF  UPDATE-COUNT EQUAL        TEN
           OR  UPDATE-COUNT GREATER THAN TEN
               PERFORM 4900-REPOSITION     THRU 4900-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Check zFAM-RangeType for 'Full' or 'Generic' key range.       *
      *****************************************************************
       4100-RANGE-END.
           IF  TYPE-VALUE EQUAL TYPE-FULL
               PERFORM 4110-FULL          THRU 4110-EXIT.

           IF  TYPE-VALUE EQUAL TYPE-GENERIC
               PERFORM 4120-GENERIC       THRU 4120-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Check zFAM-RangeEnd and compare with Primary Key using        *
      * 'Full' key comparison.                                        *
      *****************************************************************
       4110-FULL.
           IF  FK-KEY     GREATER THAN
               END-VALUE
               MOVE 'Y' TO EOF.
       4110-EXIT.
           EXIT.

      *****************************************************************
      * Check zFAM-RangeEnd and compare with Primary Key using        *
      * 'Generic' key comparison.                                     *
      *****************************************************************
       4120-GENERIC.
           IF  FK-KEY     (1:END-VALUE-LENGTH) GREATER THAN
               END-VALUE  (1:END-VALUE-LENGTH)
               MOVE 'Y' TO EOF.
       4120-EXIT.
           EXIT.

      *****************************************************************
      * Assign the column on one row.  A row left alone is released.  *
      *****************************************************************
       4200-UPDATE-ROW.
           PERFORM 4210-READ-KEY           THRU 4210-EXIT.

           IF  ROW-SKIP NOT EQUAL 'Y'
               PERFORM 4220-READ-SEGMENT   THRU 4220-EXIT.

           IF  ROW-SKIP NOT EQUAL 'Y'
               PERFORM 4230-APPLY-COLUMN   THRU 4230-EXIT.

           IF  ROW-SKIP EQUAL 'Y'
               PERFORM 4290-RELEASE        THRU 4290-EXIT
               GO TO 4200-EXIT.

           PERFORM 4300-WRITE-FILE         THRU 4300-EXIT.
           PERFORM 4400-REWRITE-KEY        THRU 4400-EXIT.
           PERFORM 4500-CI-REPLACE         THRU 4500-EXIT.

           IF  VERSION-RETAIN EQUAL ZEROES
               PERFORM 4600-DELETE-OLD     THRU 4600-EXIT
                   WITH TEST AFTER
                   VARYING DELETE-SEGMENT    FROM 1 BY 1
                   UNTIL   EIBRESP NOT EQUAL DFHRESP(NORMAL).

           PERFORM 4700-COMMIT-ROW         THRU 4700-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * Read the KEY store record for update and decide whether the   *
      * row may be changed at all.                                    *
      *****************************************************************
       4210-READ-KEY.
           MOVE 'N'                          TO ROW-SKIP.
           MOVE ROW-KEY                      TO FK-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'Y'                      TO ROW-SKIP
               GO TO 4210-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                  TO FE-FN
               MOVE '4210'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
               PERFORM 9600-HEADER         THRU 9600-EXIT
               MOVE FK-FCT                   TO CA090-FILE
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-DELETED  EQUAL 'Y'
           OR  FK-ECR      EQUAL 'Y'
           OR  FK-INTENT   EQUAL 'Y'
           OR  FK-INTENT   EQUAL 'M'
           OR  FK-ALIAS    EQUAL 'Y'
           OR  FK-SEGMENTS GREATER THAN ONE
               MOVE 'Y'                      TO ROW-SKIP.

           IF  CA-OWNER-CHECK EQUAL 'Y'
           AND FK-OWNER NOT EQUAL SPACES
           AND FK-OWNER NOT EQUAL LOW-VALUES
           AND FK-OWNER NOT EQUAL CA-OWNER
               MOVE 'Y'                      TO ROW-SKIP.

           MOVE 'FILE'                       TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO DELETE-KEY.
           MOVE ZEROES                       TO DELETE-SUFFIX
                                                 DELETE-ZEROES.

       4210-EXIT.
           EXIT.

      *****************************************************************
      * Read, verify and decipher the segment being replaced.  It is  *
      * kept as the old record for zFAM031 and the journal, and is    *
      * the base the column is assigned over.                         *
      *****************************************************************
       4220-READ-SEGMENT.
           MOVE DELETE-KEY                   TO FF-KEY.
           MOVE ONE                          TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP(FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FF-LENGTH NOT GREATER THAN FF-PREFIX
               MOVE 'Y'                      TO ROW-SKIP
               GO TO 4220-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE 'Y'                      TO ROW-SKIP
               GO TO 4220-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

           MOVE LOW-VALUES                   TO OLD-SEGMENT-DATA.
           MOVE FF-DATA(1:FF-LENGTH)         TO
                OLD-SEGMENT-DATA(1:FF-LENGTH).
           MOVE FF-LENGTH                    TO OLD-LENGTH.

           MOVE SPACES                       TO RECORD-DATA.
           MOVE FF-DATA(1:FF-LENGTH)         TO
                RECORD-DATA(1:FF-LENGTH).

           MOVE FF-LENGTH                    TO RECORD-LENGTH.

           IF  COLUMN-END GREATER THAN RECORD-LENGTH
               MOVE COLUMN-END               TO RECORD-LENGTH.

       4220-EXIT.
           EXIT.

      *****************************************************************
      * Pass over a row whose column does not hold zFAM-WhereValue or *
      * already holds zFAM-SetValue; otherwise assign the column.     *
      *****************************************************************
       4230-APPLY-COLUMN.
           IF  WHERE-SW EQUAL 'Y'
           AND RECORD-DATA(SET-COLUMN:SET-LENGTH) NOT EQUAL
               WHERE-IMAGE(1:SET-LENGTH)
               MOVE 'Y'                      TO ROW-SKIP
               GO TO 4230-EXIT.

           IF  RECORD-DATA(SET-COLUMN:SET-LENGTH) EQUAL
               SET-IMAGE(1:SET-LENGTH)
               MOVE 'Y'                      TO ROW-SKIP
               GO TO 4230-EXIT.

           MOVE SET-IMAGE(1:SET-LENGTH)      TO
                RECORD-DATA(SET-COLUMN:SET-LENGTH).

       4230-EXIT.
           EXIT.

      *****************************************************************
      * Release the KEY store record a passed-over row was read for.  *
      *****************************************************************
       4290-RELEASE.
           IF  FK-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(FK-FCT)
                    NOHANDLE
               END-EXEC.

       4290-EXIT.
           EXIT.

      *****************************************************************
      * Write the changed row as a new FILE store segment under a     *
      * fresh internal key, with the same cipher and checksum         *
      * treatment 4400-WRITE-FILE applies in ZFAM002.  The segment's  *
      * media type is carried over from the one it replaces.          *
      *****************************************************************
       4300-WRITE-FILE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                 TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                   TO FK-FF-NC.

           MOVE WS-ABS                       TO FK-ABS.
           MOVE ONE                          TO FK-SEGMENTS.
           MOVE ZEROES                       TO FK-LOCK-TIME.

           MOVE FK-KEY                       TO FF-FK-KEY.
           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ONE                          TO FF-SEGMENT
                                                 FF-SEGMENTS.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE WS-ABS                       TO FF-ABS.
           MOVE FK-RETENTION                 TO FF-RETENTION.
           MOVE FK-RETENTION-TYPE            TO FF-RETENTION-TYPE.

           MOVE RECORD-LENGTH                TO FF-LENGTH.
           MOVE LOW-VALUES                   TO FF-DATA.
           MOVE RECORD-DATA(1:RECORD-LENGTH) TO FF-DATA(1:FF-LENGTH).
           PERFORM 9042-ENCIPHER-SEGMENT   THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED            TO FF-CHECKSUM.
           ADD  FF-PREFIX                    TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP(FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
           AND MN-SEGMENTS LESS THAN 9999
               ADD 1                         TO MN-SEGMENTS.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                 TO FE-FN
               MOVE '4300'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC
               PERFORM 9600-HEADER         THRU 9600-EXIT
               MOVE FF-FCT                   TO CA090-FILE
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       4300-EXIT.
           EXIT.

      *****************************************************************
      * Point the KEY store record at the new segment.  The replaced  *
      * chain's tag entries are retired and, when the table retains   *
      * versions, the chain is pushed onto FK-VERSIONS instead of     *
      * being purged.  The surviving tags are indexed under the new   *
      * chain once the rewrite lands.                                 *
      *****************************************************************
       4400-REWRITE-KEY.
           IF  FK-TAG-COUNT NUMERIC
           AND FK-TAG-COUNT GREATER THAN ZEROES
               MOVE DELETE-KEY               TO RETIRE-FF-KEY
               PERFORM 9075-RETIRE-TAGS    THRU 9075-EXIT.

           IF  FK-TAG-COUNT NOT NUMERIC
               MOVE ZEROES                   TO FK-TAG-COUNT.

           IF  VERSION-RETAIN GREATER THAN ZEROES
               PERFORM 4410-SAVE-VERSION   THRU 4410-EXIT.

           MOVE ZEROES                       TO RD-DIGEST-TOTAL.
           ADD  CHECKSUM-COMPUTED            TO RD-DIGEST-TOTAL.
           DIVIDE RD-DIGEST-TOTAL BY ONE-BILLION
               GIVING    RD-QUOTIENT
               REMAINDER RD-DIGEST-WORK.
           MOVE RD-DIGEST-WORK               TO FK-DIGEST.

           MOVE SCHEMA-VERSION               TO FK-SCHEMA-VER.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-REWRITE               TO FE-FN
               MOVE '4400'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC
               PERFORM 9600-HEADER         THRU 9600-EXIT
               MOVE FK-FCT                   TO CA090-FILE
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-TAG-COUNT GREATER THAN ZEROES
               PERFORM 9073-INDEX-TAGS     THRU 9073-EXIT.

       4400-EXIT.
           EXIT.

      *****************************************************************
      * Push the replaced chain onto FK-VERSIONS.  Once the list      *
      * already holds DD-VERSION-RETAIN entries the oldest one is     *
      * physically purged and the rest shift down to make room.       *
      *****************************************************************
       4410-SAVE-VERSION.
           IF  FK-VERSION-COUNT GREATER THAN OR EQUAL VERSION-RETAIN
               MOVE FK-VER-IDN(1)            TO EVICT-KEY(1:6)
               MOVE FK-VER-NC(1)             TO EVICT-KEY(7:2)
               MOVE ZEROES                   TO EVICT-SUFFIX
                                                 EVICT-ZEROES
               PERFORM 4420-EVICT-OLDEST   THRU 4420-EXIT
                   WITH TEST AFTER
                   VARYING EVICT-SEGMENT     FROM 1 BY 1
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 4430-SHIFT-ONE      THRU 4430-EXIT
                   VARYING VERSION-INDEX     FROM 2 BY 1
                   UNTIL   VERSION-INDEX GREATER THAN FK-VERSION-COUNT
           ELSE
               ADD 1                         TO FK-VERSION-COUNT.

           MOVE DELETE-KEY(1:6)
                                  TO FK-VER-IDN(FK-VERSION-COUNT).
           MOVE DELETE-KEY(7:2)
                                  TO FK-VER-NC(FK-VERSION-COUNT).

       4410-EXIT.
           EXIT.

      *****************************************************************
      * Physically purge one segment of the oldest retained version.  *
      *****************************************************************
       4420-EVICT-OLDEST.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(EVICT-KEY-16)
                NOHANDLE
           END-EXEC.

       4420-EXIT.
           EXIT.

      *****************************************************************
      * Move one FK-VERSIONS entry down to the slot ahead of it.      *
      *****************************************************************
       4430-SHIFT-ONE.
           MOVE FK-VER-IDN(VERSION-INDEX)
                                  TO FK-VER-IDN(VERSION-INDEX - 1).
           MOVE FK-VER-NC (VERSION-INDEX)
                                  TO FK-VER-NC (VERSION-INDEX - 1).

       4430-EXIT.
           EXIT.

      *****************************************************************
      * Replace the secondary column index entries through zFAM031.   *
      * A UNIQUE column violation comes back with the row already     *
      * rolled back; the rows committed before it stand.              *
      *****************************************************************
       4500-CI-REPLACE.
           MOVE 'N'                          TO CI-FAIL-SW.

           SET OLD-REC-ADDRESS TO ADDRESS OF OLD-SEGMENT-DATA.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-REC)
                FROM   (OLD-REC-ADDRESS-X)
                FLENGTH(LENGTH OF OLD-REC-ADDRESS-X)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-KEY)
                FROM   (DELETE-KEY)
                FLENGTH(LENGTH OF DELETE-KEY)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           SET RECORD-ADDRESS TO ADDRESS OF RECORD-DATA.

           EXEC CICS PUT CONTAINER(ZFAM-NEW-REC)
                FROM   (RECORD-ADDRESS-X)
                FLENGTH(LENGTH OF RECORD-ADDRESS-X)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-NEW-KEY)
                FROM   (FK-FF-KEY)
                FLENGTH(LENGTH OF FK-FF-KEY)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-PROCESS)
                FROM   (PROCESS-INSERT)
                FLENGTH(LENGTH OF PROCESS-INSERT)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS LINK PROGRAM(ZFAM031)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           PERFORM 4550-CHECK-CI-FAIL      THRU 4550-EXIT.

           IF  CI-FAIL-SW EQUAL 'Y'
               PERFORM 9600-HEADER         THRU 9600-EXIT
               MOVE CF-FILE                  TO CA090-FILE
               MOVE STATUS-409               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * Pick up a unique-constraint violation the index program       *
      * handed back.                                                  *
      *****************************************************************
       4550-CHECK-CI-FAIL.
           MOVE LENGTH OF CI-FAIL-RECORD     TO CI-FAIL-LENGTH.

           EXEC CICS GET CONTAINER(ZFAM-CI-FAIL)
                INTO   (CI-FAIL-RECORD)
                FLENGTH(CI-FAIL-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                RESP   (CI-FAIL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CI-FAIL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO CI-FAIL-SW
               EXEC CICS DELETE CONTAINER(ZFAM-CI-FAIL)
                    CHANNEL(ZFAM-CHANNEL)
                    NOHANDLE
               END-EXEC.

       4550-EXIT.
           EXIT.

      *****************************************************************
      * Delete one segment of the chain the assignment replaced.      *
      *****************************************************************
       4600-DELETE-OLD.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(DELETE-KEY-16)
                NOHANDLE
           END-EXEC.

       4600-EXIT.
           EXIT.

      *****************************************************************
      * Commit the changed row, then journal it, clear its hot-key    *
      * cache slot and replicate it.                                  *
      *****************************************************************
       4700-COMMIT-ROW.
           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           ADD ONE                           TO CHANGE-COUNT.
           ADD ONE                           TO UPDATE-COUNT.

           PERFORM 5000-JOURNAL            THRU 5000-EXIT.
           PERFORM 5200-CACHE-INVALIDATE   THRU 5200-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE
           OR  DC-TYPE EQUAL ACTIVE-STANDBY
               PERFORM 5300-REPLICATE      THRU 5300-EXIT.

       4700-EXIT.
           EXIT.

      *****************************************************************
      * Yield and restart the browse at the last key examined for     *
      * every 10 rows changed.                                        *
      *****************************************************************
       4900-REPOSITION.
           MOVE ZERO TO UPDATE-COUNT.

           EXEC CICS DELAY INTERVAL(0) NOHANDLE
           END-EXEC.

           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           MOVE LAST-KEY                     TO BROWSE-KEY.
           MOVE 'Y'                          TO RESUME-SW.

           PERFORM 3000-START-BROWSE      THRU 3000-EXIT.

       4900-EXIT.
           EXIT.

      *****************************************************************
      * Write the FAxxCL change-journal record for the changed row,   *
      * before and after images capped as ZFAM002 caps them.          *
      *****************************************************************
       5000-JOURNAL.
           MOVE FK-TRANID(3:2)              TO JL-TDQ(1:2).
           MOVE 'CL'                        TO JL-TDQ(3:2).

           MOVE 'PATCH '                    TO JL-METHOD.

           MOVE FK-KEY                      TO JL-KEY.
           INSPECT JL-KEY
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FK-ABS                      TO JL-ABS.

           MOVE SPACES                      TO JL-BEFORE
                                                JL-AFTER.

           MOVE OLD-LENGTH                  TO JL-IMAGE-LENGTH.
           IF  JL-IMAGE-LENGTH GREATER THAN JL-IMAGE-MAX
               MOVE JL-IMAGE-MAX            TO JL-IMAGE-LENGTH.

           MOVE JL-IMAGE-LENGTH             TO JL-BEFORE-LENGTH.
           MOVE OLD-SEGMENT-DATA(1:JL-IMAGE-LENGTH)
                                 TO JL-BEFORE(1:JL-IMAGE-LENGTH).

           MOVE RECORD-LENGTH               TO JL-IMAGE-LENGTH.
           IF  JL-IMAGE-LENGTH GREATER THAN JL-IMAGE-MAX
               MOVE JL-IMAGE-MAX            TO JL-IMAGE-LENGTH.

           MOVE JL-IMAGE-LENGTH             TO JL-AFTER-LENGTH.
           MOVE RECORD-DATA(1:JL-IMAGE-LENGTH)
                                 TO JL-AFTER(1:JL-IMAGE-LENGTH).

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(JL-TIME)
                YYYYMMDD(JL-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE CA-CORRID                   TO JL-CORRID.

           COMPUTE JL-LENGTH =
                   LENGTH OF JL-RECORD - LENGTH OF JL-CORRID.

           EXEC CICS WRITEQ TD QUEUE(JL-TDQ)
                FROM  (JL-RECORD)
                LENGTH(JL-LENGTH)
                RESP  (JL-RESP)
                NOHANDLE
           END-EXEC.

           IF  JL-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 5100-JOURNAL-MIRROR THRU 5100-EXIT.

           IF  DD-TRIGGERS EQUAL 'Y'
               PERFORM 5150-START-TRIGGERS THRU 5150-EXIT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Hand the changed row to the table's xxRU trigger transaction: *
      * the key, the method and the after image for the rule          *
      * conditions.                                                   *
      *****************************************************************
       5150-START-TRIGGERS.
           MOVE FK-TRANID(3:2)              TO TE-TSQ(1:2).
           MOVE 'RU'                        TO TE-TSQ(3:2).

           MOVE FK-TRANID                   TO TE-TRANID.
           MOVE JL-METHOD                   TO TE-METHOD.
           MOVE FK-ABS                      TO TE-ABS.
           MOVE FK-KEY                      TO TE-KEY.
           MOVE JL-AFTER-LENGTH             TO TE-IMAGE-LENGTH.
           MOVE JL-AFTER                    TO TE-IMAGE.

           MOVE LENGTH OF TE-PARM           TO TE-LENGTH.

           EXEC CICS START TRANSID(TE-TSQ)
                FROM    (TE-PARM)
                LENGTH  (TE-LENGTH)
                RESP    (TE-RESP)
                NOHANDLE
           END-EXEC.

           IF  TE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FK-TRANID               TO TD-TE-TABLE
               MOVE JL-KEY                  TO TD-TE-KEY
               MOVE TD-TRIGGER-ALERT        TO TD-MESSAGE
               PERFORM 9999-WRITE-CSSL    THRU 9999-EXIT.

       5150-EXIT.
           EXIT.

      *****************************************************************
      * Mirror the journal entry to the table's xxJM auxiliary TS     *
      * queue, clearing a full window as ZFAM002's 8630 does - and,   *
      * as it does, serialized on the queue name with ZFAM185's       *
      * compaction of pruned entries.                                 *
      *****************************************************************
       5100-JOURNAL-MIRROR.
           MOVE FK-TRANID(3:2)              TO JM-TSQ(1:2).
           MOVE 'JM'                        TO JM-TSQ(3:2).

           MOVE LENGTH OF JL-RECORD         TO JM-ENTRY-LENGTH.

           EXEC CICS ENQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITEQ TS QUEUE(JM-TSQ)
                FROM    (JL-RECORD)
                LENGTH  (JM-ENTRY-LENGTH)
                ITEM    (JM-ITEM)
                AUXILIARY
                RESP    (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP EQUAL DFHRESP(NORMAL)
           AND JM-ITEM NOT LESS THAN JM-MAX-ITEMS
               EXEC CICS DELETEQ TS QUEUE(JM-TSQ)
                    NOHANDLE
               END-EXEC
               PERFORM 5110-BUMP-EPOCH    THRU 5110-EXIT.

           EXEC CICS DEQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * The mirror window just rolled - bump its wipe generation so   *
      * outstanding changes-feed cursors are recognized as stale.     *
      *****************************************************************
       5110-BUMP-EPOCH.
           MOVE FK-TRANID(3:2)              TO JE-TSQ(1:2).
           MOVE 'JE'                        TO JE-TSQ(3:2).
           MOVE 1                           TO JE-ITEM.
           MOVE LENGTH OF JE-EPOCH          TO JE-LENGTH.

           EXEC CICS READQ TS QUEUE(JE-TSQ)
                INTO  (JE-EPOCH)
                LENGTH(JE-LENGTH)
                ITEM  (JE-ITEM)
                RESP  (JE-RESP)
                NOHANDLE
           END-EXEC.

           IF  JE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                       TO JE-EPOCH.

           ADD  1                           TO JE-EPOCH.

           MOVE LENGTH OF JE-EPOCH          TO JE-LENGTH.

           IF  JE-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(JE-TSQ)
                    FROM  (JE-EPOCH)
                    LENGTH(JE-LENGTH)
                    ITEM  (JE-ITEM)
                    REWRITE
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(JE-TSQ)
                    FROM  (JE-EPOCH)
                    LENGTH(JE-LENGTH)
                    NOHANDLE
               END-EXEC.

       5110-EXIT.
           EXIT.

      *****************************************************************
      * Clear the key's hot-key cache slot, mirroring ZFAM002's       *
      * 3148/3149 invalidate.                                         *
      *****************************************************************
       5200-CACHE-INVALIDATE.
           MOVE FK-KEY                     TO HC-LOOKUP-KEY.

           MOVE LENGTH OF HC-CONTROL       TO HC-LENGTH.
           MOVE 1                          TO HC-ITEM.

           EXEC CICS READQ TS QUEUE(HC-TSQ)
                INTO  (HC-CONTROL)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           IF  HC-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5200-EXIT.

           PERFORM 5210-INVALIDATE-SCAN  THRU 5210-EXIT
               VARYING HC-SCAN FROM 1 BY 1
               UNTIL   HC-SCAN GREATER THAN HC-COUNT.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * Check one cache slot and clear it on a key match.             *
      *****************************************************************
       5210-INVALIDATE-SCAN.
           MOVE LENGTH OF HC-ENTRY         TO HC-LENGTH.
           COMPUTE HC-ITEM = HC-SCAN + 1.

           EXEC CICS READQ TS QUEUE(HC-TSQ)
                INTO  (HC-ENTRY)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           IF  HC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE HC-COUNT               TO HC-SCAN
               GO TO 5210-EXIT.

           IF  HC-KEY NOT EQUAL HC-LOOKUP-KEY
               GO TO 5210-EXIT.

           MOVE LOW-VALUES                 TO HC-KEY
                                               HC-DATA.
           MOVE ZEROES                     TO HC-DATA-LENGTH.

           MOVE LENGTH OF HC-ENTRY         TO HC-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(HC-TSQ)
                FROM  (HC-ENTRY)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                REWRITE
                MAIN
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

       5210-EXIT.
           EXIT.

      *****************************************************************
      * Issue LINK to zFAM102 to replicate the changed row.           *
      *****************************************************************
       5300-REPLICATE.
           MOVE 'UPDATE'                     TO CA102-TYPE.
           MOVE SPACES                       TO CA102-NAME.
           MOVE FK-KEY                       TO CA102-KEY.

           MOVE ZEROES                       TO TRAILING-NULLS.
           INSPECT FUNCTION REVERSE(FK-KEY)
           TALLYING TRAILING-NULLS
           FOR LEADING LOW-VALUES.

           SUBTRACT TRAILING-NULLS FROM LENGTH OF FK-KEY
               GIVING CA102-KEY-LENGTH.

           EXEC CICS LINK PROGRAM(ZFAM102)
                COMMAREA(ZFAM102-COMMAREA)
                LENGTH  (LENGTH OF ZFAM102-COMMAREA)
                NOHANDLE
           END-EXEC.

       5300-EXIT.
           EXIT.

      *****************************************************************
      * Read the replication type from the FAxxDC template.  No       *
      * template, or the /replicate path, means nothing to replicate. *
      *****************************************************************
       8000-GET-DC-TYPE.
           MOVE ACTIVE-SINGLE                TO DC-TYPE.

           IF  WEB-PATH(1:10) EQUAL REPLICATE
               GO TO 8000-EXIT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZFAM-DC)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8000-EXIT.

           MOVE LENGTH OF DC-CONTROL         TO DC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                INTO     (DC-CONTROL)
                LENGTH   (DC-LENGTH)
                MAXLENGTH(DC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DC-LENGTH NOT GREATER THAN TEN
               MOVE ACTIVE-SINGLE            TO DC-TYPE.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Send response to client.  No row examined answers 204.        *
      *****************************************************************
       8100-SEND-RESPONSE.
           IF  READ-COUNT EQUAL ZEROES
               MOVE '01'                     TO HTTP-204-RC
               PERFORM 9700-STATUS-204     THRU 9700-EXIT
               GO TO 8100-EXIT.

           PERFORM 9600-HEADER             THRU 9600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           IF  EOF EQUAL 'Y'
               MOVE HTTP-STATUS-200          TO HTTP-STATUS
               MOVE HTTP-200-LENGTH          TO HTTP-TEXT-LENGTH
               MOVE HTTP-200-TEXT            TO HTTP-TEXT.

           IF  EOF NOT EQUAL 'Y'
               MOVE HTTP-STATUS-206          TO HTTP-STATUS
               MOVE HTTP-206-LENGTH          TO HTTP-TEXT-LENGTH
               MOVE HTTP-206-TEXT            TO HTTP-TEXT.

           EXEC CICS WEB SEND
                FROM       (CRLF)
                FROMLENGTH (TWO)
                MEDIATYPE  (TEXT-PLAIN)
                ACTION     (SEND-ACTION)
                STATUSCODE (HTTP-STATUS)
                STATUSTEXT (HTTP-TEXT)
                STATUSLEN  (HTTP-TEXT-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS                  TO MN-HTTP-STATUS.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

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
           MOVE 'ZFAM169 '                   TO MN-PROGRAM.

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
      * Encipher FF-DATA(1:FF-LENGTH) toward disk, same as ZFAM002.   *
      *****************************************************************
       9042-ENCIPHER-SEGMENT.
           MOVE FF-TRANID                   TO CIPHER-TRANID.
           MOVE 'E'                         TO CIPHER-DIRECTION.
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
      * Write one FAxxTG index entry per tag on the KEY record just   *
      * rewritten, pointing at its new FILE store chain.              *
      *****************************************************************
       9073-INDEX-TAGS.
           PERFORM 9074-WRITE-ONE-TAG      THRU 9074-EXIT
               VARYING TAG-SUB FROM 1 BY 1
               UNTIL   TAG-SUB GREATER THAN FK-TAG-COUNT.

       9073-EXIT.
           EXIT.

       9074-WRITE-ONE-TAG.
           MOVE FK-TAG-NAME(TAG-SUB)         TO TG-NAME.
           MOVE FK-TAG-VALUE(TAG-SUB)        TO TG-VALUE.
           MOVE FK-FF-KEY                    TO TG-I-KEY.
           MOVE FF-DDNAME                    TO TG-DS.

           MOVE LENGTH OF TG-RECORD          TO TG-LENGTH.

           EXEC CICS WRITE FILE(TG-FCT)
                FROM  (TG-RECORD)
                RIDFLD(TG-KEY)
                LENGTH(TG-LENGTH)
                RESP  (TG-RESP)
                NOHANDLE
           END-EXEC.

       9074-EXIT.
           EXIT.

      *****************************************************************
      * Delete the FAxxTG index entries written under the replaced    *
      * chain id, carried in RETIRE-FF-KEY.                           *
      *****************************************************************
       9075-RETIRE-TAGS.
           PERFORM 9076-DELETE-ONE-TAG     THRU 9076-EXIT
               VARYING TAG-SUB FROM 1 BY 1
               UNTIL   TAG-SUB GREATER THAN FK-TAG-COUNT.

       9075-EXIT.
           EXIT.

       9076-DELETE-ONE-TAG.
           MOVE FK-TAG-NAME(TAG-SUB)         TO TG-NAME.
           MOVE FK-TAG-VALUE(TAG-SUB)        TO TG-VALUE.
           MOVE RETIRE-FF-KEY                TO TG-I-KEY.

           EXEC CICS DELETE FILE(TG-FCT)
                RIDFLD(TG-KEY)
                RESP  (TG-RESP)
                NOHANDLE
           END-EXEC.

       9076-EXIT.
           EXIT.

      *****************************************************************
      * Write HTTP headers containing the LastKey, Rows and Changed.  *
      *****************************************************************
       9600-HEADER.
           MOVE ZEROES TO TRAILING-NULLS.
           INSPECT FUNCTION REVERSE(LAST-KEY)
           TALLYING TRAILING-NULLS
           FOR LEADING LOW-VALUES.

           SUBTRACT TRAILING-NULLS FROM LENGTH OF LAST-KEY
               GIVING STATUS-LENGTH.

           MOVE READ-COUNT              TO RESPONSE-DISPLAY.
           MOVE CHANGE-COUNT            TO CHANGED-DISPLAY.

           IF  STATUS-LENGTH GREATER THAN ZEROES
               EXEC CICS WEB WRITE
                    HTTPHEADER (HEADER-LASTKEY)
                    NAMELENGTH (HEADER-LASTKEY-LENGTH)
                    VALUE      (LAST-KEY)
                    VALUELENGTH(STATUS-LENGTH)
                    NOHANDLE
               END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HEADER-ROWS-LENGTH)
                VALUE      (RESPONSE-DISPLAY)
                VALUELENGTH(RESPONSE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-CHANGED)
                NAMELENGTH (HEADER-CHANGED-LENGTH)
                VALUE      (CHANGED-DISPLAY)
                VALUELENGTH(RESPONSE-LENGTH)
                NOHANDLE
           END-EXEC.

       9600-EXIT.
           EXIT.

      *****************************************************************
      * Status 204 response.                                          *
      *****************************************************************
       9700-STATUS-204.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           EXEC CICS WEB SEND
                DOCTOKEN  (DC-TOKEN)
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
      * File Control Table (FCT) error                                *
      *****************************************************************
       9997-FCT-ERROR.
           MOVE EIBDS                 TO FE-DS.
           MOVE EIBRESP               TO FE-RESP.
           MOVE EIBRESP2              TO FE-RESP2.
           MOVE FCT-ERROR             TO TD-MESSAGE.
           PERFORM 9999-WRITE-CSSL  THRU 9999-EXIT.

       9997-EXIT.
           EXIT.

      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      *****************************************************************
       9998-ZFAM090.
           MOVE CA090-STATUS           TO MN-HTTP-STATUS.
           PERFORM 9085-MONITOR-POINT  THRU 9085-EXIT.

           MOVE FK-KEY                 TO CA090-KEY.
           MOVE EIBTRNID                TO CA090-TRANID.

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

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9999-WRITE-CSSL.

           EXEC CICS ASKTIME ABSTIME(CSSL-ABS) NOHANDLE
           END-EXEC.

           MOVE EIBTRNID              TO TD-TRANID.

           EXEC CICS FORMATTIME ABSTIME(CSSL-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD   TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9999-EXIT.
           EXIT.
