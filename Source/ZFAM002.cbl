      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Referential integrity through ZFAM150 on  *
      *                     POST/PUT and DELETE (FAxxRI template).    *
      * 2026-10-15 ZFAMDEV  ?expand=column nests the referenced row   *
      *                     in a JSON GET through ZFAM151.            *
      * 2026-10-15 ZFAMDEV  GET ?watch long-polls the key until its   *
      *                     ETag moves past If-None-Match.            *
      * 2026-10-15 ZFAMDEV  xxJM mirror carries the after image and   *
      *                     correlation id for the ZFAM153 publisher. *
      * 2026-10-15 ZFAMDEV  Meter requests and bytes per FAxxTK token *
      *                     in FAxxTU for the ZFAM156 usage report.   *
      * 2026-10-15 ZFAMDEV  Count elapsed times into the ZFAM##LH     *
      *                     latency histogram by verb.                *
      * 2026-10-15 ZFAMDEV  Record ownership (DD-OWNERSHIP): stamp    *
      *                     FK-OWNER on POST, refuse others' updates. *
      * 2026-10-15 ZFAMDEV  GET ?config answers the table's ZFAM162   *
      *                     configuration image for ZFAM163.          *
      * 2026-10-15 ZFAMDEV  Replication lag alert recorded through    *
      *                     ZFAM164 for the ZFAM165 alert router.     *
      * 2026-10-15 ZFAMDEV  Route a federation's URI to the member    *
      *                     table holding the key through ZFAM168     *
      *                     and refuse a write whose key belongs on   *
      *                     another member.                           *
      * 2026-10-15 ZFAMDEV  PATCH with zFAM-RangeBegin and            *
      *                     zFAM-RangeEnd assigns a schema column     *
      *                     across the key range through ZFAM169.     *
      * 2026-10-15 ZFAMDEV  DD-ANCHOR-COLUMN names the FAxxFD date    *
      *                     column ZFAM000 and ZFAM108 count a        *
      *                     record's retention period from.           *
      * 2026-10-15 ZFAMDEV  DD-DEDUP stores identical POST/PUT        *
      *                     bodies once, sharing the FILE store       *
      *                     chain through ZFAM170 and copying it      *
      *                     before an in-place change.                *
      * 2026-10-15 ZFAMDEV  GET ?describe answers the table's JSON    *
      *                     contract built by ZFAM172.                *
      * 2026-10-15 ZFAMDEV  A write a DDNAME pool member refuses with *
      *                     NOSPACE closes the member, alerts once    *
      *                     and spills to the next open member.       *
      *                     8400-DDNAME passes closed members by.     *
      * 2026-10-15 ZFAMDEV  Per-partner replication circuit breaker   *
      *                     on the xxCB queue: open after             *
      *                     DD-CB-FAILS unreachable converses, queue  *
      *                     straight to retry, probe after            *
      *                     DD-CB-COOL-SECS.  ?health reports it.     *
      * 2026-10-15 ZFAMDEV  DD-REPL-BATCH collects a table's          *
      *                     replicated writes on the xxRB queue for   *
      *                     ZFAM176 to send as one /replicate         *
      *                     request; a zFAM-Repl-Batch POST on        *
      *                     /replicate XCTLs to ZFAM177 to apply it.  *
      * 2026-10-15 ZFAMDEV  DD-REPL-SEQ stamps each replicated        *
      *                     change with the table's FAxx_REPLSEQ      *
      *                     sequence (zFAM-Repl-Seq/-Site) and keeps  *
      *                     it on xxSJ; /replicate tracks the last    *
      *                     sequence per origin on xxSG, alerts a     *
      *                     gap and answers zFAM-Repl-Resend, which   *
      *                     STARTs the xxSR resend (ZFAM178).         *
      * 2026-10-15 ZFAMDEV  zFAM-Origin-Abs travels as UTC; ?health   *
      *                     and key GETs answer zFAM-Utc-Abs for the  *
      *                     xxSK clock skew monitor (ZFAM179).  A     *
      *                     partner skew past DD-SKEW-MS suspends     *
      *                     timestamp-based conflict resolution.      *
      * 2026-10-15 ZFAMDEV  DD-LAST-ACCESS keeps a last-read date and *
      *                     a coarse read count per key on FAxxLA,    *
      *                     rewritten at most once a day per key      *
      *                     plus one sampled read in sixteen.         *
      * 2026-10-15 ZFAMDEV  DD-TRIGGERS hands each journaled change   *
      *                     to the xxRU trigger rules (ZFAM181).      *
      * 2026-10-15 ZFAMDEV  A FAxxCV template fills default columns   *
      *                     and derives computed columns on POST and  *
      *                     PUT before domain validation.             *
      * 2026-10-15 ZFAMDEV  GET ?view=name answers a saved FAxxVI     *
      *                     view through ZFAM182.                     *
      * 2026-10-15 ZFAMDEV  DD-EFFECTIVE keeps dated versions of a    *
      *                     key on FAxxEF: POST and DELETE with       *
      *                     zFAM-Valid-From/-To (overlaps answer      *
      *                     409) and GET ?effective=YYYY-MM-DD.       *
      * 2026-10-15 ZFAMDEV  ?changes cursors are logical positions    *
      *                     over the xxJB prune base; a zFAM-Consumer *
      *                     header registers the poller on ZFAMJC and *
      *                     acknowledges its position.  Mirror writes *
      *                     serialize with ZFAM185 compaction.        *
      * 2026-10-15 ZFAMDEV  zFAM-Async: yes submits a GET or DELETE   *
      *                     as a FAxxAJ job run by ZFAM186; ?job=id   *
      *                     answers (GET) or cancels (DELETE) it.  A  *
      *                     zFAM-Job-Ticket runs it as its owner.     *
      * 2026-10-15 ZFAMDEV  DD-SIGNING and the FAxxKY keys require    *
      *                     signed requests: zFAM-Timestamp, -Nonce,  *
      *                     -Content-Sha256 and an HMAC-SHA256        *
      *                     zFAM-Signature (ZFAM187).  Replayed       *
      *                     nonces are refused from FAxxNS.           *
      * 2026-10-15 ZFAMDEV  FAxxNL client network allowlists, per     *
      *                     table and per token, are checked before   *
      *                     the credential (403); a list's NL-MODE    *
      *                     records callers' addresses on FAxxNA.     *
      * 2026-10-15 ZFAMDEV  FAxxTK secrets and the DD-AUTH password   *
      *                     are checked as salted SHA-256 hashes      *
      *                     (TK-HASH, DD-AUTH-HASH) when present.     *
      * 2026-10-15 ZFAMDEV  FAxxDM dynamic column masking (ZFAM188):  *
      *                     rows are masked for the caller's token    *
      *                     scope on GET, mget and the browse         *
      *                     programs; a PUT keeps masked columns      *
      *                     written back unchanged.                   *
      * 2026-10-15 ZFAMDEV  DD-TEST tables take the fault armed on    *
      *                     xxFI by ZFAM189 (9066-FAULT-CHECK) - a    *
      *                     status, latency, a lock conflict or a     *
      *                     failed partner converse - labeled as      *
      *                     injected on the ZA90 audit trail.         *
      * 2026-10-15 ZFAMDEV  Every request leaves its table, method,   *
      *                     key length, bytes, segments, status,      *
      *                     replication outcome and token in the      *
      *                     CICS monitoring user field (ZFAMMNC,      *
      *                     9085-MONITOR-POINT).                      *
      * 2026-10-15 ZFAMDEV  FAxxKP key template: a keyless POST or    *
      *                     zFAM-UID builds prefix, date, counter and *
      *                     check digit (4715-TEMPLATE-KEY); client   *
      *                     keys are checked against the same shape.  *
      * 2026-10-15 ZFAMDEV  Fail closed (503) when ZFAM150, FAxxNL or *
      *                     FAxxKY cannot be read; a ?watch wait is   *
      *                     kept out of the latency histogram and the *
      *                     slow-request log.                         *
      * 2026-10-15 ZFAMDEV  A request handed off by XCTL carries its  *
      *                     monitoring record to the program that     *
      *                     answers it (9084-MONITOR-RECORD), which   *
      *                     issues the point itself.                  *
      * 2026-10-15 ZFAMDEV  A range DELETE passes the caller to       *
      *                     ZFAM003 for the ownership check, and both *
      *                     range forms resolve the caller first; a   *
      *                     table that records owners never defers a  *
      *                     write; federation routing fails closed    *
      *                     (503) when ZFAM168 cannot be reached.     *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  BINARY-ZEROES          PIC  X(01) VALUE LOW-VALUES.
       01  ZBASIC                 PIC  X(08) VALUE 'ZBASIC  '.
       01  ZFAM003                PIC  X(08) VALUE 'ZFAM003 '.
       01  ZFAM169                PIC  X(08) VALUE 'ZFAM169 '.
       01  ZFAM004                PIC  X(08) VALUE 'ZFAM004 '.
       01  ZFAM005                PIC  X(08) VALUE 'ZFAM005 '.
       01  ZFAM007                PIC  X(08) VALUE 'ZFAM007 '.
       01  ZFAM014                PIC  X(08) VALUE 'ZFAM014 '.
       01  ZFAM016                PIC  X(08) VALUE 'ZFAM016 '.
       01  ZFAM017                PIC  X(08) VALUE 'ZFAM017 '.
       01  ZFAM182                PIC  X(08) VALUE 'ZFAM182 '.
       01  ZFAM031                PIC  X(08) VALUE 'ZFAM031 '.
       01  ZFAM041                PIC  X(08) VALUE 'ZFAM041 '.
       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.

       01  STATUS-204             PIC  9(03) VALUE 204.
       01  STATUS-400             PIC  9(03) VALUE 400.
       01  STATUS-401             PIC  9(03) VALUE 401.
       01  STATUS-403             PIC  9(03) VALUE 403.
       01  STATUS-409             PIC  9(03) VALUE 409.
       01  STATUS-411             PIC  9(03) VALUE 411.
           02  CA090-KEY          PIC X(255) VALUE SPACES.
           02  CA090-TRANID       PIC  X(04) VALUE SPACES.
           02  CA090-CORRID       PIC  X(32) VALUE SPACES.
           02  CA090-FAULT        PIC  X(01) VALUE SPACES.

      *****************************************************************
      * Correlation id.  Accepted on every request in the             *
           02  MG-LENPTR-X        REDEFINES MG-LENPTR
                                  PIC S9(08) COMP.

           02  DP-ADDRESS         USAGE POINTER.
           02  DP-ADDRESS-X       REDEFINES DP-ADDRESS
                                  PIC S9(08) COMP.

       01  GETMAIN-LENGTH         PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-COUNTER.
           02  CA-TYPE            PIC  X(03) VALUE 'SDR'.
           02  CA-URI-FIELD-01    PIC  X(10) VALUE SPACES.
           02  CA-COUNT-ONLY      PIC  X(01) VALUE 'N'.
           02  CA-MONITOR         PIC  X(48) VALUE SPACES.
           02  CA-OWNER-CHECK     PIC  X(01) VALUE 'N'.
           02  CA-OWNER           PIC  X(08) VALUE SPACES.

      *****************************************************************
      * Range PATCH (ZFAM169).  Ownership is checked row by row when  *
      * the table records owners and the caller is not an admin.      *
      *****************************************************************
       01  ZFAM169-COMM-AREA.
           02  CU-OWNER-CHECK     PIC  X(01) VALUE 'N'.
           02  CU-OWNER           PIC  X(08) VALUE SPACES.
           02  CU-CORRID          PIC  X(32) VALUE SPACES.
           02  CU-MONITOR         PIC  X(48) VALUE SPACES.

       01  RANGE-UPDATE-SW        PIC  X(01) VALUE 'N'.

       01  ZBASIC-COMM-AREA.
           02  CA-RETURN-CODE     PIC  X(02) VALUE '00'.
           02  GET-CA-ORDER-COLUMN PIC X(16) VALUE SPACES.
           02  GET-CA-ORDER-DIR   PIC  X(01) VALUE SPACES.
           02  GET-CA-GROUP-COLUMN PIC X(16) VALUE SPACES.
           02  GET-CA-VIEW        PIC X(447) VALUE SPACES.
           02  GET-CA-MASK        PIC  X(01) VALUE 'N'.
           02  GET-CA-SCOPE       PIC  X(01) VALUE SPACES.
           02  GET-CA-MONITOR     PIC  X(48) VALUE SPACES.

       01  GET-ROWS               PIC  9(04) VALUE ZEROES.

       01  ORDER-SPEC             PIC  X(20) VALUE SPACES.
       01  ORDER-DIR-TEXT         PIC  X(02) VALUE SPACES.

      *****************************************************************
      * GET ?view=name - a saved view.  The view is read from the     *
      * table's FAxxVI file, refused when it is not defined or has    *
      * been retired, and handed in the GET-COMMAREA trailer to       *
      * ZFAM182, which browses the rows it describes and counts the   *
      * call.  The view stands in for every other query parameter.    *
      *****************************************************************
       01  VIEW-REQUEST-SW        PIC  X(01) VALUE 'N'.
       01  VIEW-TEXT              PIC  X(05) VALUE SPACES.
       01  VIEW-NAME              PIC  X(16) VALUE SPACES.
       01  VI-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  VI-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  VI-FCT.
           02  VI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'VI  '.

       COPY ZFAMVIC.

      *****************************************************************
      * Effective-dated versions.  On a table that sets               *
      * DD-EFFECTIVE a POST carrying zFAM-Valid-From (and optionally  *
      * zFAM-Valid-To, both YYYY-MM-DD) writes a version of the key   *
      * to FAxxEF rather than the KEY/FILE stores, refused when its   *
      * window overlaps one of the key's versions; the check and the  *
      * write are serialized on the key by ENQ.  A DELETE carrying    *
      * zFAM-Valid-From removes that version.  GET ?effective=date    *
      * (today when no date is given) answers the version in force    *
      * on that business date with its window in the same headers.    *
      * Versions are local to this site - they are not journaled or   *
      * replicated.                                                   *
      *****************************************************************
       01  HTTP-VALID-FROM        PIC  X(15) VALUE 'zFAM-Valid-From'.
       01  HTTP-VALID-TO          PIC  X(13) VALUE 'zFAM-Valid-To'.
       01  EF-HEADER-VALUE        PIC  X(10) VALUE SPACES.
       01  EF-VALUE-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  EF-HEADER-RESP         PIC S9(08) COMP VALUE ZEROES.
       01  EF-WINDOW-SW           PIC  X(01) VALUE 'N'.
       01  EF-BAD-FIELD           PIC  X(16) VALUE SPACES.
       01  EF-NEW-FROM            PIC  9(08) VALUE ZEROES.
       01  EF-NEW-TO              PIC  9(08) VALUE ZEROES.
       01  EFFECTIVE-REQUEST-SW   PIC  X(01) VALUE 'N'.
       01  EFFECTIVE-TEXT         PIC  X(09) VALUE SPACES.
       01  EF-WANTED              PIC  9(08) VALUE ZEROES.
       01  EF-DATE-WORK           PIC  X(10) VALUE SPACES.
       01  EF-DATE-PARTS REDEFINES EF-DATE-WORK.
           02  EF-DW-YYYY         PIC  9(04).
           02  EF-DW-DASH1        PIC  X(01).
           02  EF-DW-MM           PIC  9(02).
           02  EF-DW-DASH2        PIC  X(01).
           02  EF-DW-DD           PIC  9(02).
       01  EF-DATE-N              PIC  9(08) VALUE ZEROES.
       01  EF-DATE-N-PARTS REDEFINES EF-DATE-N.
           02  EF-DN-YYYY         PIC  9(04).
           02  EF-DN-MM           PIC  9(02).
           02  EF-DN-DD           PIC  9(02).
       01  EF-TODAY               PIC  X(08) VALUE SPACES.
       01  EF-TODAY-N REDEFINES EF-TODAY
                                  PIC  9(08).
       01  EF-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  EF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  EF-SEND-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  EF-BROWSE-SW           PIC  X(01) VALUE 'N'.
       01  EF-FOUND-SW            PIC  X(01) VALUE 'N'.
       01  EF-OVERLAP-SW          PIC  X(01) VALUE 'N'.
       01  EF-SEARCH-KEY          PIC X(255) VALUE LOW-VALUES.

       01  EF-ENQ-LENGTH          PIC S9(08) COMP VALUE 255.
       01  EF-ENQ-NAME.
           02  EF-ENQ-FCT         PIC  X(08) VALUE SPACES.
           02  EF-ENQ-KEY         PIC X(247) VALUE LOW-VALUES.

       01  EF-FCT.
           02  EF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'EF  '.

       COPY ZFAMEFC.

       01  GET-EQ                 PIC  X(02) VALUE 'eq'.
       01  GET-GE                 PIC  X(02) VALUE 'ge'.
       01  GET-GT                 PIC  X(02) VALUE 'gt'.
       01  JS-DIGITS              PIC S9(08) COMP VALUE ZEROES.
       01  JS-FD-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  JS-FD-REMAINING        PIC S9(08) COMP VALUE ZEROES.
       01  JS-EMIT-SW             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * GET ?expand=column on a JSON GET.  The named column must be   *
      * declared on a REF line of the table's FAxxRI template; the    *
      * row it names on the referenced table is fetched by ZFAM151 -  *
      * under that table's own credential, prefix, FAxxSD, cipher     *
      * and schema rules - and nested beside the column as member     *
      * "column-expand".  A null (blank) reference expands to null;   *
      * anything that cannot be expanded is marked in place with a    *
      * {"zFAM-Expand":"reason"} object and the rest of the response  *
      * is served as usual.                                           *
      *****************************************************************
       01  EXPAND-REQUEST-SW      PIC  X(01) VALUE 'N'.
       01  EXPAND-NAME            PIC  X(16) VALUE SPACES.
       01  EXPAND-TEXT            PIC  X(08) VALUE SPACES.
       01  EXPAND-TABLE           PIC  X(04) VALUE SPACES.
       01  EXPAND-REASON          PIC  X(24) VALUE SPACES.
       01  EXPAND-REASON-LEN      PIC S9(08) COMP VALUE ZEROES.
       01  EXPAND-KEY-LEN         PIC S9(08) COMP VALUE ZEROES.

       01  RI-TOKEN               PIC  X(16) VALUE SPACES.
       01  RI-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  RI-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-RI.
           02  RI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'RI'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  RI-BUFFER              PIC X(8000) VALUE SPACES.

       01  RI-ENTRY.
           02  RI-TYPE            PIC  X(05).
           02  FILLER             PIC  X(01).
           02  RI-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  RI-TABLE           PIC  X(04).
           02  FILLER             PIC  X(01).
           02  RI-POLICY          PIC  X(08).
           02  RI-CRLF            PIC  X(02).

       01  ZFAM151                PIC  X(08) VALUE 'ZFAM151 '.

       01  ZFAM151-COMMAREA.
           02  CA151-TABLE        PIC  X(04) VALUE SPACES.
           02  CA151-STATUS       PIC  X(01) VALUE SPACES.
           02  CA151-KEY          PIC X(255) VALUE LOW-VALUES.
           02  CA151-LENGTH       PIC S9(08) COMP VALUE ZEROES.
           02  CA151-OBJECT       PIC X(8000) VALUE SPACES.

      *****************************************************************
      * GET ?watch[=seconds] long-poll.  With an If-None-Match ETag   *
      * the request is held, re-reading the KEY store every quarter   *
      * second, until the record's FK-ABS moves past that version or  *
      * the timeout (default 30, at most 120 seconds) expires.  A     *
      * change - including the key being deleted - is answered as an  *
      * ordinary GET; a timeout answers 304 with the current ETag.    *
      * Without If-None-Match there is no version to wait on and the  *
      * GET is answered at once.                                      *
      *****************************************************************
       01  WATCH-REQUEST-SW       PIC  X(01) VALUE 'N'.
       01  WATCH-ARMED-SW         PIC  X(01) VALUE 'N'.
       01  WATCH-DONE-SW          PIC  X(01) VALUE 'N'.
       01  WATCH-TEXT             PIC  X(08) VALUE SPACES.
       01  WATCH-PARM             PIC  X(04) VALUE SPACES.
       01  WATCH-COUNT            PIC  9(04) VALUE ZEROES.
       01  WATCH-FILLER           PIC  X(04) VALUE SPACES.
       01  WATCH-SECONDS          PIC S9(08) COMP VALUE 30.
       01  WATCH-DEFAULT          PIC S9(08) COMP VALUE 30.
       01  WATCH-CEILING          PIC S9(08) COMP VALUE 120.
       01  WATCH-POLL-MS          PIC S9(08) COMP VALUE 250.
       01  WATCH-VERSION          PIC  9(15) VALUE ZEROES.
       01  WATCH-NOW-ABS          PIC S9(15) COMP-3 VALUE ZEROES.
       01  WATCH-DEADLINE-ABS     PIC S9(15) COMP-3 VALUE ZEROES.

      *****************************************************************
      * GET ?meta query string - metadata-only read.  Answers with    *
       01  RD-QUOTIENT            PIC S9(18) COMP-3 VALUE ZEROES.
       01  ONE-BILLION            PIC S9(10) COMP-3 VALUE 1000000000.

      *****************************************************************
      * Shared FILE store chains (DD-DEDUP).  A POST or PUT body is   *
      * digested segment by segment ahead of the write; when ZFAM170  *
      * names a chain with the same digest and length, and the        *
      * chain's segments compare equal byte for byte, the KEY record  *
      * points at that chain instead of a new one being written.      *
      * DEDUP-FF-SAVE holds the FF-RECORD prefix while a stored chain *
      * is read over it.                                              *
      *****************************************************************
       01  DEDUP-SW               PIC  X(01) VALUE 'N'.
       01  DEDUP-HIT-SW           PIC  X(01) VALUE 'N'.
       01  DEDUP-REG-SW           PIC  X(01) VALUE 'N'.
       01  DEDUP-MATCH-SW         PIC  X(01) VALUE 'N'.
       01  DEDUP-KEEP-SW          PIC  X(01) VALUE 'N'.
       01  DEDUP-OLD-SHARED       PIC  X(01) VALUE SPACES.
       01  DEDUP-DIGEST-TOTAL     PIC S9(18) COMP-3 VALUE ZEROES.
       01  DEDUP-DIGEST           PIC  9(09) VALUE ZEROES.
       01  DEDUP-BODY-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  DEDUP-REMAINING        PIC S9(08) COMP VALUE ZEROES.
       01  DEDUP-SLICE            PIC S9(08) COMP VALUE ZEROES.
       01  DEDUP-SEGMENT          PIC S9(08) COMP VALUE ZEROES.
       01  DEDUP-FIRST-CKSUM      PIC  9(08) COMP-5 VALUE ZEROES.
       01  DEDUP-FD-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  DEDUP-FF-KEY           PIC  X(08) VALUE LOW-VALUES.
       01  DEDUP-MEDIA            PIC  X(56) VALUE SPACES.
       01  DEDUP-RETENTION        PIC S9(07) COMP-3 VALUE ZEROES.
       01  DEDUP-RETENTION-TYPE   PIC  X(01) VALUE SPACES.
       01  DEDUP-FF-SAVE          PIC  X(356) VALUE LOW-VALUES.
       01  UNSHARE-OLD-KEY        PIC  X(08) VALUE LOW-VALUES.
       01  UNSHARE-SEGMENT        PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMDPC.

      *****************************************************************
      * Opt-in encryption at rest for FF-DATA.  Every write enciphers *
      * before 9040-COMPUTE-CHECKSUM runs, and every read deciphers    *
           02  CA138-AFTER        PIC  X(16) VALUE SPACES.
       01  AUDIT-BYTES            PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Referential integrity between FAxx tables.  A table with a    *
      * FAxxRI template has its REF columns checked against the       *
      * parent table's KEY store on POST/PUT, and its CHILD tables'   *
      * RESTRICT/CASCADE policy applied on DELETE, by ZFAM150.  See   *
      * 4075-REFERENCE-CHECK and 5040-REFERENCE-DELETE.               *
      *****************************************************************
       01  ZFAM150                PIC  X(08) VALUE 'ZFAM150 '.

       01  ZFAM150-COMMAREA.
           02  CA150-FUNCTION     PIC  X(06) VALUE SPACES.
           02  CA150-TABLE        PIC  X(04) VALUE SPACES.
           02  CA150-DEPTH        PIC S9(04) COMP VALUE ZEROES.
           02  CA150-STATUS       PIC  X(01) VALUE SPACES.
           02  CA150-FILE         PIC  X(08) VALUE SPACES.
           02  CA150-COLUMN       PIC  X(16) VALUE SPACES.
           02  CA150-RECORD-LENGTH
                                  PIC S9(08) COMP VALUE ZEROES.
           02  CA150-RECORD-ADDRESS
                                  USAGE POINTER.
           02  CA150-KEY          PIC X(255) VALUE LOW-VALUES.

       01  ZFAM125-COMMAREA.
           02  CA125-TRANID       PIC  X(04) VALUE SPACES.
           02  CA125-KEY          PIC X(255) VALUE SPACES.
           02  CA125-BYTES        PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Last-access tracking.  After a successful read of a table     *
      * that sets DD-LAST-ACCESS, the key's FAxxLA record is written  *
      * on its first read and rewritten only on the first read of a   *
      * new day or on the one read in LA-SAMPLE that carries the      *
      * coarse read count - never on every read.                      *
      *****************************************************************
       01  LA-FCT.
           02  LA-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'LA  '.

       COPY ZFAMLAC.

       01  LA-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  LA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LA-TODAY               PIC  9(07) VALUE ZEROES.
       01  LA-QUOTIENT            PIC S9(08) COMP VALUE ZEROES.
       01  LA-REMAINDER           PIC S9(08) COMP VALUE ZEROES.
       01  LA-DAY-MS              PIC S9(08) COMP VALUE 86400000.
       01  LA-READS-CAP           PIC  9(09) VALUE 999999000.

       01  ZFAM-CONTAINER         PIC  X(16) VALUE 'ZFAM-CONTAINER'.
       01  ZFAM-CHANNEL           PIC  X(16) VALUE 'ZFAM-CHANNEL  '.

       01  DV-RANGE-LOW           PIC S9(18) COMP-3 VALUE ZEROES.
       01  DV-RANGE-HIGH          PIC S9(18) COMP-3 VALUE ZEROES.

      *****************************************************************
      * Computed and default columns.  A table that defines a FAxxCV  *
      * document template has every non-streamed POST and PUT         *
      * rewrite body completed before 4065-DOMAIN-VALIDATE, so the    *
      * row is stored complete and consistent whichever client wrote  *
      * it.  Each template line names a FAxxFD schema column and how  *
      * its value is supplied:                                        *
      *                                                               *
      *   <column-name(16)> <kind(5)> <parameter(40)>                 *
      *                                                               *
      *   VALUE  a blank column takes the parameter text              *
      *   TODAY  a blank column takes today's date, YYYYMMDD          *
      *   COPY   a blank column takes the value of the column the     *
      *          parameter names                                      *
      *   CALC   the column is always set to <operand> <op> <operand> *
      *          - op is + - * or /, each operand a column name or an *
      *          unsigned whole number; the result is written zero-   *
      *          filled and right-justified                           *
      *                                                               *
      * Blank means spaces or LOW-VALUES.  Lines apply in template    *
      * order, so a CALC may use a column defaulted above it.  A      *
      * column past the end of the body is left alone.  A CALC whose  *
      * operands are not numeric, or whose result is negative, does   *
      * not fit the column or divides by zero, answers 400 through    *
      * ZFAM090 naming the column.  Tables with no FAxxCV template    *
      * store the body exactly as received, as they always have.      *
      *****************************************************************
       01  CV-TOKEN               PIC  X(16) VALUE SPACES.
       01  CV-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  CV-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-CV.
           02  CV-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'CV'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  CV-BUFFER              PIC X(8000) VALUE SPACES.

       01  CV-ENTRY.
           02  CV-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  CV-KIND            PIC  X(05).
           02  FILLER             PIC  X(01).
           02  CV-PARM            PIC  X(40).
           02  CV-CRLF            PIC  X(02).

       01  CV-FD-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  CV-FD-BASE             PIC S9(08) COMP VALUE ZEROES.
       01  CV-FD-REMAINING        PIC S9(08) COMP VALUE ZEROES.
       01  CV-LOOKUP-NAME         PIC  X(16) VALUE SPACES.
       01  CV-FOUND-SW            PIC  X(01) VALUE 'N'.
       01  CV-FAIL-SW             PIC  X(01) VALUE 'N'.
       01  CV-COL                 PIC S9(08) COMP VALUE ZEROES.
       01  CV-LEN                 PIC S9(08) COMP VALUE ZEROES.
       01  CV-END                 PIC S9(08) COMP VALUE ZEROES.
       01  CV-TARGET-COL          PIC S9(08) COMP VALUE ZEROES.
       01  CV-TARGET-LEN          PIC S9(08) COMP VALUE ZEROES.
       01  CV-TODAY               PIC  X(08) VALUE SPACES.

       01  CV-LEFT                PIC  X(16) VALUE SPACES.
       01  CV-OPERATOR            PIC  X(01) VALUE SPACES.
       01  CV-RIGHT               PIC  X(16) VALUE SPACES.
       01  CV-OPERAND             PIC  X(16) VALUE SPACES.
       01  CV-LEFT-VALUE          PIC S9(18) COMP-3 VALUE ZEROES.
       01  CV-RIGHT-VALUE         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CV-RESULT              PIC S9(18) COMP-3 VALUE ZEROES.
       01  CV-RESULT-DIGITS       PIC  9(18) VALUE ZEROES.
       01  CV-LEADING-ZEROES      PIC S9(08) COMP VALUE ZEROES.
       01  CV-DIGITS              PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Per-table key-format policy.  A table that defines a FAxxKP   *
      * document template has every client-supplied POST key checked  *
      * misbehaving feed can no longer fill a table with keys that   *
      * break every range browse.  Server-generated zUID/modulo keys *
      * are zFAM's own format and are not checked.                   *
      *                                                               *
      * A template that also sets a counter width is the table's key  *
      * template.  A POST without a key, or with zFAM-UID: yes, is    *
      * given KP-PREFIX, then today's date in KP-DATE-FORMAT          *
      * (YYYYMMDD, YYMMDD, YYYYDDD, YYDDD or blank for none), then    *
      * the next value of the table's FAxx_KEY named counter zero-    *
      * padded to KP-COUNTER-DIGITS (01-12), then a mod-10 check      *
      * digit over the date and counter when KP-CHECK-DIGIT is Y.     *
      * KP-COUNTER-RESET D keeps one counter per day, so numbering    *
      * restarts at 1 each day; N (or blank) never resets.  The whole *
      * key is at most 32 bytes.  Client keys on such a table must    *
      * have the same shape, a valid date and a correct check digit.  *
      *****************************************************************
       01  KP-TOKEN               PIC  X(16) VALUE SPACES.
       01  KP-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  KP-LOADED-SW           PIC  X(01) VALUE 'N'.
       01  KP-FOUND-SW            PIC  X(01) VALUE 'N'.

       01  ZFAM-KP.
           02  KP-TRANID          PIC  X(04) VALUE 'FA##'.
           02  KP-CRLF3           PIC  X(02).
           02  KP-PREFIX          PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(02).
           02  KP-DATE-FORMAT     PIC  X(08) VALUE SPACES.
           02  KP-CRLF4           PIC  X(02).
           02  KP-COUNTER-DIGITS  PIC  9(02) VALUE ZEROES.
           02  KP-CRLF5           PIC  X(02).
           02  KP-COUNTER-RESET   PIC  X(01) VALUE SPACES.
           02  KP-CRLF6           PIC  X(02).
           02  KP-CHECK-DIGIT     PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  KP-PREFIX-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  KP-TRAILING            PIC S9(08) COMP VALUE ZEROES.
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  KP-CHAR-HITS           PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Key template resources.  KG-COUNTER is the table's named      *
      * counter, dated when the counter resets daily.                 *
      *****************************************************************
       01  KG-ACTIVE-SW           PIC  X(01) VALUE 'N'.
       01  KG-INVALID-SW          PIC  X(01) VALUE 'N'.
       01  KG-RESP                PIC S9(08) COMP VALUE ZEROES.

       01  KG-COUNTER.
           02  KG-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE '_KEY'.
           02  KG-COUNTER-DATE    PIC  X(08) VALUE SPACES.

       01  KG-VALUE               PIC  9(16) COMP VALUE ZEROES.
       01  KG-MINIMUM             PIC  9(16) COMP VALUE 1.
       01  KG-MAXIMUM             PIC  9(16) COMP VALUE ZEROES.
       01  KG-VALUE-DISPLAY       PIC  9(12) VALUE ZEROES.
       01  KG-COUNTER-MAX         PIC S9(08) COMP VALUE 12.
       01  KG-PRIOR-ABS           PIC S9(15) COMP-3 VALUE ZEROES.
       01  KG-DAY-MS              PIC S9(15) COMP-3 VALUE 86400000.

       01  KG-KEY                 PIC  X(32) VALUE LOW-VALUES.
       01  KG-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  KG-DATE-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  KG-CHECK-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  KG-NUMERIC-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  KG-DATE-POS            PIC S9(08) COMP VALUE ZEROES.
       01  KG-COUNTER-POS         PIC S9(08) COMP VALUE ZEROES.
       01  KG-CHECK-POS           PIC S9(08) COMP VALUE ZEROES.
       01  KG-DIGIT-POS           PIC S9(08) COMP VALUE ZEROES.

       01  KG-TODAY               PIC  X(08) VALUE SPACES.
       01  KG-TODAY-JULIAN        PIC  X(07) VALUE SPACES.
       01  KG-DATE-TEXT           PIC  X(08) VALUE SPACES.
       01  KG-MONTH               PIC  9(02) VALUE ZEROES.
       01  KG-DAY                 PIC  9(02) VALUE ZEROES.
       01  KG-JULIAN-DAY          PIC  9(03) VALUE ZEROES.

       01  KG-LUHN-DATA           PIC  X(20) VALUE SPACES.
       01  KG-LUHN-SUB            PIC S9(08) COMP VALUE ZEROES.
       01  KG-LUHN-SUM            PIC S9(08) COMP VALUE ZEROES.
       01  KG-LUHN-WEIGHT         PIC S9(08) COMP VALUE ZEROES.
       01  KG-LUHN-PRODUCT        PIC S9(08) COMP VALUE ZEROES.
       01  KG-LUHN-QUOTIENT       PIC S9(08) COMP VALUE ZEROES.
       01  KG-LUHN-REMAINDER      PIC S9(08) COMP VALUE ZEROES.
       01  KG-LUHN-DIGIT          PIC  9(01) VALUE ZEROES.
       01  KG-CHECK-VALUE         PIC  9(01) VALUE ZEROES.
       01  KG-CHECK-CHAR          PIC  X(01) VALUE SPACES.

      *****************************************************************
      * Subscriber webhook resources.                                 *
      * A table whose document template lists one or more subscriber  *

       COPY ZFAMJLC.

      *****************************************************************
      * Write triggers.  A table that sets DD-TRIGGERS has each       *
      * journaled change STARTed to its xxRU transaction (ZFAM181),   *
      * which runs the table's FAxxRU rules apart from this task - a  *
      * rule that fails is logged there and never reaches the         *
      * request.  A START that cannot be issued is noted on CSSL.     *
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
      * As-of-timestamp read support.  The FAxxCL journal queue is    *
      * extra-partition and destructive to read, so each journaled    *
      * change is additionally mirrored to the table's xxJM           *
      * auxiliary TS queue, which a GET carrying a zFAM-AsOf header   *
      * (a 15-digit ABSTIME) walks backwards to                       *
      * reconstruct the version of a key in force at that moment:     *
      * the before image of the earliest change after the requested   *
      * time.  The mirror is a rolling window - once it reaches       *
       01  CH-MAX                 PIC S9(04) COMP VALUE 100.
       01  CH-WANTED              PIC S9(04) COMP VALUE ZEROES.
       01  CH-ROWS-DISPLAY        PIC  9(04) VALUE ZEROES.
       01  CH-NEXT-DISPLAY        PIC  9(09) VALUE ZEROES.
       01  CH-RESET-SW            PIC  X(01) VALUE 'N'.
       01  CH-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       01  HTTP-CURSOR-RESET      PIC  X(17) VALUE 'zFAM-Cursor-Reset'.
       01  HTTP-RESET-VALUE       PIC  X(03) VALUE 'yes'.

      *****************************************************************
      * Changes feed positions are logical - the xxJB prune base plus *
      * the physical mirror item - so a cursor stays good when        *
      * ZFAM185 compacts pruned entries off the front of the mirror.  *
      * A compaction in flight (or one that starts between the reads) *
      * answers no rows and hands the same cursor back.  A poller     *
      * naming itself in a zFAM-Consumer header is registered on      *
      * ZFAMJC and acknowledges the position it presents - ZFAM185    *
      * will not prune past it.                                       *
      *****************************************************************
       01  CH-CURSOR-VALUE        PIC  X(09) VALUE SPACES.
       01  CH-CURSOR-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  CH-CURSOR-RESP         PIC S9(08) COMP VALUE ZEROES.
       01  CH-CURSOR              PIC  9(09) VALUE ZEROES.
       01  CH-PRESENTED           PIC  9(09) VALUE ZEROES.
       01  CH-BASE                PIC  9(09) VALUE ZEROES.
       01  CH-FIRST               PIC  9(09) VALUE ZEROES.
       01  CH-SEQUENCE            PIC  9(09) VALUE ZEROES.
       01  CH-ACK-ITEM            PIC S9(04) COMP VALUE ZEROES.
       01  CH-BUSY-SW             PIC  X(01) VALUE 'N'.
       01  CH-EPOCH-RESET-SW      PIC  X(01) VALUE 'N'.

       01  HTTP-CONSUMER          PIC  X(13) VALUE 'zFAM-Consumer'.
       01  HTTP-CONSUMER-VALUE    PIC  X(16) VALUE SPACES.
       01  CONSUMER-VALUE-LENGTH  PIC S9(08) COMP VALUE ZEROES.
       01  CONSUMER-RESP          PIC S9(08) COMP VALUE ZEROES.

       01  CH-RESPONSE.
           02  CH-ENTRY OCCURS 100 TIMES.
               05  CH-METHOD      PIC  X(06) VALUE SPACES.
       01  JM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JM-ENTRY-LENGTH        PIC S9(04) COMP VALUE ZEROES.
       01  JM-MAX-ITEMS           PIC S9(04) COMP VALUE 5000.
       01  JM-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.

      *****************************************************************
      * Mirror wipe generation.  Every wipe-and-restart of the xxJM   *
       01  JE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JE-EPOCH               PIC  9(09) VALUE ZEROES.

       COPY ZFAMJCC.

       01  ASOF-SEQUENCE          PIC  9(09) VALUE ZEROES.

       01  HTTP-CHEPOCH           PIC  X(18) VALUE
           'zFAM-Changes-Epoch'.
       01  HTTP-CHEPOCH-VALUE     PIC  X(09) VALUE SPACES.
       01  HTTP-HEALTH-VALUE      PIC  X(08) VALUE SPACES.
       01  HTTP-CHECK-MS          PIC  X(13) VALUE 'zFAM-Check-Ms'.
       01  HTTP-CHECK-MS-VALUE    PIC  9(09) VALUE ZEROES.
       01  HTTP-REPLICATION       PIC  X(16) VALUE
           'zFAM-Replication'.
       01  HTTP-REPLICATION-VALUE PIC  X(08) VALUE SPACES.

      *****************************************************************
      * Configuration image (?config).  A partner Data Center's       *
      * ZFAM163 drift report fetches this table's configuration       *
      * image - built by ZFAM162 from the DD, FD, ST, WH and EN       *
      * templates - over the FAxxDC URL, the way replication reaches  *
      * this region.  No key is read.                                 *
      *****************************************************************
       01  CONFIG-REQUEST-SW      PIC  X(01) VALUE 'N'.
       01  ZFAM162                PIC  X(08) VALUE 'ZFAM162 '.

       COPY ZFAMCGC.

      *****************************************************************
      * Table description (?describe).  The table's contract as a     *
      * JSON document - columns, limits, retention bounds, enabled    *
      * features and query options - built by ZFAM172 from the        *
      * document templates, without credentials, partner URLs or      *
      * key material.  No key is read.                                *
      *****************************************************************
       01  DESCRIBE-REQUEST-SW    PIC  X(01) VALUE 'N'.

       COPY ZFAMDSC.

      *****************************************************************
      * Per-table quiesce state.  The ZFAM120 operator transaction    *
       01  TS-RT-ITEM             PIC S9(04) COMP VALUE ZEROES.
       01  TS-RT-RESP             PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Batched replication.  A table with DD-REPL-BATCH set queues   *
      * each replicated POST, PUT and DELETE (a retry queue entry)    *
      * to its xxRB queue instead of conversing per write; the xxRB   *
      * transaction (ZFAM176) sends them to the partner as one        *
      * multi-record /replicate request.  On the partner side a       *
      * /replicate POST carrying zFAM-Repl-Batch: yes is handed to    *
      * ZFAM177, which applies the records in order.                  *
      *****************************************************************
       01  BQ-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  BQ-SW                  PIC  X(01) VALUE 'N'.
       01  BQ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  BQ-NUMITEMS            PIC S9(04) COMP VALUE ZEROES.
       01  BQ-QUOTIENT            PIC S9(04) COMP VALUE ZEROES.
       01  BQ-REMAINDER           PIC S9(04) COMP VALUE ZEROES.
       01  BQ-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.
       01  BQ-PARM-LENGTH         PIC S9(04) COMP VALUE ZEROES.
       01  BQ-INTERVAL            PIC S9(07) VALUE ZEROES COMP-3.
       01  BQ-HEADER-VALUE        PIC  X(03) VALUE SPACES.
       01  ZFAM177                PIC  X(08) VALUE 'ZFAM177 '.

       COPY ZFAMBQC.

      *****************************************************************
      * Replication sequence numbers.  A table with DD-REPL-SEQ set   *
      * takes the next FAxx_REPLSEQ named counter value for every     *
      * replicated change, sends it with the site in the              *
      * zFAM-Repl-Seq and zFAM-Repl-Site headers, and keeps the       *
      * change on its xxSJ queue for a resend.  On the partner side   *
      * /replicate tracks the last sequence per origin site on xxSG.  *
      *****************************************************************
       01  SQ-COUNTER.
           02  SQ-NC-TRANID       PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(08) VALUE '_REPLSEQ'.
           02  FILLER             PIC  X(04) VALUE SPACES.

       01  SQ-NC-VALUE            PIC  9(16) COMP VALUE ZEROES.
       01  SQ-NC-MINIMUM          PIC  9(16) COMP VALUE 1.
       01  SQ-NC-MAXIMUM          PIC  9(16) COMP VALUE
           999999999999999.
       01  SQ-SEQ                 PIC  9(15) VALUE ZEROES.
       01  SQ-NEXT                PIC  9(15) VALUE ZEROES.
       01  SQ-SITE                PIC  X(08) VALUE SPACES.
       01  SQ-GAP-SW              PIC  X(01) VALUE 'N'.
       01  SJ-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SJ-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  SJ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SG-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SG-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  SG-FOUND-ITEM          PIC S9(04) COMP VALUE ZEROES.
       01  SG-FOUND-SW            PIC  X(01) VALUE 'N'.
       01  SG-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SG-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SG-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.
       01  SR-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SR-PARM-LENGTH         PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMSQC.

       01  TD-SEQ-GAP.
           02  FILLER             PIC  X(09) VALUE 'Repl gap '.
           02  TD-SG-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' from '.
           02  TD-SG-SITE         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' seq '.
           02  TD-SG-FROM         PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE '-'.
           02  TD-SG-TO           PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(22) VALUE
               ' missing, resend asked'.
           02  FILLER             PIC  X(05) VALUE SPACES.

      *****************************************************************
      * UTC timestamps and partner clock skew.  zFAM-Origin-Abs is    *
      * sent as UTC and turned back to local time on receipt, so      *
      * 6035-CHECK-CONFLICT and 4105-POST-CONFLICT still compare      *
      * local to local.  While the xxSK monitor (ZFAM179) has any     *
      * partner's skew out of bounds, those two paragraphs log the    *
      * collision but take no decision from the timestamps.           *
      *****************************************************************
       01  SK-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SK-ITEM                PIC S9(04) COMP VALUE 1.
       01  SK-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SK-SUSPEND-SW          PIC  X(01) VALUE 'N'.
       01  SK-WINNER              PIC  X(08) VALUE SPACES.
       01  SK-NOW-ABS             PIC S9(15) COMP-3 VALUE ZEROES.

       01  HTTP-CLOCK-SKEW        PIC  X(15) VALUE 'zFAM-Clock-Skew'.
       01  HTTP-CLOCK-SKEW-VALUE  PIC  X(03) VALUE SPACES.

       COPY ZFAMUTC.

      *****************************************************************
      * Cross-CloudPlex reconciliation audit.  A GET carrying          *
      * zFAM-Reconcile: yes starts a background task (ZFAM106) that    *
       01  AC-ITEM                PIC S9(04) COMP VALUE 1.
       01  AC-RESP                PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMLHC.

       01  STATS-RESPONSE.
           02  FILLER             PIC  X(11) VALUE 'GET    : '.
           02  SR-GETS            PIC  ZZZ,ZZZ,ZZ9.

       COPY ZFAMIFC.

      *****************************************************************
      * Table federation (see ZFAMVFC).  A request made to a          *
      * federation's URI is routed by key to the member table that    *
      * holds the range - the KEY/FILE stores, named counter and      *
      * DDNAME template are pointed at the member, the way a          *
      * multi-table batch part retargets them.  Every write is        *
      * verified against the ranges, so a key can never land on a     *
      * member that does not own it, even through the member's own    *
      * URI.                                                          *
      *****************************************************************
       01  FEDERATED-SW           PIC  X(01) VALUE 'N'.

       COPY ZFAMVFC.

      *****************************************************************
      * End-to-end request trace (see ZFAMTRC).  ZFAM002 initializes  *
      * the task trace queue when the zFAM-Trace header is present,   *
      * A table that sets DD-LAG-MS above zero on its document        *
      * template also gets alerting: once individual converses stay   *
      * over that threshold for DD-LAG-SECS seconds (tracked on the   *
      * single-item xxLG queue), an operator alert (condition REPLLAG,*
      * recorded through ZFAM164 for the ZFAM165 router to deliver)   *
      * and a CSSL line are raised - once per episode, re-armed when  *
      * lag recovers.                                                 *
      *****************************************************************
       01  LG-START-ABS           PIC S9(15) COMP-3 VALUE ZEROES.
       01  LG-END-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
               'Replication lag high - '.
           02  TD-LA-MS           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE ' ms sustained  '.
           02  TD-LA-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(37) VALUE SPACES.

      *****************************************************************
      * Replication circuit breaker (ZFAMCBC).  Each partner Data     *
      * Center has a breaker on the table's single-item xxCB queue.   *
      * DD-CB-FAILS consecutive converses that cannot reach the       *
      * partner (default 5) open it, and replication to that partner  *
      * then queues straight to the xxRT retry queue instead of       *
      * waiting out a WEB CONVERSE timeout on every request.  Once    *
      * DD-CB-COOL-SECS seconds (default 30) have passed, the next    *
      * request is let through alone as a probe: a probe that gets    *
      * through closes the breaker, one that fails opens it again.    *
      * Opening raises condition BRKOPEN and closing BRKCLOSE through *
      * ZFAM164, each with a CSSL line; ?health reports the table's   *
      * worst breaker in zFAM-Replication.                            *
      *****************************************************************
       01  CB-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  CB-ITEM                PIC S9(04) COMP VALUE 1.
       01  CB-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  CB-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CB-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.
       01  CB-ALLOW-SW            PIC  X(01) VALUE 'Y'.
       01  CB-PRIOR-STATE         PIC  X(01) VALUE SPACES.
       01  CB-LIMIT               PIC S9(08) COMP VALUE ZEROES.
       01  CB-COOL-MS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  CB-NOW                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  CB-ELAPSED             PIC S9(15) COMP-3 VALUE ZEROES.

       COPY ZFAMCBC.

       01  TD-BREAKER-ALERT.
           02  FILLER             PIC  X(20) VALUE
               'Replication breaker '.
           02  TD-BA-STATE        PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-BA-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' partner '.
           02  TD-BA-HOST         PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE SPACES.

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

      *****************************************************************
      * zFAM-Pattern browse of the KEY store (3248-SEND-PATTERN).     *
               'Replication unreachable - '.
           02  TD-RA-METHOD       PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' q-'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-RA-FAULT        PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(36) VALUE SPACES.

       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.
           02  DD-WRITEBEHIND       PIC  X(01) VALUE SPACES.
           02  DD-CRLF26            PIC  X(02).
           02  DD-IDEM-HOURS        PIC  9(03) VALUE ZEROES.
           02  DD-CRLF27            PIC  X(02).
           02  DD-OWNERSHIP         PIC  X(01) VALUE SPACES.
           02  DD-CRLF28            PIC  X(02).
           02  DD-ANCHOR-COLUMN     PIC  X(16) VALUE SPACES.
           02  DD-CRLF29            PIC  X(02).
           02  DD-DEDUP             PIC  X(01) VALUE SPACES.
           02  DD-CRLF30            PIC  X(02).
           02  DD-CB-FAILS          PIC  9(03) VALUE ZEROES.
           02  DD-CRLF31            PIC  X(02).
           02  DD-CB-COOL-SECS      PIC  9(05) VALUE ZEROES.
           02  DD-CRLF32            PIC  X(02).
           02  DD-REPL-BATCH        PIC  9(03) VALUE ZEROES.
           02  DD-CRLF33            PIC  X(02).
           02  DD-REPL-BATCH-SECS   PIC  9(02) VALUE ZEROES.
           02  DD-CRLF34            PIC  X(02).
           02  DD-REPL-SEQ          PIC  X(01) VALUE SPACES.
           02  DD-CRLF35            PIC  X(02).
           02  DD-REPL-SITE         PIC  X(08) VALUE SPACES.
           02  DD-CRLF36            PIC  X(02).
           02  DD-SKEW-MS           PIC  9(05) VALUE ZEROES.
           02  DD-CRLF37            PIC  X(02).
           02  DD-LAST-ACCESS       PIC  X(01) VALUE SPACES.
           02  DD-CRLF38            PIC  X(02).
           02  DD-TRIGGERS          PIC  X(01) VALUE SPACES.
           02  DD-CRLF39            PIC  X(02).
           02  DD-EFFECTIVE         PIC  X(01) VALUE SPACES.
           02  DD-CRLF40            PIC  X(02).
           02  DD-SIGNING           PIC  X(01) VALUE SPACES.
           02  DD-CRLF41            PIC  X(02).
           02  DD-SIGN-SECS         PIC  9(05) VALUE ZEROES.
           02  DD-CRLF42            PIC  X(02).
           02  DD-AUTH-SALT         PIC  X(16) VALUE SPACES.
           02  DD-CRLF43            PIC  X(02).
           02  DD-AUTH-HASH         PIC  X(64) VALUE SPACES.
           02  DD-CRLF44            PIC  X(02).
           02  DD-TEST              PIC  X(01) VALUE SPACES.

      *****************************************************************
      * DD-WARN-DAYS is read only by ZFAM108, the standalone near-     *
      * expiration report.  A table left at ZEROES is opted out of     *
      * that report; this program neither reads nor writes it.        *
      *                                                               *
      * DD-ANCHOR-COLUMN is likewise read only by ZFAM000 and         *
      * ZFAM108.  It names the FAxxFD date column a record's          *
      * retention period is counted from in place of its create       *
      * time; left at SPACES (the default), retention runs from the   *
      * create time as always.                                        *
      *                                                               *
      * DD-DEDUP set to 'Y' stores identical bodies once: a POST or   *
      * PUT whose body matches a chain already counted on FAxxDP      *
      * shares that chain (FK-SHARED) and ZFAM170 keeps the count of  *
      * references.  Enciphered tables, tables with a schema (FAxxFD) *
      * and records carrying tags, LOB, ECR, streamed and multipart   *
      * bodies are always written as their own chain.  Left at        *
      * SPACES every write gets its own chain as always.              *
      *                                                               *
      * DD-READ-THRU set to 'Y' opts the table into read-through on a *
      * local GET miss: the key is fetched from the partner Data      *
      * Center with the same WEB CONVERSE machinery replication uses, *
      * returned to the caller, and written back locally so the next  *
      * read is local (3295-READ-THROUGH).  A table left at SPACES    *
      * keeps today's behavior - a local miss answers 204.            *
      *                                                               *
      * DD-REPL-BATCH above zero batches the table's replication: up  *
      * to that many replicated writes (at most 100), or as many as   *
      * arrive in DD-REPL-BATCH-SECS seconds (default 1), go to the   *
      * partner as one /replicate request (8245-BATCH-QUEUE).  Left   *
      * at ZEROES every write converses with the partner itself.      *
      *                                                               *
      * DD-REPL-SEQ set to 'Y' stamps every replicated change with    *
      * the table's next replication sequence number so the partner   *
      * can tell a change that never arrived (8230-NEXT-SEQUENCE).    *
      * DD-REPL-SITE names this site to the partner; left at SPACES   *
      * the CICS APPLID is used.                                      *
      *                                                               *
      * DD-SKEW-MS is read only by ZFAM179, the xxSK clock skew       *
      * monitor: the partner clock skew, in milliseconds, past which  *
      * it alerts and this program suspends timestamp-based conflict  *
      * resolution (6037-CHECK-SKEW).  Left at ZEROES it is 2000.     *
      *                                                               *
      * DD-LAST-ACCESS set to 'Y' keeps a last-read date and a coarse *
      * read count per key on FAxxLA (9945-TOUCH-ACCESS) for the      *
      * ZFAM180 stale-data report; 'C' does the same and has ZFAM000  *
      * age the table's cold tier by last access instead of write     *
      * time.  Left at SPACES nothing is tracked.                     *
      *                                                               *
      * DD-TRIGGERS set to 'Y' runs the table's FAxxRU trigger rules  *
      * against every journaled change (8640-START-TRIGGERS).  Left   *
      * at SPACES no rule is looked at.                               *
      *                                                               *
      * DD-EFFECTIVE set to 'Y' keeps effective-dated versions of a   *
      * key on FAxxEF (4990-EFFECTIVE-POST, 3271-SEND-EFFECTIVE).     *
      * Left at SPACES a zFAM-Valid-From header or ?effective= is     *
      * refused with 400.                                             *
      *                                                               *
      * DD-SIGNING set to 'Y' requires every request that presents a  *
      * credential to be signed with the credential's FAxxKY key; 'C' *
      * looks the key up and requires a signature only of the         *
      * credentials whose FAxxKY record says so (9025-SIGNATURE-      *
      * CHECK).  DD-SIGN-SECS is the clock window either side of now  *
      * a signature's timestamp must fall in - left at ZEROES it is   *
      * 300.  Left at SPACES no request is checked.                   *
      *                                                               *
      * DD-AUTH-SALT and DD-AUTH-HASH hold the DD-AUTH password as a  *
      * salted SHA-256 hash (ZFAMSHC), as ZFAM129 CONVERT gives them; *
      * once set, DD-AUTH-PASSWORD is ignored and should be left      *
      * blank.  Left at SPACES the clear DD-AUTH-PASSWORD is checked  *
      * as before; a DD-AUTH-USERID with neither a password nor a     *
      * hash lets no one in.                                          *
      *                                                               *
      * DD-TEST set to 'Y' marks a test table, the only kind the      *
      * ZFAM189 console will arm a fault for and the only kind        *
      * 9066-FAULT-CHECK will inject one into.  Left at SPACES (or    *
      * missing from an older template) no fault is ever injected.    *
      *****************************************************************
       01  RDT-BODY               PIC  X(32000) VALUE LOW-VALUES.
       01  RDT-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  POOL-INDEX              PIC  9(02) VALUE ZEROES.
       01  POOL-QUOTIENT           PIC  9(16) VALUE ZEROES.

      *****************************************************************
      * Pool member spill-over.  A new record's FILE store write a    *
      * pool member refuses with NOSPACE closes that member to new    *
      * writes on the single-item xxPF queue (one byte per member,    *
      * 'C' closed, until an operator reopens it with the ZFAM122     *
      * console's O xx nn), raises one FULLxxxx alert for it and is   *
      * retried on the next open member.  A POST chain already part   *
      * written on the full member is dropped there and rewritten     *
      * from its first segment.  The KEY record is stamped with the   *
      * member actually used, and 8400-DDNAME passes new records by   *
      * a closed member.  With every member closed the write fails    *
      * as it always has.                                             *
      *****************************************************************
       01  PF-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  PF-ITEM                PIC S9(04) COMP VALUE 1.
       01  PF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  PF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  PF-ENTRY.
           02  PF-MAP             PIC X(100) VALUE SPACES.

       01  PF-FOUND-SW            PIC  X(01) VALUE SPACES.
       01  PF-TRIES               PIC S9(04) COMP VALUE ZEROES.

       01  SPILL-SW               PIC  X(01) VALUE SPACES.
       01  SPILL-DDNAME           PIC  X(04) VALUE SPACES.
       01  SPILL-FULL-DDNAME      PIC  X(04) VALUE SPACES.
       01  SPILL-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  SPILL-DIGEST           PIC S9(18) COMP-3 VALUE ZEROES.
       01  SPILL-LAST-SEGMENT     PIC S9(04) COMP VALUE ZEROES.

       01  TD-POOL-FULL.
           02  FILLER             PIC  X(23) VALUE
               'FILE store pool member '.
           02  TD-PF-DDNAME       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' of '.
           02  TD-PF-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(55) VALUE
               ' full (NOSPACE) - closed to new writes until reopened'.

      *****************************************************************
      * Per-table permitted userid/password, opted into by populating *
      * DD-AUTH-USERID on the table's document template.  A table     *
      * Scoped per-client tokens.  The single shared DD-AUTH pair     *
      * cannot be revoked for one misbehaving client without a        *
      * coordinated outage, so a table may also carry a FAxxTK token  *
      * store: one record per named token with its secret, a scope (R *
      * read-only, W read-write, A read-write plus record-owner       *
      * override), an expiry date and an enable flag, minted and      *
      * revoked online by the ZFAM129 operator transaction.  A Basic  *
      * credential whose userid matches a token name is validated     *
      * against the token record instead of the shared pair -         *
      * disabled, expired, wrong-secret and out-of-scope tokens are   *
      * all refused individually.  Credentials naming no token fall   *
      * back to the shared pair, so rotation can proceed client by    *
      * client.                                                       *
      *****************************************************************
      *****************************************************************
      * Hot-key read cache.  A table that sets DD-CACHE to 'Y' keeps  *
           02  TK-EXPIRES         PIC  X(08) VALUE SPACES.
           02  TK-ENABLED         PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE SPACES.
           02  TK-SALT            PIC  X(16) VALUE SPACES.
           02  TK-HASH            PIC  X(64) VALUE SPACES.

      *****************************************************************
      * Signed requests.  The body digest is taken from the raw       *
      * receive in 1010-RECEIVE (1015-BODY-DIGEST) when a zFAM-       *
      * Signature header is present; 9025-SIGNATURE-CHECK rebuilds    *
      * the canonical request, translates it to ASCII and has ZFAM187 *
      * take its HMAC under the credential's key.  The translation    *
      * covers the printable ASCII characters, and X'25' (LF) for the *
      * line separators - a path, query string or nonce can hold      *
      * nothing else.                                                 *
      *****************************************************************
       COPY ZFAMKYC.
       COPY ZFAMHMC.
       COPY ZFAMSHC.

       01  SIG-SIGNATURE          PIC  X(64) VALUE SPACES.
       01  SIG-TIMESTAMP          PIC  X(10) VALUE SPACES.
       01  SIG-TIMESTAMP-N REDEFINES SIG-TIMESTAMP
                                  PIC  9(10).
       01  SIG-NONCE              PIC  X(32) VALUE SPACES.
       01  SIG-CONTENT-SHA256     PIC  X(64) VALUE SPACES.
       01  SIG-BODY-DIGEST        PIC  X(64) VALUE SPACES.
       01  SIG-VALUE-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  SIG-NONCE-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  SIG-RESP               PIC S9(08) COMP VALUE ZEROES.
       01  SIG-DIGESTED-SW        PIC  X(01) VALUE 'N'.
       01  SIG-REQUIRED-SW        PIC  X(01) VALUE 'N'.
       01  SIG-FIRST-SW           PIC  X(01) VALUE 'Y'.
       01  SIG-DONE-SW            PIC  X(01) VALUE 'N'.
       01  SIG-REMAINING          PIC S9(08) COMP VALUE ZEROES.
       01  SIG-PART-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  SIG-POINTER            PIC S9(08) COMP VALUE ZEROES.
       01  SIG-NOW-MS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  SIG-NOW                PIC S9(11) COMP-3 VALUE ZEROES.
       01  SIG-SKEW               PIC S9(11) COMP-3 VALUE ZEROES.
       01  SIG-EPOCH-1970         PIC S9(11) COMP-3 VALUE 2208988800.
       01  SIG-WINDOW-SECS        PIC  9(05) VALUE ZEROES.
       01  SIG-DEFAULT-SECS       PIC  9(05) VALUE 300.
       01  SIG-PURGE-TARGET       PIC S9(08) COMP VALUE ZEROES.
       01  SIG-PURGE-LAST         PIC S9(08) COMP VALUE ZEROES.
       01  SIG-PURGE-SLICE        PIC S9(08) COMP VALUE ZEROES.
       01  SIG-NP-FOUND-SW        PIC  X(01) VALUE 'N'.
       01  SIG-LINE-FEED          PIC  X(01) VALUE X'25'.

       01  SIG-ADDRESSES.
           02  SIG-ADDRESS        USAGE POINTER.
           02  SIG-ADDRESS-X      REDEFINES SIG-ADDRESS
                                  PIC S9(08) COMP.

       01  SIG-EBCDIC-CHARS.
           02  FILLER             PIC  X(16) VALUE ' !"#$%&''()*+,-./'.
           02  FILLER             PIC  X(16) VALUE '0123456789:;<=>?'.
           02  FILLER             PIC  X(16) VALUE '@ABCDEFGHIJKLMNO'.
           02  FILLER             PIC  X(16) VALUE 'PQRSTUVWXYZ[\]^_'.
           02  FILLER             PIC  X(16) VALUE '`abcdefghijklmno'.
           02  FILLER             PIC  X(15) VALUE 'pqrstuvwxyz{|}~'.
           02  FILLER             PIC  X(01) VALUE X'25'.

       01  SIG-ASCII-CHARS.
           02  FILLER             PIC  X(16) VALUE
               X'202122232425262728292A2B2C2D2E2F'.
           02  FILLER             PIC  X(16) VALUE
               X'303132333435363738393A3B3C3D3E3F'.
           02  FILLER             PIC  X(16) VALUE
               X'404142434445464748494A4B4C4D4E4F'.
           02  FILLER             PIC  X(16) VALUE
               X'505152535455565758595A5B5C5D5E5F'.
           02  FILLER             PIC  X(16) VALUE
               X'606162636465666768696A6B6C6D6E6F'.
           02  FILLER             PIC  X(15) VALUE
               X'707172737475767778797A7B7C7D7E'.
           02  FILLER             PIC  X(01) VALUE X'0A'.

      *****************************************************************
      * Client network allowlists.  9030-AUTH-CHECK extracts the      *
      * client's address and checks the table's FAxxNL list before    *
      * anything else; 9031-TOKEN-CHECK checks a named token's list   *
      * before its secret.  The refusal is 403 through ZFAM090 with   *
      * the address as the audit entry's key.                         *
      *****************************************************************
       COPY ZFAMNLC.

      *****************************************************************
      * Per-token usage metering.  A request that passes the FAxxTK   *
      * check leaves the token name in MT-NAME; the bytes received    *
      * and the record data sent accumulate in MT-BYTES-IN/-OUT, and  *
      * 9036-METER-TOKEN folds them into the token's FAxxTU record on *
      * the way out - 9000-RETURN, 9998-ZFAM090, or just before an    *
      * XCTL to a browse or range program (whose own response bytes   *
      * are not seen here).                                           *
      *****************************************************************
       01  MT-NAME                PIC  X(08) VALUE SPACES.
       01  MT-BYTES-IN            PIC S9(08) COMP VALUE ZEROES.
       01  MT-BYTES-OUT           PIC S9(08) COMP VALUE ZEROES.
       01  MT-TODAY               PIC  X(08) VALUE SPACES.
       01  MT-UPDATE-SW           PIC  X(01) VALUE 'N'.

       01  TU-FCT.
           02  TU-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'TU  '.

       01  TU-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TU-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMTUC.

      *****************************************************************
      * Per-table maximum segment count override.  Defaults to the    *
           02  AR-VERBS           PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE SPACES.

      *****************************************************************
      * Record-level ownership.  A shared table that sets             *
      * DD-OWNERSHIP to 'Y' on its document template records the      *
      * creating client on the KEY record (FK-OWNER) at POST - the    *
      * FAxxTK token name or Basic userid presented, else the task's  *
      * userid.  PUT, PATCH, DELETE and rename by anyone else answer  *
      * 403 unless the caller holds an admin-scope (A) token.  A      *
      * record with no owner on file (written before the option was   *
      * set) stays open to every writer, as before.  FK-UID is not    *
      * involved - it remains the customer identifier.  The owner is  *
      * carried to the partner Data Center on the zFAM-Owner header   *
      * of the replicated POST, and ZFAM158 transfers ownership of a  *
      * key or a whole prefix when an application changes hands.      *
      *****************************************************************
       01  OW-CALLER              PIC  X(08) VALUE SPACES.
       01  OW-ADMIN-SW            PIC  X(01) VALUE 'N'.
       01  OW-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  HTTP-OWNER             PIC  X(10) VALUE 'zFAM-Owner'.
       01  HTTP-OWNER-VALUE       PIC  X(08) VALUE SPACES.

       01  QT-FCT.
           02  QT-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'QT  '.
           02  QT-KB-USED         PIC  9(09) VALUE ZEROES.
           02  FILLER             PIC  X(20) VALUE SPACES.

      *****************************************************************
      * Asynchronous jobs.  A GET or DELETE sent with zFAM-Async: yes *
      * is filed on FAxxAJ for ZFAM186 (xxAJ) to run, and answered    *
      * 202 with the job id; GET ?job=id answers the job's state and, *
      * once finished, its response - DELETE ?job=id cancels it.  The *
      * request ZFAM186 converses back presents zFAM-Job with the     *
      * job's one-time zFAM-Job-Ticket, and runs as the userid that   *
      * submitted it.                                                 *
      *****************************************************************
       COPY ZFAMAJC.

       01  HTTP-ASYNC             PIC  X(10) VALUE 'zFAM-Async'.
       01  HTTP-ASYNC-VALUE       PIC  X(03) VALUE SPACES.
       01  HTTP-JOB-VALUE         PIC  X(22) VALUE SPACES.
       01  HTTP-TICKET-VALUE      PIC  X(15) VALUE SPACES.
       01  HTTP-TICKET-N REDEFINES HTTP-TICKET-VALUE
                                  PIC  9(15).
       01  HTTP-JOB-STATUS        PIC  X(15) VALUE 'zFAM-Job-Status'.
       01  HTTP-JOB-ROWS          PIC  X(13) VALUE 'zFAM-Job-Rows'.
       01  HTTP-JOB-HTTP          PIC  X(13) VALUE 'zFAM-Job-Http'.
       01  HTTP-LASTKEY           PIC  X(12) VALUE 'zFAM-LastKey'.
       01  HTTP-LOCATION          PIC  X(08) VALUE 'Location'.
       01  JOB-VALUE-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  JOB-RESP               PIC S9(08) COMP VALUE ZEROES.
       01  JOB-RUN-SW             PIC  X(01) VALUE 'N'.
       01  JOB-PRIOR-STATUS       PIC  X(01) VALUE SPACES.
       01  JOB-STATE-NAME         PIC  X(09) VALUE SPACES.
       01  JOB-STATE-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  JOB-ROWS-DISPLAY       PIC  9(09) VALUE ZEROES.
       01  JOB-HTTP-DISPLAY       PIC  9(03) VALUE ZEROES.
       01  JOB-DAY-MILLISECONDS   PIC S9(15) COMP-3 VALUE 86400000.
       01  JOB-TASK               PIC S9(07) COMP-3 VALUE ZEROES.
       01  JOB-TASK-TRANID        PIC  X(04) VALUE SPACES.
       01  JOB-LOCATION           PIC X(300) VALUE SPACES.
       01  JOB-LOCATION-LENGTH    PIC S9(08) COMP VALUE ZEROES.
       01  STATUS-404             PIC  9(03) VALUE 404.

       01  JOB-TRANID.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE 'AJ'.

       01  JOB-BODY.
           02  JOB-BODY-ID        PIC  X(22) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.

      *****************************************************************
      * Dynamic column masking.  A table with an FAxxDM template has  *
      * ZFAM188 mask the columns its rules name for any caller whose  *
      * token scope is not cleared to see them.  9090-MASK-LOAD       *
      * loads the rules that apply to this caller once, ahead of the  *
      * row; DM-ACTIVE-SW is then 'Y' and every path that sends row   *
      * data masks it first.  A GET handed to a browse program passes *
      * GET-CA-MASK and GET-CA-SCOPE for it to do the same.           *
      *****************************************************************
       COPY ZFAMDMC.

       01  DM-KEEP-LENGTH         PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Fault injection.  A DD-TEST table may have a fault armed on   *
      * its xxFI queue by the ZFAM189 console.  9066-FAULT-CHECK      *
      * picks FI-PERCENT of client requests by task number, the way   *
      * the traffic mirror samples, and injects it; a partner fault   *
      * only sets FI-PARTNER-SW for 8200-WEB-CONVERSE to honor.       *
      *****************************************************************
       COPY ZFAMFIC.

       01  FI-SAMPLE-QUOT         PIC S9(08) COMP VALUE ZEROES.
       01  FI-SAMPLE-REM          PIC S9(08) COMP VALUE ZEROES.
       01  FI-DELAY-MS            PIC S9(08) COMP VALUE ZEROES.
       01  FI-PARTNER-SW          PIC  X(01) VALUE 'N'.
       01  FI-NOTED-SW            PIC  X(01) VALUE 'N'.

       01  FI-NOTE-LATENCY.
           02  FILLER             PIC  X(08) VALUE 'LATENCY '.
           02  FI-NL-MS           PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(03) VALUE ' MS'.

       01  FI-NOTE-PARTNER        PIC  X(16) VALUE 'PARTNER CONVERSE'.

      *****************************************************************
      * CICS monitoring.  9085-MONITOR-POINT moves the request's zFAM *
      * detail into the monitoring user field on the way out -        *
      * 9000-RETURN and 9998-ZFAM090 - ahead of the token metering    *
      * that clears MT-NAME and the byte counts.  Non-200 sends set   *
      * MN-HTTP-STATUS; 8200, 8245 and 8250 set MN-REPLICATION.  A    *
      * request handed off by XCTL is answered by the program it is   *
      * handed to, so 9084-MONITOR-RECORD builds the record and it    *
      * travels in that program's commarea (GET-CA-MONITOR,           *
      * CA-MONITOR, CU-MONITOR, or the whole commarea for ZFAM177)    *
      * for that program to complete and issue.                       *
      *****************************************************************
       COPY ZFAMMNC.

      *****************************************************************
      * File resources                                                *
      *****************************************************************
      *****************************************************************
           PERFORM 1680-READ-CORRID       THRU 1680-EXIT.
           PERFORM 1681-READ-TRACE        THRU 1681-EXIT.
           PERFORM 1682-READ-ASYNC        THRU 1682-EXIT.

           PERFORM 1300-QUERY-STRING      THRU 1300-EXIT.
           PERFORM 1500-READ-TTL          THRU 1500-EXIT.
           PERFORM 1631-READ-INCREMENT    THRU 1631-EXIT.
           PERFORM 1632-READ-TAGS         THRU 1632-EXIT.
           PERFORM 1633-READ-RENAME       THRU 1633-EXIT.
           PERFORM 1635-READ-EFFECTIVE    THRU 1635-EXIT.
           PERFORM 1630-READ-ENCODING     THRU 1630-EXIT.
           PERFORM 1640-READ-AUTH         THRU 1640-EXIT.
           PERFORM 1650-READ-BATCH        THRU 1650-EXIT.
           PERFORM 1660-READ-IDEMPOTENCY  THRU 1660-EXIT.
           PERFORM 1670-READ-REPL-CKSUM   THRU 1670-EXIT.
           PERFORM 1675-READ-ORIGIN       THRU 1675-EXIT.
           PERFORM 1676-READ-REPL-BATCH   THRU 1676-EXIT.
           PERFORM 1677-READ-REPL-SEQ     THRU 1677-EXIT.
           PERFORM 1690-READ-LOCKWAIT     THRU 1690-EXIT.

           IF  HTTP-ECR-VALUE NOT EQUAL 'Yes'
           MOVE EIBTRNID(3:2)               TO QT-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO AR-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO TK-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO TU-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO VR-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO CV-TRANID(3:2).

           PERFORM 1050-FEDERATION-ROUTE    THRU 1050-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Route a request made to a federation's URI to the member      *
      * table holding the key.  A write made to any other table is    *
      * verified, in case the table is itself a federation member.    *
      * Routing that cannot be done is refused (503) rather than the  *
      * request served from the table the URI names.                  *
      *****************************************************************
       1050-FEDERATION-ROUTE.
           MOVE 'N'                         TO FEDERATED-SW.
           MOVE 'R'                         TO VF-FUNCTION.
           MOVE EIBTRNID                    TO VF-TABLE.
           MOVE URI-KEY                     TO VF-KEY.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZFAM168                 TO CA090-FILE
               MOVE STATUS-503              TO CA090-STATUS
               MOVE '09'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  VF-RESULT EQUAL 'X'
               MOVE VF-FEDERATION           TO CA090-FILE
               MOVE 'VF'                    TO CA090-FILE(5:2)
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '18'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  VF-RESULT EQUAL 'Y'
               MOVE 'Y'                     TO FEDERATED-SW
               MOVE VF-MEMBER               TO FK-TRANID(3:2)
                                               FF-TRANID(3:2)
                                               NC-TRANID(3:2)
                                               DD-TRANID(3:2)
               MOVE 'FILE'                  TO FF-DDNAME
               GO TO 1050-EXIT.

           IF  URI-PATH-LENGTH EQUAL ZEROES
               GO TO 1050-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PATCH
               MOVE EIBTRNID                TO VF-TABLE
               MOVE URI-KEY                 TO VF-KEY
               PERFORM 1055-FEDERATION-VERIFY THRU 1055-EXIT.

       1050-EXIT.
           EXIT.

      *****************************************************************
      * Refuse to write VF-KEY to table VF-TABLE when the key's       *
      * range belongs to another member of the table's federation,    *
      * or when the check itself cannot be made (503).                *
      *****************************************************************
       1055-FEDERATION-VERIFY.
           MOVE 'V'                         TO VF-FUNCTION.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZFAM168                 TO CA090-FILE
               MOVE STATUS-503              TO CA090-STATUS
               MOVE '09'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  VF-RESULT EQUAL 'M'
               MOVE VF-FEDERATION           TO CA090-FILE
               MOVE VF-MEMBER               TO CA090-FILE(3:2)
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '14'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  VF-RESULT EQUAL 'X'
               MOVE VF-FEDERATION           TO CA090-FILE
               MOVE 'VF'                    TO CA090-FILE(5:2)
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '18'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       1055-EXIT.
           EXIT.

      *****************************************************************
      * Sending payload on a GET or DELETE is not permitted.          *
      * Sending payload is only permitted on POST or PUT.             *
                    NOHANDLE
               END-EXEC

               PERFORM 1015-BODY-DIGEST   THRU 1015-EXIT

               IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
               OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
               OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
               MOVE RECEIVE-LENGTH          TO MT-BYTES-IN.

       1010-EXIT.
           EXIT.

      *****************************************************************
      * A signed request's body digest is taken here, from the body   *
      * exactly as it arrived, before a text body is received again   *
      * converted.  ZFAM187 is passed the body 32,000 bytes at a      *
      * time.                                                         *
      *****************************************************************
       1015-BODY-DIGEST.
           IF  WEBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1015-EXIT.

           MOVE LENGTH OF HTTP-SIGNATURE     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SIG-SIGNATURE      TO SIG-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-SIGNATURE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SIG-SIGNATURE)
                VALUELENGTH(SIG-VALUE-LENGTH)
                RESP       (SIG-RESP)
                NOHANDLE
           END-EXEC.

           IF  SIG-RESP EQUAL DFHRESP(NOTFND)
               GO TO 1015-EXIT.

           MOVE ZFAM-ADDRESS                 TO SIG-ADDRESS.
           MOVE RECEIVE-LENGTH               TO SIG-REMAINING.
           MOVE 'Y'                          TO SIG-FIRST-SW.
           MOVE 'N'                          TO SIG-DONE-SW.

           PERFORM 1016-DIGEST-PART        THRU 1016-EXIT
               WITH TEST AFTER
               UNTIL SIG-DONE-SW EQUAL 'Y'.

           SET ADDRESS OF ZFAM-MESSAGE       TO ZFAM-ADDRESS.

           IF  HM-RETURN-CODE EQUAL '00'
               MOVE HM-DIGEST                TO SIG-BODY-DIGEST
               MOVE 'Y'                      TO SIG-DIGESTED-SW.

       1015-EXIT.
           EXIT.

       1016-DIGEST-PART.
           MOVE 'D'                          TO HM-FUNCTION.

           IF  SIG-REMAINING GREATER THAN LENGTH OF HM-DATA
               MOVE LENGTH OF HM-DATA        TO SIG-PART-LENGTH
               MOVE 'N'                      TO HM-PART
               IF  SIG-FIRST-SW EQUAL 'Y'
                   MOVE 'F'                  TO HM-PART.

           IF  SIG-REMAINING NOT GREATER THAN LENGTH OF HM-DATA
               MOVE SIG-REMAINING            TO SIG-PART-LENGTH
               MOVE 'Y'                      TO SIG-DONE-SW
               MOVE 'L'                      TO HM-PART
               IF  SIG-FIRST-SW EQUAL 'Y'
                   MOVE 'A'                  TO HM-PART.

           MOVE SIG-PART-LENGTH              TO HM-LENGTH.

           IF  SIG-PART-LENGTH GREATER THAN ZEROES
               SET ADDRESS OF ZFAM-MESSAGE   TO SIG-ADDRESS
               MOVE ZFAM-MESSAGE(1:SIG-PART-LENGTH)
                 TO HM-DATA(1:SIG-PART-LENGTH).

           EXEC CICS LINK PROGRAM(ZFAM187)
                COMMAREA(HM-COMMAREA)
                LENGTH  (LENGTH OF HM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '99'                     TO HM-RETURN-CODE.

           IF  HM-RETURN-CODE NOT EQUAL '00'
               MOVE 'Y'                      TO SIG-DONE-SW.

           ADD  SIG-PART-LENGTH              TO SIG-ADDRESS-X.
           SUBTRACT SIG-PART-LENGTH        FROM SIG-REMAINING.
           MOVE 'N'                          TO SIG-FIRST-SW.

       1016-EXIT.
           EXIT.

      *****************************************************************
      * Parse WEB-PATH to determine length of path prefix preceeding  *
      * the URI-KEY.  This will be used to determine the URI-KEY      *

           IF  WEB-HTTPMETHOD    EQUAL WEB-HTTP-GET
           AND HEALTH-REQUEST-SW  NOT EQUAL 'Y'
           AND CONFIG-REQUEST-SW  NOT EQUAL 'Y'
           AND DESCRIBE-REQUEST-SW NOT EQUAL 'Y'
           AND RESERVE-REQUEST-SW NOT EQUAL 'Y'
           AND CHANGES-REQUEST-SW NOT EQUAL 'Y'
           IF  URI-PATH-LENGTH EQUAL ZEROES
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-PATCH
           IF  URI-PATH-LENGTH EQUAL ZEROES
               PERFORM 7961-RANGE-HEADERS THRU 7961-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-PATCH
           AND RANGE-UPDATE-SW NOT EQUAL 'Y'
           IF  URI-PATH-LENGTH EQUAL ZEROES
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 1325-DELETE-TYPE    THRU 1325-EXIT
               IF  DELETE-TEXT EQUAL '*'
               AND QUERY-TEXT  EQUAL DELETE-REQUEST
                   PERFORM 5025-RANGE-OWNER THRU 5025-EXIT
                   MOVE ZFAM003             TO MN-PROGRAM
                   PERFORM 9084-MONITOR-RECORD THRU 9084-EXIT
                   MOVE MN-RECORD           TO CA-MONITOR
                   PERFORM 9036-METER-TOKEN THRU 9036-EXIT
                   EXEC CICS XCTL PROGRAM(ZFAM003)
                        COMMAREA(ZFAM003-COMM-AREA)
                        NOHANDLE
           OR  META-REQUEST-SW     = 'Y'
           OR  COLS-REQUEST-SW     = 'Y'
           OR  HEALTH-REQUEST-SW   = 'Y'
           OR  CONFIG-REQUEST-SW   = 'Y'
           OR  DESCRIBE-REQUEST-SW = 'Y'
           OR  RESERVE-REQUEST-SW  = 'Y'
           OR  VERSIONS-REQUEST-SW = 'Y'
           OR  VERSION-REQUEST-SW  = 'Y'
           OR  CHANGES-REQUEST-SW  = 'Y'
           OR  TAG-QUERY-SW        = 'Y'
           OR  EFFECTIVE-REQUEST-SW = 'Y'
               MOVE SPACES           TO QS-PROGRAM.

           IF  CHANGES-REQUEST-SW NOT EQUAL 'Y'
               PERFORM 1490-CURSOR-ROUTE THRU 1490-EXIT.

           IF  VIEW-REQUEST-SW EQUAL 'Y'
               PERFORM 1495-VIEW-ROUTE  THRU 1495-EXIT.

           IF  QS-PROGRAM NOT = SPACES
               PERFORM 1335-MASK-ROUTE  THRU 1335-EXIT.

           IF  QS-PROGRAM NOT = SPACES
               PERFORM 1700-CAPTURE-REQUEST THRU 1700-EXIT.

                   MOVE 'XCTL    '       TO TR-STAGE
                   PERFORM 9082-TRACE-FLUSH THRU 9082-EXIT.

           IF  QS-PROGRAM NOT = SPACES
               MOVE QS-PROGRAM           TO MN-PROGRAM
               PERFORM 9084-MONITOR-RECORD THRU 9084-EXIT
               MOVE MN-RECORD            TO GET-CA-MONITOR.

           IF  QS-PROGRAM NOT = SPACES
           AND MT-NAME    NOT = SPACES
               PERFORM 9036-METER-TOKEN  THRU 9036-EXIT.

           IF  QS-PROGRAM NOT = SPACES
               EXEC CICS XCTL PROGRAM(QS-PROGRAM)
                    COMMAREA(GET-COMMAREA)
       1330-EXIT.
           EXIT.

      *****************************************************************
      * A GET handed to a program of its own on a table with an       *
      * FAxxDM template is authenticated here, so the program can be  *
      * told whose masks to apply (GET-CA-MASK, GET-CA-SCOPE).  A     *
      * table with no rules - or a keys-only or statistics request -  *
      * is handed over as before.  A column this caller sees masked   *
      * cannot be aggregated, grouped, ordered or filtered on, and    *
      * ZFAM007 cannot mask what it returns; each answers 403.        *
      *****************************************************************
       1335-MASK-ROUTE.
           MOVE 'N'                           TO GET-CA-MASK.
           MOVE SPACES                        TO GET-CA-SCOPE
                                                 DM-SCOPE.

           IF  QS-PROGRAM EQUAL ZFAM009
           OR  QS-PROGRAM EQUAL ZFAM014
               GO TO 1335-EXIT.

           MOVE EIBTRNID(3:2)                 TO DD-TRANID(3:2).
           MOVE EIBTRNID(3:2)                 TO TK-TRANID(3:2).

           PERFORM 9092-MASK-RULES            THRU 9092-EXIT.

           IF  DM-ACTIVE-SW EQUAL 'N'
               GO TO 1335-EXIT.

           PERFORM 1640-READ-AUTH             THRU 1640-EXIT.
           PERFORM 9030-AUTH-CHECK            THRU 9030-EXIT.

           IF  AUTHENTICATE EQUAL 'N'
               PERFORM 9000-RETURN            THRU 9000-EXIT.

           PERFORM 9090-MASK-LOAD             THRU 9090-EXIT.

           IF  DM-ACTIVE-SW NOT EQUAL 'Y'
               GO TO 1335-EXIT.

           MOVE 'Y'                           TO GET-CA-MASK.
           MOVE DM-SCOPE                      TO GET-CA-SCOPE.

           IF  QS-PROGRAM EQUAL ZFAM007
               MOVE '08'                      TO CA090-REASON
               PERFORM 9094-MASK-REFUSED    THRU 9094-EXIT.

           IF  AGG-REQUEST-SW EQUAL 'Y'
               MOVE GET-CA-AGG-COLUMN         TO DM-DATA(1:16)
               PERFORM 1336-MASK-COLUMN     THRU 1336-EXIT
               MOVE GET-CA-GROUP-COLUMN       TO DM-DATA(1:16)
               PERFORM 1336-MASK-COLUMN     THRU 1336-EXIT.

           IF  ORDER-REQUEST-SW EQUAL 'Y'
               MOVE GET-CA-ORDER-COLUMN       TO DM-DATA(1:16)
               PERFORM 1336-MASK-COLUMN     THRU 1336-EXIT.

           IF  VIEW-REQUEST-SW EQUAL 'Y'
               MOVE VI-SELECT-COLUMN          TO DM-DATA(1:16)
               PERFORM 1336-MASK-COLUMN     THRU 1336-EXIT
               MOVE VI-ORDER-COLUMN           TO DM-DATA(1:16)
               PERFORM 1336-MASK-COLUMN     THRU 1336-EXIT.

       1335-EXIT.
           EXIT.

      *****************************************************************
      * Refuse a request that selects on the FAxxFD column named in   *
      * DM-DATA(1:16) when a rule masks it for this caller.           *
      *****************************************************************
       1336-MASK-COLUMN.
           IF  DM-DATA(1:16) EQUAL SPACES
               GO TO 1336-EXIT.

           MOVE ZEROES                        TO DM-LENGTH.
           MOVE 'C'                           TO DM-FUNCTION.
           PERFORM 9093-MASK-CALL             THRU 9093-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
               MOVE DM-DATA(1:16)             TO CA090-FIELD
               MOVE '08'                      TO CA090-REASON
               PERFORM 9094-MASK-REFUSED    THRU 9094-EXIT.

       1336-EXIT.
           EXIT.

      *****************************************************************
      * Process query string parameters for the GET request.          *
      * Invalid parameters are ignored.                               *
           IF  GET-PARM(QS-INDEX)(1:6)  EQUAL 'health'
               MOVE 'Y'                TO HEALTH-REQUEST-SW.

           IF  GET-PARM(QS-INDEX)(1:6)  EQUAL 'config'
               MOVE 'Y'                TO CONFIG-REQUEST-SW.

           IF  GET-PARM(QS-INDEX)(1:8)  EQUAL 'describe'
               MOVE 'Y'                TO DESCRIBE-REQUEST-SW.

           IF  GET-PARM(QS-INDEX)(1:4)  EQUAL 'agg='
               PERFORM 1475-AGG        THRU 1475-EXIT.

           IF  GET-PARM(QS-INDEX)(1:8)  EQUAL 'reserve='
               PERFORM 1485-RESERVE    THRU 1485-EXIT.

           IF  GET-PARM(QS-INDEX)(1:7)  EQUAL 'expand='
               PERFORM 1477-EXPAND     THRU 1477-EXIT.

           IF  GET-PARM(QS-INDEX)(1:5)  EQUAL 'watch'
               PERFORM 1478-WATCH      THRU 1478-EXIT.

           IF  GET-PARM(QS-INDEX)(1:5)  EQUAL 'view='
               PERFORM 1479-VIEW       THRU 1479-EXIT.

           IF  GET-PARM(QS-INDEX)(1:9)  EQUAL 'effective'
               PERFORM 1487-EFFECTIVE  THRU 1487-EXIT.

       1400-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      * Process query string parameter  EXPAND.                       *
      * ?expand=column nests the row the column refers to inside a    *
      * JSON GET response (3680-EXPAND-TARGET).                       *
      *****************************************************************
       1477-EXPAND.
           MOVE '1477'          TO T_46_M.
           PERFORM 9995-TRACE THRU 9995-EXIT.

           MOVE SPACES          TO EXPAND-TEXT
                                   EXPAND-NAME.

           UNSTRING GET-PARM(QS-INDEX)
               DELIMITED BY ALL '='
               INTO EXPAND-TEXT
                    EXPAND-NAME.

           IF  EXPAND-NAME NOT EQUAL SPACES
               MOVE 'Y'         TO EXPAND-REQUEST-SW.

       1477-EXIT.
           EXIT.

      *****************************************************************
      * Process query string parameter  WATCH.                        *
      * ?watch or ?watch=seconds holds the GET for a change to the    *
      * key (3150-WATCH-WAIT).                                        *
      *****************************************************************
       1478-WATCH.
           MOVE '1478'          TO T_46_M.
           PERFORM 9995-TRACE THRU 9995-EXIT.

           MOVE SPACES          TO WATCH-TEXT
                                   WATCH-PARM.

           UNSTRING GET-PARM(QS-INDEX) DELIMITED BY '='
               INTO WATCH-TEXT
                    WATCH-PARM.

           UNSTRING WATCH-PARM         DELIMITED BY SPACES
               INTO WATCH-COUNT
                    WATCH-FILLER.

           MOVE WATCH-DEFAULT   TO WATCH-SECONDS.

           IF  WATCH-COUNT NUMERIC
           AND WATCH-COUNT GREATER THAN ZEROES
               MOVE WATCH-COUNT TO WATCH-SECONDS.

           IF  WATCH-SECONDS GREATER THAN WATCH-CEILING
               MOVE WATCH-CEILING TO WATCH-SECONDS.

           MOVE 'Y'             TO WATCH-REQUEST-SW.

       1478-EXIT.
           EXIT.

      *****************************************************************
      * Process query string parameter  VIEW.                         *
      * ?view=name answers the table's saved view (1495-VIEW-ROUTE).  *
      *****************************************************************
       1479-VIEW.
           MOVE '1479'          TO T_46_M.
           PERFORM 9995-TRACE THRU 9995-EXIT.

           MOVE SPACES          TO VIEW-TEXT
                                   VIEW-NAME.

           UNSTRING GET-PARM(QS-INDEX)
               DELIMITED BY ALL '='
               INTO VIEW-TEXT
                    VIEW-NAME.

           IF  VIEW-NAME NOT EQUAL SPACES
               MOVE 'Y'         TO VIEW-REQUEST-SW.

       1479-EXIT.
           EXIT.

      *****************************************************************
      * Process query string parameter  RESERVE.                      *
      *****************************************************************
       1485-RESERVE.
           MOVE '1485'          TO T_46_M.
           PERFORM 9995-TRACE THRU 9995-EXIT.

       1490-EXIT.
           EXIT.

      *****************************************************************
      * A GET ?view=name routes to ZFAM182 with the view              *
      * definition in the GET-COMMAREA trailer.  A name not on the    *
      * table's FAxxVI file answers 400-19, a retired view 400-20.    *
      *****************************************************************
       1495-VIEW-ROUTE.
           MOVE EIBTRNID(3:2)                 TO VI-TRANID(3:2).
           MOVE VIEW-NAME                     TO VI-NAME.
           MOVE LENGTH OF VI-RECORD           TO VI-LENGTH.

           EXEC CICS READ FILE(VI-FCT)
                INTO  (VI-RECORD)
                RIDFLD(VI-NAME)
                LENGTH(VI-LENGTH)
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE VIEW-NAME                 TO CA090-FIELD
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '19'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  VI-STATUS EQUAL 'R'
               MOVE VIEW-NAME                 TO CA090-FIELD
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '20'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE VI-RECORD                     TO GET-CA-VIEW.
           MOVE ZFAM182                       TO QS-PROGRAM.

       1495-EXIT.
           EXIT.

      *****************************************************************
      * Process query string parameter  META.                         *
      *****************************************************************
       1486-EXIT.
           EXIT.

      *****************************************************************
      * Process query string parameter  EFFECTIVE.                    *
      * ?effective=YYYY-MM-DD answers the version of the key in force *
      * on that date (3271-SEND-EFFECTIVE); ?effective alone, today.  *
      *****************************************************************
       1487-EFFECTIVE.
           MOVE '1487'          TO T_46_M.
           PERFORM 9995-TRACE THRU 9995-EXIT.

           MOVE SPACES          TO EFFECTIVE-TEXT
                                   EF-DATE-WORK.

           UNSTRING GET-PARM(QS-INDEX)
               DELIMITED BY ALL '='
               INTO EFFECTIVE-TEXT
                    EF-DATE-WORK.

           MOVE 'Y'             TO EFFECTIVE-REQUEST-SW.
           MOVE ZEROES          TO EF-WANTED.

           IF  EF-DATE-WORK EQUAL SPACES
               GO TO 1487-EXIT.

           MOVE 'effective'     TO EF-BAD-FIELD.
           PERFORM 1636-EDIT-DATE THRU 1636-EXIT.
           MOVE EF-DATE-N       TO EF-WANTED.

       1487-EXIT.
           EXIT.

      *****************************************************************
      * Process query string parameter  VERSIONS.                     *
      *****************************************************************
       1633-EXIT.
           EXIT.

      *****************************************************************
      * Issue READ for HTTP headers - zFAM-Valid-From and             *
      * zFAM-Valid-To, on POST and DELETE only.  A POST or DELETE     *
      * carrying zFAM-Valid-From addresses one effective-dated        *
      * version of the key; zFAM-Valid-To left off is open-ended.     *
      * A date that does not edit, or a window ending before it       *
      * starts, answers 400.                                          *
      *****************************************************************
       1635-READ-EFFECTIVE.
           MOVE 'N'                           TO EF-WINDOW-SW.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-POST
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE
               GO TO 1635-EXIT.

           MOVE HTTP-VALID-FROM               TO EF-BAD-FIELD.
           MOVE LENGTH OF HTTP-VALID-FROM     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF EF-HEADER-VALUE     TO EF-VALUE-LENGTH.
           MOVE SPACES                        TO EF-HEADER-VALUE.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-VALID-FROM)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (EF-HEADER-VALUE)
                VALUELENGTH(EF-VALUE-LENGTH)
                RESP       (EF-HEADER-RESP)
                NOHANDLE
           END-EXEC.

           IF  EF-HEADER-RESP NOT EQUAL DFHRESP(NORMAL)
           AND EF-HEADER-RESP NOT EQUAL DFHRESP(LENGERR)
               GO TO 1635-EXIT.

           IF  EF-HEADER-RESP EQUAL DFHRESP(LENGERR)
               MOVE SPACES                    TO EF-HEADER-VALUE.

           MOVE 'Y'                           TO EF-WINDOW-SW.
           MOVE EF-HEADER-VALUE               TO EF-DATE-WORK.
           PERFORM 1636-EDIT-DATE           THRU 1636-EXIT.
           MOVE EF-DATE-N                     TO EF-NEW-FROM.

           MOVE EF-OPEN-END                   TO EF-NEW-TO.
           MOVE HTTP-VALID-TO                 TO EF-BAD-FIELD.
           MOVE LENGTH OF HTTP-VALID-TO       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF EF-HEADER-VALUE     TO EF-VALUE-LENGTH.
           MOVE SPACES                        TO EF-HEADER-VALUE.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-VALID-TO)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (EF-HEADER-VALUE)
                VALUELENGTH(EF-VALUE-LENGTH)
                RESP       (EF-HEADER-RESP)
                NOHANDLE
           END-EXEC.

           IF  EF-HEADER-RESP NOT EQUAL DFHRESP(NORMAL)
           AND EF-HEADER-RESP NOT EQUAL DFHRESP(LENGERR)
               GO TO 1635-EXIT.

           IF  EF-HEADER-RESP EQUAL DFHRESP(LENGERR)
               MOVE SPACES                    TO EF-HEADER-VALUE.

           MOVE EF-HEADER-VALUE               TO EF-DATE-WORK.
           PERFORM 1636-EDIT-DATE           THRU 1636-EXIT.
           MOVE EF-DATE-N                     TO EF-NEW-TO.

           IF  EF-NEW-TO LESS THAN EF-NEW-FROM
               MOVE HTTP-VALID-TO             TO CA090-FIELD
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '21'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

       1635-EXIT.
           EXIT.

      *****************************************************************
      * Edit EF-DATE-WORK as a YYYY-MM-DD business date into          *
      * EF-DATE-N (YYYYMMDD).  A date that does not edit answers 400  *
      * naming EF-BAD-FIELD.                                          *
      *****************************************************************
       1636-EDIT-DATE.
           MOVE ZEROES                        TO EF-DATE-N.

           IF  EF-DW-YYYY  NOT NUMERIC
           OR  EF-DW-MM    NOT NUMERIC
           OR  EF-DW-DD    NOT NUMERIC
           OR  EF-DW-DASH1 NOT EQUAL '-'
           OR  EF-DW-DASH2 NOT EQUAL '-'
               GO TO 1636-INVALID.

           IF  EF-DW-YYYY EQUAL ZEROES
           OR  EF-DW-MM   LESS THAN 01
           OR  EF-DW-MM   GREATER THAN 12
           OR  EF-DW-DD   LESS THAN 01
           OR  EF-DW-DD   GREATER THAN 31
               GO TO 1636-INVALID.

           MOVE EF-DW-YYYY                    TO EF-DN-YYYY.
           MOVE EF-DW-MM                      TO EF-DN-MM.
           MOVE EF-DW-DD                      TO EF-DN-DD.
           GO TO 1636-EXIT.

       1636-INVALID.
           MOVE EF-BAD-FIELD                  TO CA090-FIELD.
           MOVE STATUS-400                    TO CA090-STATUS.
           MOVE '21'                          TO CA090-REASON.
           PERFORM 9998-ZFAM090             THRU 9998-EXIT.

       1636-EXIT.
           EXIT.

      *****************************************************************
      * Issue READ for HTTP header - Authorization.  Only the raw      *
      * header value is captured here; 9030-AUTH-CHECK decides later   *
      *****************************************************************
      * Issue READ for HTTP header - zFAM-Origin-Abs.  Only honored   *
      * on the /replicate path, where the sender is the partner Data  *
      * Center's own replication converse.  The header is UTC; this   *
      * site's UTC offset is added back to compare it with FK-ABS.    *
      *****************************************************************
       1675-READ-ORIGIN.
           MOVE 'N'                           TO ORIGIN-RCVD-SW.
                NOHANDLE
           END-EXEC.

           IF  ORIGIN-RCVD-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  HTTP-ORIGIN-VALUE-N NOT NUMERIC
               GO TO 1675-EXIT.

           PERFORM 9044-UTC-OFFSET        THRU 9044-EXIT.

           MOVE 'Y'                           TO ORIGIN-RCVD-SW.
           ADD  HTTP-ORIGIN-VALUE-N  UT-OFFSET-MS
               GIVING ORIGIN-ABS.

       1675-EXIT.
           EXIT.

      *****************************************************************
      * Issue READ for HTTP header - zFAM-Repl-Batch.  A /replicate   *
      * POST carrying zFAM-Repl-Batch: yes is a partner's batch of    *
      * replicated writes; XCTL to ZFAM177 to receive and apply it    *
      * before this program receives the body.                        *
      *****************************************************************
       1676-READ-REPL-BATCH.
           IF  WEB-PATH(1:10) NOT EQUAL REPLICATE
           OR  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-POST
               GO TO 1676-EXIT.

           MOVE SPACES                        TO BQ-HEADER-VALUE.
           MOVE LENGTH OF HTTP-REPL-BATCH     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF BQ-HEADER-VALUE     TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-REPL-BATCH)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (BQ-HEADER-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP         NOT EQUAL DFHRESP(NORMAL)
           OR  BQ-HEADER-VALUE NOT EQUAL HTTP-REPL-BATCH-VALUE
               GO TO 1676-EXIT.

           MOVE ZFAM177                      TO MN-PROGRAM.
           PERFORM 9084-MONITOR-RECORD     THRU 9084-EXIT.

           EXEC CICS XCTL PROGRAM(ZFAM177)
                COMMAREA(MN-RECORD)
                LENGTH  (LENGTH OF MN-RECORD)
                NOHANDLE
           END-EXEC.

       1676-EXIT.
           EXIT.

      *****************************************************************
      * Issue READ for HTTP headers - zFAM-Repl-Seq and               *
      * zFAM-Repl-Site.  A /replicate change stamped by the origin    *
      * with its replication sequence is tracked against the last     *
      * sequence seen from that site (8800-TRACK-SEQUENCE).           *
      *****************************************************************
       1677-READ-REPL-SEQ.
           IF  WEB-PATH(1:10) NOT EQUAL REPLICATE
               GO TO 1677-EXIT.

           MOVE SPACES                        TO SQ-SEQ-VALUE-X.
           MOVE LENGTH OF HTTP-REPL-SEQ       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-SEQ-VALUE-X      TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-REPL-SEQ)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-SEQ-VALUE-X)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP      NOT EQUAL DFHRESP(NORMAL)
           OR  SQ-SEQ-VALUE NOT NUMERIC
           OR  SQ-SEQ-VALUE EQUAL ZEROES
               GO TO 1677-EXIT.

           MOVE SPACES                        TO SQ-SITE-VALUE.
           MOVE LENGTH OF HTTP-REPL-SITE      TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-SITE-VALUE       TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-REPL-SITE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-SITE-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP       NOT EQUAL DFHRESP(NORMAL)
           OR  SQ-SITE-VALUE EQUAL SPACES
               GO TO 1677-EXIT.

           PERFORM 8800-TRACK-SEQUENCE    THRU 8800-EXIT.

       1677-EXIT.
           EXIT.

      *****************************************************************
      * Issue READ for HTTP header - zFAM-Correlation-Id, generating  *
      * one when the client did not supply it.                        *
           EXIT.

      *****************************************************************
      * Asynchronous jobs - runs ahead of the query-string dispatch,  *
      * for the same reason as the correlation id: the long-running   *
      * requests worth submitting as jobs are the ones 1330 XCTLs.    *
      * A request presenting zFAM-Job is ZFAM186 running a job; a     *
      * ?job=id request answers or cancels one; zFAM-Async: yes       *
      * submits one.                                                  *
      *****************************************************************
       1682-READ-ASYNC.
           MOVE EIBTRNID(3:2)                 TO AJ-TRANID(3:2).

           MOVE LENGTH OF HTTP-JOB            TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-JOB-VALUE      TO JOB-VALUE-LENGTH.
           MOVE SPACES                        TO HTTP-JOB-VALUE.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-JOB)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-JOB-VALUE)
                VALUELENGTH(JOB-VALUE-LENGTH)
                RESP       (JOB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JOB-RESP EQUAL DFHRESP(NORMAL)
           AND HTTP-JOB-VALUE NOT EQUAL SPACES
               PERFORM 1684-JOB-TICKET        THRU 1684-EXIT
               GO TO 1682-EXIT.

           IF  WEB-QUERYSTRING-LENGTH GREATER THAN 4
           AND WEB-QUERYSTRING(1:4) EQUAL 'job='
               PERFORM 1685-JOB-REQUEST       THRU 1685-EXIT.

           MOVE LENGTH OF HTTP-ASYNC          TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-ASYNC-VALUE    TO JOB-VALUE-LENGTH.
           MOVE SPACES                        TO HTTP-ASYNC-VALUE.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-ASYNC)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-ASYNC-VALUE)
                VALUELENGTH(JOB-VALUE-LENGTH)
                RESP       (JOB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JOB-RESP EQUAL DFHRESP(NORMAL)
           AND HTTP-ASYNC-VALUE EQUAL 'yes'
               PERFORM 1683-SUBMIT-JOB        THRU 1683-EXIT.

       1682-EXIT.
           EXIT.

      *****************************************************************
      * Submit the request as a job: authenticate the caller now, as  *
      * the job will run as its userid, file the request on FAxxAJ,   *
      * START ZFAM186 and answer 202 with the job id.                 *
      *****************************************************************
       1683-SUBMIT-JOB.
           MOVE EIBTRNID(3:2)                 TO DD-TRANID(3:2).
           MOVE EIBTRNID(3:2)                 TO TK-TRANID(3:2).

           PERFORM 1640-READ-AUTH             THRU 1640-EXIT.
           PERFORM 9030-AUTH-CHECK            THRU 9030-EXIT.

           IF  AUTHENTICATE EQUAL 'N'
               PERFORM 9000-RETURN            THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  NOT EQUAL WEB-HTTP-GET
           AND WEB-HTTPMETHOD  NOT EQUAL WEB-HTTP-DELETE
           OR  WEB-PATH-LENGTH GREATER THAN LENGTH OF AJ-PATH
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '23'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE WS-ABS                        TO AJ-ID-ABS.
           MOVE EIBTASKN                      TO AJ-ID-TASK.
           MOVE 'Q'                           TO AJ-STATUS.
           MOVE 'N'                           TO AJ-CONTINUING.
           MOVE WEB-HTTPMETHOD                TO AJ-METHOD.
           MOVE WEB-SCHEME                    TO AJ-SCHEME.
           MOVE WEB-HOST                      TO AJ-HOST.
           MOVE WEB-HOST-LENGTH               TO AJ-HOST-LENGTH.
           MOVE WEB-PORT                      TO AJ-PORT.
           MOVE WEB-PATH                      TO AJ-PATH.
           MOVE WEB-PATH-LENGTH               TO AJ-PATH-LENGTH.
           MOVE WEB-QUERYSTRING               TO AJ-QUERY.
           MOVE WEB-QUERYSTRING-LENGTH        TO AJ-QUERY-LENGTH.

           PERFORM 1689-SAVE-HEADER           THRU 1689-EXIT
               VARYING AJ-HDR-SUB FROM 1 BY 1
               UNTIL   AJ-HDR-SUB GREATER THAN AJ-HEADER-MAX.

      *****************************************************************
      * No zFAM-Correlation-Id came with the request - the job runs   *
      * under the one 1680-READ-CORRID built (C, ABSTIME, -, task).   *
      *****************************************************************
           IF  AJ-HDR-LENGTH(AJ-HEADER-MAX) EQUAL ZEROES
               MOVE HTTP-CORRID-VALUE
                 TO AJ-HDR-VALUE (AJ-HEADER-MAX)
               MOVE 24
                 TO AJ-HDR-LENGTH(AJ-HEADER-MAX).

           MOVE CA-USERID                     TO AJ-USERID.
           MOVE WS-ABS                        TO AJ-SUBMITTED-ABS.
           MOVE ZEROES                        TO AJ-BODY-LENGTH.

           COMPUTE AJ-LENGTH = LENGTH OF AJ-RECORD
                             - LENGTH OF AJ-BODY
                             + AJ-BODY-LENGTH.

           EXEC CICS WRITE FILE(AJ-FCT)
                FROM  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-503                TO CA090-STATUS
               MOVE '04'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE EIBTRNID                      TO AJ-P-TRANID.
           MOVE AJ-ID                         TO AJ-P-ID.
           MOVE LENGTH OF AJ-PARM             TO AJ-PARM-LENGTH.
           MOVE EIBTRNID(3:2)                 TO JOB-TRANID(1:2).

           EXEC CICS START TRANSID(JOB-TRANID)
                FROM    (AJ-PARM)
                LENGTH  (AJ-PARM-LENGTH)
                RESP    (JOB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JOB-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS DELETE FILE(AJ-FCT)
                    RIDFLD(AJ-KEY)
                    NOHANDLE
               END-EXEC
               MOVE STATUS-503                TO CA090-STATUS
               MOVE '04'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE LENGTH OF HTTP-JOB            TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF AJ-ID               TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-JOB)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (AJ-ID)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                        TO JOB-LOCATION.
           MOVE 1                             TO JOB-LOCATION-LENGTH.

           STRING WEB-PATH(1:WEB-PATH-LENGTH) DELIMITED BY SIZE
                  '?job='                     DELIMITED BY SIZE
                  AJ-ID                       DELIMITED BY SIZE
                  INTO JOB-LOCATION
                  WITH POINTER JOB-LOCATION-LENGTH.

           SUBTRACT ONE FROM JOB-LOCATION-LENGTH.
           MOVE LENGTH OF HTTP-LOCATION       TO HTTP-NAME-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-LOCATION)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (JOB-LOCATION)
                VALUELENGTH(JOB-LOCATION-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE AJ-ID                         TO JOB-BODY-ID.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           MOVE HTTP-STATUS-202               TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (JOB-BODY)
                FROMLENGTH(LENGTH OF JOB-BODY)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-202)
                STATUSTEXT(HTTP-ACCEPTED)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           PERFORM 9000-RETURN                THRU 9000-EXIT.

       1683-EXIT.
           EXIT.

      *****************************************************************
      * ZFAM186 running a job.  The ticket must be the one issued to  *
      * this running job; it is cleared as it is honored, so it can   *
      * be presented once.  The request then runs as the userid that  *
      * submitted the job - 9030-AUTH-CHECK does not ask again.       *
      *****************************************************************
       1684-JOB-TICKET.
           MOVE HTTP-JOB-VALUE                TO AJ-ID.

           MOVE LENGTH OF HTTP-JOB-TICKET     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-TICKET-VALUE   TO JOB-VALUE-LENGTH.
           MOVE SPACES                        TO HTTP-TICKET-VALUE.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-JOB-TICKET)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-TICKET-VALUE)
                VALUELENGTH(JOB-VALUE-LENGTH)
                RESP       (JOB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JOB-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  HTTP-TICKET-VALUE NOT NUMERIC
               MOVE STATUS-403                TO CA090-STATUS
               MOVE '05'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE LENGTH OF AJ-RECORD           TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                UPDATE
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-403                TO CA090-STATUS
               MOVE '05'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  AJ-STATUS NOT EQUAL 'R'
           OR  AJ-TICKET EQUAL ZEROES
           OR  AJ-TICKET NOT EQUAL HTTP-TICKET-N
               EXEC CICS UNLOCK FILE(AJ-FCT) NOHANDLE
               END-EXEC
               MOVE STATUS-403                TO CA090-STATUS
               MOVE '05'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE ZEROES                        TO AJ-TICKET.
           MOVE EIBTASKN                      TO AJ-SERVER-TASK.

           COMPUTE AJ-LENGTH = LENGTH OF AJ-RECORD
                             - LENGTH OF AJ-BODY
                             + AJ-BODY-LENGTH.

           EXEC CICS REWRITE FILE(AJ-FCT)
                FROM  (AJ-RECORD)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE 'Y'                           TO JOB-RUN-SW.
           MOVE AJ-USERID                     TO CA-USERID.

       1684-EXIT.
           EXIT.

      *****************************************************************
      * GET ?job=id answers the job; DELETE ?job=id cancels it.  A    *
      * table requiring authentication shows a job only to the userid *
      * that submitted it - anyone else is told it is not there.      *
      *****************************************************************
       1685-JOB-REQUEST.
           MOVE EIBTRNID(3:2)                 TO DD-TRANID(3:2).
           MOVE EIBTRNID(3:2)                 TO TK-TRANID(3:2).

           PERFORM 1640-READ-AUTH             THRU 1640-EXIT.
           PERFORM 9030-AUTH-CHECK            THRU 9030-EXIT.

           IF  AUTHENTICATE EQUAL 'N'
               PERFORM 9000-RETURN            THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '23'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  WEB-QUERYSTRING-LENGTH NOT EQUAL 26
               MOVE STATUS-404                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE WEB-QUERYSTRING(5:22)         TO AJ-ID.
           MOVE LENGTH OF AJ-RECORD           TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-404                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  DD-AUTH-USERID NOT EQUAL SPACES
           AND AJ-USERID      NOT EQUAL CA-USERID
               MOVE STATUS-404                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
               PERFORM 1687-JOB-CANCEL        THRU 1687-EXIT.

           PERFORM 1686-JOB-STATUS            THRU 1686-EXIT.
           PERFORM 9000-RETURN                THRU 9000-EXIT.

       1685-EXIT.
           EXIT.

      *****************************************************************
      * Answer the job's state.  A queued or running job answers 202; *
      * a finished one answers 200 with the response it kept.         *
      * zFAM-Job-Status, zFAM-Job-Rows (rows processed so far) and    *
      * zFAM-Job-Http (the status the request itself answered) go     *
      * with either, and zFAM-Rows and zFAM-LastKey as it answered    *
      * them.                                                         *
      *****************************************************************
       1686-JOB-STATUS.
           MOVE 'queued   '                   TO JOB-STATE-NAME.
           MOVE 6                             TO JOB-STATE-LENGTH.

           IF  AJ-STATUS EQUAL 'R'
               MOVE 'running  '               TO JOB-STATE-NAME
               MOVE 7                         TO JOB-STATE-LENGTH.

           IF  AJ-STATUS EQUAL 'D'
               MOVE 'done     '               TO JOB-STATE-NAME
               MOVE 4                         TO JOB-STATE-LENGTH.

           IF  AJ-STATUS EQUAL 'F'
               MOVE 'failed   '               TO JOB-STATE-NAME
               MOVE 6                         TO JOB-STATE-LENGTH.

           IF  AJ-STATUS EQUAL 'C'
               MOVE 'cancelled'               TO JOB-STATE-NAME
               MOVE 9                         TO JOB-STATE-LENGTH.

           MOVE LENGTH OF HTTP-JOB-STATUS     TO HTTP-NAME-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-JOB-STATUS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (JOB-STATE-NAME)
                VALUELENGTH(JOB-STATE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE AJ-PROGRESS                   TO JOB-ROWS-DISPLAY.
           MOVE LENGTH OF HTTP-JOB-ROWS       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF JOB-ROWS-DISPLAY    TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-JOB-ROWS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (JOB-ROWS-DISPLAY)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  AJ-HTTP-STATUS GREATER THAN ZEROES
               MOVE AJ-HTTP-STATUS            TO JOB-HTTP-DISPLAY
               MOVE LENGTH OF HTTP-JOB-HTTP   TO HTTP-NAME-LENGTH
               MOVE LENGTH OF JOB-HTTP-DISPLAY
                                              TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-JOB-HTTP)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (JOB-HTTP-DISPLAY)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  AJ-ROWS NOT EQUAL SPACES
               MOVE LENGTH OF HEADER-ROWS     TO HTTP-NAME-LENGTH
               MOVE LENGTH OF AJ-ROWS         TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HEADER-ROWS)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (AJ-ROWS)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  AJ-LASTKEY-LENGTH GREATER THAN ZEROES
               MOVE LENGTH OF HTTP-LASTKEY    TO HTTP-NAME-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-LASTKEY)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (AJ-LASTKEY)
                    VALUELENGTH(AJ-LASTKEY-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           IF  AJ-STATUS EQUAL 'Q'
           OR  AJ-STATUS EQUAL 'R'
               MOVE HTTP-STATUS-202           TO MN-HTTP-STATUS
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-202)
                    STATUSTEXT(HTTP-ACCEPTED)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC
               GO TO 1686-EXIT.

           IF  AJ-BODY-LENGTH EQUAL ZEROES
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC
               GO TO 1686-EXIT.

           IF  AJ-MEDIA EQUAL SPACES
               MOVE TEXT-PLAIN                TO AJ-MEDIA.

           EXEC CICS WEB SEND
                FROM      (AJ-BODY)
                FROMLENGTH(AJ-BODY-LENGTH)
                MEDIATYPE (AJ-MEDIA)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       1686-EXIT.
           EXIT.

      *****************************************************************
      * Cancel a queued or running job; a finished one is left as it  *
      * is.  A range delete stops at its next syncpoint, when ZFAM003 *
      * sees the job cancelled.  The ZFAM002 task running a GET is    *
      * purged; ZFAM186 then finds the job cancelled and leaves it.   *
      *****************************************************************
       1687-JOB-CANCEL.
           MOVE LENGTH OF AJ-RECORD           TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                UPDATE
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1687-EXIT.

           IF  AJ-STATUS NOT EQUAL 'Q'
           AND AJ-STATUS NOT EQUAL 'R'
               EXEC CICS UNLOCK FILE(AJ-FCT) NOHANDLE
               END-EXEC
               GO TO 1687-EXIT.

           MOVE AJ-STATUS                     TO JOB-PRIOR-STATUS.
           MOVE 'C'                           TO AJ-STATUS.
           MOVE ZEROES                        TO AJ-TICKET.
           MOVE CA-USERID                     TO AJ-CANCELLED-BY.
           MOVE WS-ABS                        TO AJ-FINISHED-ABS.
           COMPUTE AJ-EXPIRES-ABS = WS-ABS +
                   (AJ-RETAIN-DAYS * JOB-DAY-MILLISECONDS).

           IF  AJ-CANCELLED-BY EQUAL SPACES
               MOVE EIBTRNID                  TO AJ-CANCELLED-BY.

           COMPUTE AJ-LENGTH = LENGTH OF AJ-RECORD
                             - LENGTH OF AJ-BODY
                             + AJ-BODY-LENGTH.

           EXEC CICS REWRITE FILE(AJ-FCT)
                FROM  (AJ-RECORD)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           IF  JOB-PRIOR-STATUS EQUAL 'R'
           AND AJ-METHOD        EQUAL WEB-HTTP-GET
           AND AJ-SERVER-TASK   GREATER THAN ZEROES
               MOVE AJ-SERVER-TASK            TO JOB-TASK
               MOVE SPACES                    TO JOB-TASK-TRANID
               EXEC CICS INQUIRE TASK(JOB-TASK)
                    TRANSACTION(JOB-TASK-TRANID)
                    NOHANDLE
               END-EXEC
               IF  EIBRESP         EQUAL DFHRESP(NORMAL)
               AND JOB-TASK-TRANID EQUAL EIBTRNID
                   EXEC CICS SET TASK(JOB-TASK)
                        PURGE
                        NOHANDLE
                   END-EXEC.

       1687-EXIT.
           EXIT.

      *****************************************************************
      * Keep one of the request headers a job carries over.           *
      *****************************************************************
       1689-SAVE-HEADER.
           MOVE AJ-HEADER-NAME-LENGTH(AJ-HDR-SUB)
                                              TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF AJ-HDR-VALUE(AJ-HDR-SUB)
                                          TO AJ-HDR-LENGTH(AJ-HDR-SUB).
           MOVE SPACES                    TO AJ-HDR-VALUE(AJ-HDR-SUB).

           EXEC CICS WEB READ
                HTTPHEADER (AJ-HEADER-NAME(AJ-HDR-SUB))
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (AJ-HDR-VALUE(AJ-HDR-SUB))
                VALUELENGTH(AJ-HDR-LENGTH(AJ-HDR-SUB))
                RESP       (JOB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JOB-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                TO AJ-HDR-VALUE(AJ-HDR-SUB)
               MOVE ZEROES                TO AJ-HDR-LENGTH(AJ-HDR-SUB).

       1689-EXIT.
           EXIT.

      *****************************************************************
      * Issue READ for HTTP header - zFAM-LockWait.  The value is the *
      * longest time, in milliseconds, the client is willing to wait  *
      * server-side for an active row lock to clear.  It becomes the  *
      * iteration ceiling on the 100-millisecond L8WAIT loop; absent  *
      * or unusable values keep the standing 50-iteration ceiling.    *
      *****************************************************************
       1690-READ-LOCKWAIT.
           MOVE LENGTH OF HTTP-LOCKWAIT       TO ZFAM-LOCKWAIT-LENGTH.
           MOVE LENGTH OF HTTP-LOCKWAIT-VALUE TO LOCKWAIT-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-LOCKWAIT)
                NAMELENGTH (ZFAM-LOCKWAIT-LENGTH)
                VALUE      (HTTP-LOCKWAIT-VALUE)
                VALUELENGTH(LOCKWAIT-VALUE-LENGTH)
                RESP       (LOCKWAIT-RESP)
                NOHANDLE
           END-EXEC.

           MOVE FIFTY                         TO WAIT-LIMIT.

           IF  LOCKWAIT-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1690-EXIT.

           IF  LOCKWAIT-VALUE-LENGTH LESS THAN ONE
           OR  LOCKWAIT-VALUE-LENGTH GREATER THAN
               LENGTH OF HTTP-LOCKWAIT-VALUE
               GO TO 1690-EXIT.

           MOVE ZEROES                        TO LOCKWAIT-DIGITS.

           COMPUTE LOCKWAIT-OFFSET =
                   LENGTH OF HTTP-LOCKWAIT-VALUE
                   - LOCKWAIT-VALUE-LENGTH + ONE.

           MOVE HTTP-LOCKWAIT-VALUE(1:LOCKWAIT-VALUE-LENGTH)
             TO LOCKWAIT-DIGITS(LOCKWAIT-OFFSET:
                                LOCKWAIT-VALUE-LENGTH).

           IF  LOCKWAIT-DIGITS NOT NUMERIC
               GO TO 1690-EXIT.

           MOVE LOCKWAIT-DIGITS               TO LOCKWAIT-MS.

           IF  LOCKWAIT-MS GREATER THAN ZEROES
               COMPUTE WAIT-LIMIT = LOCKWAIT-MS / 100.

           IF  LOCKWAIT-MS GREATER THAN ZEROES
           AND WAIT-LIMIT  LESS THAN ONE
               MOVE ONE                       TO WAIT-LIMIT.

           IF  WAIT-LIMIT GREATER THAN SIX-THOUSAND
               MOVE SIX-THOUSAND              TO WAIT-LIMIT.

       1690-EXIT.
           EXIT.

      *****************************************************************
      * Live traffic capture.  While the ZFAM130-armed window on the  *
      * xxCA queue is open, record this request - method, URI, the    *
      * zFAM headers already read, and the payload's first 16000      *
      * bytes - to the FAxxCP capture queue for ZFAM131 to replay.    *
      * An expired window disarms itself here.                        *
      *****************************************************************
       1700-CAPTURE-REQUEST.
           MOVE EIBTRNID(3:2)               TO CA-TSQ(1:2).
           MOVE 'CA'                        TO CA-TSQ(3:2).
           MOVE 1                           TO CA-ITEM.
           MOVE LENGTH OF CA-END-ABS        TO CA-LENGTH.

           EXEC CICS READQ TS QUEUE(CA-TSQ)
                INTO  (CA-END-ABS)
                LENGTH(CA-LENGTH)
                ITEM  (CA-ITEM)
                RESP  (CA-RESP)
                NOHANDLE
           END-EXEC.

           IF  CA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1700-EXIT.

           IF  WS-ABS GREATER THAN CA-END-ABS
               EXEC CICS DELETEQ TS QUEUE(CA-TSQ)
                    NOHANDLE
               END-EXEC
               GO TO 1700-EXIT.

           MOVE EIBTRNID(3:2)               TO CP-TDQ(1:2).
           MOVE 'CP'                        TO CP-TDQ(3:2).

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(CP-TIME)
                YYYYMMDD(CP-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE WS-ABS                      TO CP-ABS.
           MOVE WEB-HTTPMETHOD              TO CP-METHOD.
           MOVE WEB-PATH-LENGTH             TO CP-PATH-LENGTH.
           MOVE WEB-PATH                    TO CP-PATH.
           MOVE WEB-QUERYSTRING-LENGTH      TO CP-QS-LENGTH.
           MOVE WEB-QUERYSTRING             TO CP-QUERYSTRING.

           MOVE HTTP-TTL-VALUE              TO CP-TTL.
           MOVE HTTP-LOB-VALUE              TO CP-LOB.
           MOVE HTTP-ECR-VALUE              TO CP-ECR.
           MOVE HTTP-APP-VALUE              TO CP-APPEND.
           MOVE HTTP-UID-VALUE              TO CP-UID.
           MOVE HTTP-BATCH-VALUE            TO CP-BATCH.
           MOVE HTTP-ENCODING-VALUE         TO CP-ENCODING.

           MOVE SPACES                      TO CP-DATA.
           MOVE ZEROES                      TO CP-DATA-LENGTH.

           IF  (WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
            OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT)
           AND STREAM-RECEIVE-SW NOT EQUAL 'Y'
           AND RECEIVE-LENGTH GREATER THAN ZEROES
               MOVE RECEIVE-LENGTH          TO CP-COPY-LEN
               IF  CP-COPY-LEN GREATER THAN LENGTH OF CP-DATA
                   MOVE LENGTH OF CP-DATA   TO CP-COPY-LEN.

           IF  CP-COPY-LEN GREATER THAN ZEROES
               SET ADDRESS OF ZFAM-MESSAGE  TO ZFAM-ADDRESS
               MOVE CP-COPY-LEN             TO CP-DATA-LENGTH
               MOVE ZFAM-MESSAGE(1:CP-COPY-LEN)
                 TO CP-DATA(1:CP-COPY-LEN).

           MOVE ZEROES                      TO CP-COPY-LEN.
           MOVE LENGTH OF CP-RECORD         TO CP-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CP-TDQ)
                FROM  (CP-RECORD)
                LENGTH(CP-LENGTH)
                RESP  (CP-RESP)
                NOHANDLE
           END-EXEC.

       1700-EXIT.
           EXIT.

      *****************************************************************
      * Process HTTP request.                                         *
      *****************************************************************
       2000-PROCESS-REQUEST.
           PERFORM 1700-CAPTURE-REQUEST    THRU 1700-EXIT.

           PERFORM 9055-GET-FO-STATE       THRU 9055-EXIT.
           PERFORM 9060-GET-QS-STATE       THRU 9060-EXIT.

      *****************************************************************
      * A quiesced table answers 503/Retry-After - every method when  *
      * fully quiesced, writes only when reads are allowed.  The      *
      * ?health probe is always allowed through so the web tier can   *
      * see the QUIESCED verdict.                                     *
      *****************************************************************
           IF  QS-STATE EQUAL 'Q'
           AND HEALTH-REQUEST-SW NOT EQUAL 'Y'
               PERFORM 9065-SEND-QUIESCED  THRU 9065-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  QS-STATE EQUAL 'R'
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-HEAD
               PERFORM 9065-SEND-QUIESCED  THRU 9065-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

      *****************************************************************
      * A request routed via the /read-only URIMAP path is served     *
      * from a read-only replica - reject any method that would       *
      * mutate the KEY/FILE stores, leaving GET and HEAD alone.  A    *
      * failed-over table has been promoted, so its writes are        *
      * allowed through until failback.                               *
      *****************************************************************
           MOVE 'N'                         TO REPLICATE-PATH-SW.

           IF  WEB-PATH(1:10) EQUAL DATASTORE
               MOVE 'Y'                     TO REPLICATE-PATH-SW.

           IF  FO-STATE       EQUAL 'F'
           AND WEB-PATH(1:10) EQUAL READ-ONLY
               MOVE 'Y'                     TO REPLICATE-PATH-SW.

           IF  WEB-PATH(1:10) EQUAL READ-ONLY
           AND FO-STATE       NOT EQUAL 'F'
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-HEAD
               MOVE STATUS-403              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 9070-CLASSIFY-REQUEST   THRU 9070-EXIT.
           PERFORM 9077-REGISTER-INFLIGHT  THRU 9077-EXIT.

           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'CLASSIFY'               TO TR-STAGE
               PERFORM 9081-TRACE-STEP     THRU 9081-EXIT.

           PERFORM 9030-AUTH-CHECK         THRU 9030-EXIT.

           IF  AUTHENTICATE NOT EQUAL 'N'
           AND DD-AUTHZ         EQUAL 'Y'
               PERFORM 9032-AUTHZ-CHECK    THRU 9032-EXIT.

           IF  AUTHENTICATE NOT EQUAL 'N'
           AND DD-OWNERSHIP     EQUAL 'Y'
               PERFORM 9033-OWNER-CHECK    THRU 9033-EXIT.

           IF  AUTHENTICATE   NOT EQUAL 'N'
               IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
               OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
                   PERFORM 9035-RATE-CHECK THRU 9035-EXIT.

           IF  AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 9045-RECORD-ACTIVITY THRU 9045-EXIT.

      *****************************************************************
      * A client request on a DD-TEST table may take the fault armed  *
      * for it.  Health probes, async job runs and replication        *
      * applies are never faulted.                                    *
      *****************************************************************
           IF  AUTHENTICATE      NOT EQUAL 'N'
           AND DD-TEST           EQUAL 'Y'
           AND REPLICATE-PATH-SW EQUAL 'Y'
           AND HEALTH-REQUEST-SW NOT EQUAL 'Y'
           AND JOB-RUN-SW        NOT EQUAL 'Y'
               PERFORM 9066-FAULT-CHECK    THRU 9066-EXIT.

      *****************************************************************
      * A read, an mget or a rewrite on a table with an FAxxDM        *
      * template has the masks that apply to this caller loaded       *
      * before the row is touched.                                    *
      *****************************************************************
           IF  AUTHENTICATE   NOT EQUAL 'N'
               IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
               OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
               OR (WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
               AND QUERY-TEXT     EQUAL MGET-REQUEST)
                   PERFORM 9090-MASK-LOAD  THRU 9090-EXIT.

      *****************************************************************
      * A mutating request - including a replication apply, which    *
      * arrives on these same paths - clears the key's hot-key cache *
      * slot before the write proceeds.                               *
      *****************************************************************
           IF  DD-CACHE     EQUAL 'Y'
           AND AUTHENTICATE NOT EQUAL 'N'
           AND URI-PATH-LENGTH GREATER THAN ZEROES
               IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
               OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PATCH
               OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
                   PERFORM 3148-CACHE-INVALIDATE THRU 3148-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 3000-READ-ZFAM      THRU 3000-EXIT
               PERFORM 3600-SEND-RESPONSE  THRU 3600-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           AND RENAME-REQUEST-SW EQUAL 'Y'
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 4980-RENAME-KEY     THRU 4980-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           AND EF-WINDOW-SW   EQUAL 'Y'
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 4990-EFFECTIVE-POST THRU 4990-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
           AND EF-WINDOW-SW   EQUAL 'Y'
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 4995-EFFECTIVE-DELETE THRU 4995-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           AND MP-MODE        NOT EQUAL SPACES
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 4955-MULTIPART      THRU 4955-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD    EQUAL WEB-HTTP-POST
           AND QUERY-TEXT        EQUAL MGET-REQUEST
           AND STREAM-RECEIVE-SW NOT EQUAL 'Y'
           AND AUTHENTICATE      NOT EQUAL 'N'
               PERFORM 4900-MGET           THRU 4900-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD    EQUAL WEB-HTTP-POST
           AND (HTTP-BATCH-VALUE EQUAL 'yes'
            OR  HTTP-BATCH-VALUE EQUAL 'multi')
           AND HTTP-ECR-VALUE    NOT EQUAL 'Yes'
           AND STREAM-RECEIVE-SW NOT EQUAL 'Y'
           AND AUTHENTICATE      NOT EQUAL 'N'
               PERFORM 4600-BATCH-POST     THRU 4600-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
           AND HTTP-IDEM-VALUE NOT EQUAL SPACES
           AND AUTHENTICATE    NOT EQUAL 'N'
               PERFORM 4080-IDEMPOTENCY-CHECK THRU 4080-EXIT.

           IF  ID-REPLAYED-SW EQUAL 'Y'
               PERFORM 4090-IDEMPOTENCY-REPLAY THRU 4090-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  WEB-HTTPMETHOD    EQUAL WEB-HTTP-POST
           AND STREAM-RECEIVE-SW EQUAL 'Y'
           AND AUTHENTICATE      NOT EQUAL 'N'
               PERFORM 4000-GET-COUNTER    THRU 4000-EXIT
               PERFORM 4100-WRITE-KEY      THRU 4100-EXIT
               PERFORM 4160-STREAM-FILE    THRU 4160-EXIT
               PERFORM 4170-STREAM-FIXUP   THRU 4170-EXIT
               PERFORM 4300-SEND-RESPONSE  THRU 4300-EXIT.

           IF  WEB-HTTPMETHOD    EQUAL WEB-HTTP-POST
           AND STREAM-RECEIVE-SW NOT EQUAL 'Y'
           AND AUTHENTICATE      NOT EQUAL 'N'
               PERFORM 4060-VALIDATE-PAYLOAD THRU 4060-EXIT
               PERFORM 4063-COLUMN-VALUES  THRU 4063-EXIT
               PERFORM 4065-DOMAIN-VALIDATE THRU 4065-EXIT
               PERFORM 4075-REFERENCE-CHECK THRU 4075-EXIT
               PERFORM 4875-WRITEBEHIND-CHECK THRU 4875-EXIT
               PERFORM 4000-GET-COUNTER    THRU 4000-EXIT
               PERFORM 4100-WRITE-KEY      THRU 4100-EXIT
               PERFORM 4200-PROCESS-FILE   THRU 4200-EXIT
               PERFORM 4250-CLEAR-INTENT   THRU 4250-EXIT
               PERFORM 4300-SEND-RESPONSE  THRU 4300-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-HEAD
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 5900-RANGE-COUNT    THRU 5900-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 5000-READ-KEY       THRU 5000-EXIT
               MOVE FK-FF-KEY               TO JL-BEFORE-IDN
               PERFORM 8590-JOURNAL-CAPTURE THRU 8590-EXIT
               IF  DD-VERSION-RETAIN GREATER THAN ZEROES
                   PERFORM 5105-SOFT-DELETE THRU 5105-EXIT
               ELSE
                   PERFORM 5100-DELETE-KEY     THRU 5100-EXIT
                   IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
                       PERFORM 5200-DELETE-FILE THRU 5200-EXIT
                           WITH TEST AFTER
                           VARYING FF-SEGMENT  FROM 1 BY 1
                           UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

      *****************************************************************
      * The journal record is written only once the delete stands -   *
      * the FAxxCL queue is extrapartition and cannot roll back, so   *
      * journaling ahead of a failed delete would have the nightly    *
      * replay drop a record that is still live.                      *
      *****************************************************************
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
           AND AUTHENTICATE   NOT EQUAL 'N'
           AND DD-VERSION-RETAIN EQUAL ZEROES
           AND DD-QUOTA-LEN NUMERIC
           AND DD-QUOTA-LEN GREATER THAN ZEROES
               PERFORM 4097-QUOTA-RELEASE  THRU 4097-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 8600-JOURNAL        THRU 8600-EXIT
               PERFORM 5300-SEND-RESPONSE  THRU 5300-EXIT.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
           AND APP-RESP NOT   EQUAL DFHRESP(NORMAL)
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 4058-MASK-PROTECT   THRU 4058-EXIT
               PERFORM 4060-VALIDATE-PAYLOAD THRU 4060-EXIT
               PERFORM 4063-COLUMN-VALUES  THRU 4063-EXIT
               PERFORM 4065-DOMAIN-VALIDATE THRU 4065-EXIT
               PERFORM 4075-REFERENCE-CHECK THRU 4075-EXIT
               PERFORM 6000-READ-KEY       THRU 6000-EXIT
               PERFORM 6100-GET-COUNTER    THRU 6100-EXIT
               PERFORM 6200-PROCESS-FILE   THRU 6200-EXIT
               PERFORM 6300-REWRITE-KEY    THRU 6300-EXIT
               PERFORM 6400-SEND-RESPONSE  THRU 6400-EXIT.

      *****************************************************************
      * An append body is a fragment of the assembled record, so the  *
      * well-formedness validation only applies to the full-body      *
      * POST and rewrite PUT paths.                                   *
      *****************************************************************
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
           AND APP-RESP       EQUAL DFHRESP(NORMAL)
           AND AUTHENTICATE   NOT EQUAL 'N'
               PERFORM 7000-READ-KEY       THRU 7000-EXIT
               PERFORM 7200-PROCESS-FILE   THRU 7200-EXIT
               PERFORM 7300-REWRITE-FK     THRU 7300-EXIT
               PERFORM 7400-SEND-RESPONSE  THRU 7400-EXIT.

           IF  WEB-HTTPMETHOD     EQUAL WEB-HTTP-PATCH
           AND RANGE-UPDATE-SW    EQUAL 'Y'
           AND AUTHENTICATE       NOT EQUAL 'N'
               PERFORM 7960-RANGE-UPDATE     THRU 7960-EXIT.

           IF  WEB-HTTPMETHOD     EQUAL WEB-HTTP-PATCH
           AND IC-REQUEST-SW      EQUAL 'Y'
           AND AUTHENTICATE       NOT EQUAL 'N'
               PERFORM 7940-INCREMENT        THRU 7940-EXIT.

           IF  WEB-HTTPMETHOD     EQUAL WEB-HTTP-PATCH
           AND RESTORE-REQUEST-SW EQUAL 'Y'
           AND IC-REQUEST-SW      NOT EQUAL 'Y'
           AND AUTHENTICATE       NOT EQUAL 'N'
               PERFORM 7930-RESTORE-VERSION  THRU 7930-EXIT
               PERFORM 7935-RESTORE-RESPONSE THRU 7935-EXIT.

           IF  WEB-HTTPMETHOD     EQUAL WEB-HTTP-PATCH
           AND RESTORE-REQUEST-SW NOT EQUAL 'Y'
           AND IC-REQUEST-SW      NOT EQUAL 'Y'
           AND AUTHENTICATE       NOT EQUAL 'N'
               PERFORM 7900-PATCH-KEY      THRU 7900-EXIT
               PERFORM 7910-PATCH-REWRITE  THRU 7910-EXIT
               PERFORM 7920-PATCH-RESPONSE THRU 7920-EXIT.

      *****************************************************************
      * The live response is on its way - forward the sampled share   *
      * of traffic to the shadow table for burn-in verification.      *
      *****************************************************************
           IF  AUTHENTICATE   NOT EQUAL 'N'
           AND WEB-PATH(1:10) NOT EQUAL REPLICATE
               PERFORM 8700-SHADOW-MIRROR  THRU 8700-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Perform the READ process.                                     *
      *****************************************************************
       3000-READ-ZFAM.
           IF  DM-ACTIVE-SW EQUAL 'Y'
               PERFORM 3005-MASK-CHECK THRU 3005-EXIT.

           IF  LOB-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3700-LOB        THRU 3700-EXIT.

           PERFORM 3100-READ-PROCESS   THRU 3100-EXIT
               WITH TEST AFTER
               UNTIL PROCESS-COMPLETE  EQUAL 'Y'.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET with masks in force.  A LOB, a byte range or the     *
      * journal mirror's raw images cannot be masked column by        *
      * column, so a caller with masks applied is refused them.       *
      *****************************************************************
       3005-MASK-CHECK.
           IF  LOB-RESP           EQUAL DFHRESP(NORMAL)
           OR  RANGE-REQUEST-SW   EQUAL 'Y'
           OR  CHANGES-REQUEST-SW EQUAL 'Y'
               MOVE '08'               TO CA090-REASON
               PERFORM 9094-MASK-REFUSED THRU 9094-EXIT.

       3005-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      *                                                               *
      * Read the KEY store, which containes the FILE/DATA store key.  *
      *                                                               *
      * Read the FILE/DATA store, which contains the zFAM data as     *
      * record segments.                                              *
      *****************************************************************
       3100-READ-PROCESS.
           MOVE 'Y'                          TO PROCESS-COMPLETE.

           PERFORM 3120-GET-HEADERS        THRU 3120-EXIT.

           IF  HEALTH-REQUEST-SW   EQUAL 'Y'
               PERFORM 3252-SEND-HEALTH    THRU 3252-EXIT
           ELSE
           IF  CONFIG-REQUEST-SW   EQUAL 'Y'
               PERFORM 3268-SEND-CONFIG    THRU 3268-EXIT
           ELSE
           IF  DESCRIBE-REQUEST-SW EQUAL 'Y'
               PERFORM 3269-SEND-DESCRIBE  THRU 3269-EXIT
           ELSE
           IF  RESERVE-REQUEST-SW  EQUAL 'Y'
               PERFORM 3257-SEND-RESERVE   THRU 3257-EXIT
           ELSE
           IF  META-REQUEST-SW     EQUAL 'Y'
               PERFORM 3255-SEND-META      THRU 3255-EXIT
           ELSE
           IF  VERSIONS-REQUEST-SW EQUAL 'Y'
               PERFORM 3253-SEND-VERSIONS  THRU 3253-EXIT
           ELSE
           IF  VERSION-REQUEST-SW  EQUAL 'Y'
               PERFORM 3259-SEND-VERSION   THRU 3259-EXIT
           ELSE
           IF  EFFECTIVE-REQUEST-SW EQUAL 'Y'
               PERFORM 3271-SEND-EFFECTIVE THRU 3271-EXIT
           ELSE
           IF  ASOF-REQUEST-SW     EQUAL 'Y'
               PERFORM 3261-SEND-ASOF      THRU 3261-EXIT
           ELSE
           IF  CHANGES-REQUEST-SW  EQUAL 'Y'
               PERFORM 3264-SEND-CHANGES   THRU 3264-EXIT
           ELSE
           IF  TAG-QUERY-SW        EQUAL 'Y'
               PERFORM 3266-SEND-TAGGED    THRU 3266-EXIT
           ELSE
           IF  POP-REQUEST-SW      EQUAL 'Y'
               PERFORM 3905-POP            THRU 3905-EXIT
           ELSE
           IF  HTTP-STATS-VALUE    EQUAL 'yes'
               PERFORM 3247-SEND-STATS     THRU 3247-EXIT
           ELSE
           IF  HTTP-LOCKINFO-VALUE EQUAL 'yes'
               PERFORM 3245-LOCK-INFO      THRU 3245-EXIT
           ELSE
           IF  HTTP-UNLOCK-VALUE   EQUAL 'yes'
               PERFORM 3246-MANUAL-UNLOCK  THRU 3246-EXIT
           ELSE
           IF  PATTERN-VALUE-LENGTH GREATER THAN ZEROES
               PERFORM 3248-SEND-PATTERN   THRU 3248-EXIT
           ELSE
           IF  HTTP-RECONCILE-VALUE EQUAL 'yes'
               PERFORM 3251-SEND-RECONCILE THRU 3251-EXIT
           ELSE
               PERFORM 3130-READ-AND-SEND  THRU 3130-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Normal read - key store, lock acquire (if requested), and     *
      * FILE store retrieval.                                         *
      *****************************************************************
       3130-READ-AND-SEND.
           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'READ    '               TO TR-STAGE
               PERFORM 9081-TRACE-STEP     THRU 9081-EXIT.

      *****************************************************************
      * A plain repeat GET on a cache-enabled table may be served     *
      * straight from the hot-key cache - anything conditional,      *
      * locked, ranged, projected or expanded takes the full path.    *
      *****************************************************************
           MOVE 'N'                        TO HC-HIT-SW.

           IF  DD-CACHE            EQUAL 'Y'
           AND WEB-HTTPMETHOD      EQUAL WEB-HTTP-GET
           AND HTTP-LOCK-VALUE NOT EQUAL 'yes'
           AND RANGE-REQUEST-SW NOT EQUAL 'Y'
           AND COLS-REQUEST-SW  NOT EQUAL 'Y'
           AND EXPAND-REQUEST-SW NOT EQUAL 'Y'
           AND HTTP-INM-VALUE      EQUAL SPACES
           AND DM-ACTIVE-SW    NOT EQUAL 'Y'
               PERFORM 3140-CACHE-LOOKUP   THRU 3140-EXIT.

           IF  HC-HIT-SW EQUAL 'Y'
               PERFORM 3147-CACHE-SEND     THRU 3147-EXIT
               GO TO 3130-EXIT.

           IF  WATCH-REQUEST-SW    EQUAL 'Y'
           AND HTTP-LOCK-VALUE NOT EQUAL 'yes'
               PERFORM 3150-WATCH-WAIT     THRU 3150-EXIT.

           IF  HTTP-LOCK-VALUE NOT EQUAL 'yes'
               PERFORM 3200-READ-KEY       THRU 3200-EXIT.

           IF  HTTP-LOCK-VALUE     EQUAL 'yes'
               PERFORM 3220-LOCK-PROCESS   THRU 3220-EXIT
               WITH TEST AFTER
               UNTIL LOCK-OBTAINED EQUAL 'Y'.

           IF  RANGE-REQUEST-SW EQUAL 'Y'
           AND FK-ECR       NOT EQUAL 'Y'
           AND NOT-MODIFIED NOT EQUAL 'Y'
               PERFORM 3800-RANGE-GET      THRU 3800-EXIT
               GO TO 3130-EXIT.

           IF  FK-ECR NOT EQUAL 'Y'
           AND NOT-MODIFIED NOT EQUAL 'Y'
               PERFORM 3300-READ-FILE      THRU 3300-EXIT.

           IF  FK-ECR NOT EQUAL 'Y'
           AND NOT-MODIFIED NOT EQUAL 'Y'
               IF  FF-SUCCESSFUL   EQUAL 'Y'
                   PERFORM 3400-STAGE      THRU 3400-EXIT.

      *****************************************************************
      * A cacheable miss - small, single segment, neither an ECR nor  *
      * sliding-expiration (a cached read would skip the sliding      *
      * touch) - lands in a cache slot for the next reader.           *
      *****************************************************************
           IF  DD-CACHE            EQUAL 'Y'
           AND WEB-HTTPMETHOD      EQUAL WEB-HTTP-GET
           AND HTTP-LOCK-VALUE NOT EQUAL 'yes'
           AND FF-SUCCESSFUL       EQUAL 'Y'
           AND NOT-MODIFIED    NOT EQUAL 'Y'
           AND FK-ECR           NOT EQUAL 'Y'
           AND FK-RETENTION-TYPE NOT EQUAL 'S'
           AND FF-SEGMENTS         EQUAL ONE
           AND ALIAS-FOLLOWED-SW NOT EQUAL 'Y'
           AND ZFAM-LENGTH NOT GREATER THAN HC-DATA-MAX
           AND DM-ACTIVE-SW    NOT EQUAL 'Y'
               PERFORM 3145-CACHE-STORE    THRU 3145-EXIT.

       3130-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - hot-key cache lookup.  Scan the cache slots for    *
      * this key; a hit stages the cached image, a miss just counts.  *
      *****************************************************************
       3140-CACHE-LOOKUP.
           MOVE EIBTRNID(3:2)              TO HC-TSQ(1:2).
           MOVE 'HC'                       TO HC-TSQ(3:2).

           MOVE URI-KEY                    TO HC-LOOKUP-KEY.
           MOVE 'N'                        TO HC-DONE-SW.

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
               MOVE ZEROES                 TO HC-COUNT
                                               HC-NEXT.

           IF  HC-COUNT GREATER THAN ZEROES
               PERFORM 3142-CACHE-SCAN   THRU 3142-EXIT
                   VARYING HC-SCAN FROM 1 BY 1
                   UNTIL   HC-SCAN GREATER THAN HC-COUNT
                   OR      HC-HIT-SW EQUAL 'Y'.

           PERFORM 9058-RECORD-CACHE     THRU 9058-EXIT.

       3140-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - compare one cache slot against the requested key.  *
      *****************************************************************
       3142-CACHE-SCAN.
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
               GO TO 3142-EXIT.

           IF  HC-KEY EQUAL HC-LOOKUP-KEY
           AND HC-DATA-LENGTH GREATER THAN ZEROES
               MOVE 'Y'                    TO HC-HIT-SW.

       3142-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - put the just-staged record into a cache slot -     *
      * appending while the queue is still filling, recycling the     *
      * oldest slot round-robin once it is full.                      *
      *****************************************************************
       3145-CACHE-STORE.
           MOVE URI-KEY                    TO HC-KEY.
           MOVE FK-ABS                     TO HC-ABS.
           MOVE FF-MEDIA                   TO HC-MEDIA.
           MOVE ZFAM-LENGTH                TO HC-DATA-LENGTH.
           MOVE LOW-VALUES                 TO HC-DATA.
           MOVE ZFAM-MESSAGE(1:ZFAM-LENGTH)
             TO HC-DATA(1:ZFAM-LENGTH).

           MOVE LENGTH OF HC-ENTRY         TO HC-LENGTH.

           IF  HC-COUNT LESS THAN HC-SLOTS
               EXEC CICS WRITEQ TS QUEUE(HC-TSQ)
                    FROM  (HC-ENTRY)
                    LENGTH(HC-LENGTH)
                    MAIN
                    RESP  (HC-RESP)
                    NOHANDLE
               END-EXEC
               IF  HC-RESP EQUAL DFHRESP(NORMAL)
                   ADD  1                  TO HC-COUNT
                   PERFORM 3146-CACHE-CONTROL THRU 3146-EXIT
                   GO TO 3145-EXIT
               ELSE
                   GO TO 3145-EXIT.

           COMPUTE HC-ITEM = HC-NEXT + 2.

           EXEC CICS WRITEQ TS QUEUE(HC-TSQ)
                FROM  (HC-ENTRY)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                REWRITE
                MAIN
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           ADD  1                          TO HC-NEXT.
           IF  HC-NEXT NOT LESS THAN HC-SLOTS
               MOVE ZEROES                 TO HC-NEXT.

           PERFORM 3146-CACHE-CONTROL    THRU 3146-EXIT.

       3145-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - persist the cache control entry (slot count and    *
      * next recycle slot).  The queue's first write also creates     *
      * item 1.                                                       *
      *****************************************************************
       3146-CACHE-CONTROL.
           MOVE LENGTH OF HC-CONTROL       TO HC-LENGTH.
           MOVE 1                          TO HC-ITEM.

           EXEC CICS WRITEQ TS QUEUE(HC-TSQ)
                FROM  (HC-CONTROL)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                REWRITE
                MAIN
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           IF  HC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                      TO HC-ITEM
               EXEC CICS WRITEQ TS QUEUE(HC-TSQ)
                    FROM  (HC-CONTROL)
                    LENGTH(HC-LENGTH)
                    ITEM  (HC-ITEM)
                    MAIN
                    RESP  (HC-RESP)
                    NOHANDLE
               END-EXEC.

       3146-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - serve the hit straight from the cache slot, with   *
      * the ETag the record would have carried from VSAM.             *
      *****************************************************************
       3147-CACHE-SEND.
           MOVE HC-ABS                     TO ETAG-DISPLAY.
           MOVE ETAG-DISPLAY               TO HTTP-ETAG-VALUE.

           PERFORM 9050-ELAPSED-TIME     THRU 9050-EXIT.
           PERFORM 3611-WRITE-ETAG       THRU 3611-EXIT.

           MOVE HC-MEDIA                   TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN             TO WEB-MEDIA-TYPE.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE 'Y'                        TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)        TO SEND-ACTION.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               EXEC CICS WEB SEND
                    FROM      (HC-DATA)
                    FROMLENGTH(HC-DATA-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (HC-DATA)
                    FROMLENGTH(HC-DATA-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC.

           MOVE HC-DATA-LENGTH             TO MT-BYTES-OUT.

       3147-EXIT.
           EXIT.

      *****************************************************************
      * Clear this key's cache slot ahead of a mutating request, so   *
      * no reader is ever served bytes the write replaced.            *
      *****************************************************************
       3148-CACHE-INVALIDATE.
           MOVE EIBTRNID(3:2)              TO HC-TSQ(1:2).
           MOVE 'HC'                       TO HC-TSQ(3:2).

           MOVE URI-KEY                    TO HC-LOOKUP-KEY.

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
               GO TO 3148-EXIT.

           PERFORM 3149-INVALIDATE-SCAN  THRU 3149-EXIT
               VARYING HC-SCAN FROM 1 BY 1
               UNTIL   HC-SCAN GREATER THAN HC-COUNT.

       3148-EXIT.
           EXIT.

      *****************************************************************
      * Check one cache slot; a match is overwritten empty.           *
      *****************************************************************
       3149-INVALIDATE-SCAN.
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
               GO TO 3149-EXIT.

           IF  HC-KEY NOT EQUAL HC-LOOKUP-KEY
               GO TO 3149-EXIT.

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

       3149-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?watch long-poll.  Hold the request until the key  *
      * moves past the If-None-Match version or the timeout expires;  *
      * the read that follows then answers the record, or 304 when    *
      * the timeout expired first (3210-CHECK-ETAG).                  *
      *****************************************************************
       3150-WATCH-WAIT.
           IF  HTTP-INM-VALUE(1:15) NOT NUMERIC
               GO TO 3150-EXIT.

           MOVE HTTP-INM-VALUE(1:15)       TO WATCH-VERSION.
           MOVE 'Y'                        TO WATCH-ARMED-SW.
           MOVE 'N'                        TO WATCH-DONE-SW.

           EXEC CICS ASKTIME ABSTIME(WATCH-NOW-ABS) NOHANDLE
           END-EXEC.

           COMPUTE WATCH-DEADLINE-ABS = WATCH-NOW-ABS
                                      + WATCH-SECONDS * 1000.

           PERFORM 3151-WATCH-POLL         THRU 3151-EXIT
               WITH TEST AFTER
               UNTIL WATCH-DONE-SW EQUAL 'Y'.

       3150-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?watch long-poll.  Re-read the KEY store (through  *
      * an alias to its target) and either end the wait or delay for  *
      * the next poll.  A key that cannot be read ends the wait and   *
      * the ordinary read reports it.                                 *
      *****************************************************************
       3151-WATCH-POLL.
           MOVE URI-KEY                    TO FK-KEY.
           MOVE LENGTH OF FK-RECORD        TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                    TO WATCH-DONE-SW
               GO TO 3151-EXIT.

           IF  FK-ALIAS EQUAL 'Y'
               PERFORM 3206-RESOLVE-ALIAS THRU 3206-EXIT
               IF  ALIAS-RC NOT EQUAL 'Y'
                   MOVE 'Y'                TO WATCH-DONE-SW
                   GO TO 3151-EXIT.

           IF  FK-ALIAS EQUAL 'Y'
               MOVE LENGTH OF FK-RECORD    TO FK-LENGTH
               EXEC CICS READ FILE(FK-FCT)
                    INTO(FK-RECORD)
                    RIDFLD(FK-KEY)
                    LENGTH(FK-LENGTH)
                    NOHANDLE
               END-EXEC
               IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE 'Y'                TO WATCH-DONE-SW
                   GO TO 3151-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ABS GREATER THAN WATCH-VERSION
               MOVE 'Y'                    TO WATCH-DONE-SW
               GO TO 3151-EXIT.

           EXEC CICS ASKTIME ABSTIME(WATCH-NOW-ABS) NOHANDLE
           END-EXEC.

           IF  WATCH-NOW-ABS NOT LESS THAN WATCH-DEADLINE-ABS
               MOVE 'Y'                    TO WATCH-DONE-SW
               GO TO 3151-EXIT.

           EXEC CICS DELAY FOR MILLISECS(WATCH-POLL-MS)
                NOHANDLE
           END-EXEC.

       3151-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Get HTTP headers for row level locking.                       *
      *****************************************************************
       3120-GET-HEADERS.
           MOVE LENGTH OF HTTP-LOCK           TO ZFAM-LOCK-LENGTH.
           MOVE LENGTH OF HTTP-LOCK-VALUE     TO LOCK-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-LOCK)
                NAMELENGTH (ZFAM-LOCK-LENGTH)
                VALUE      (HTTP-LOCK-VALUE)
                VALUELENGTH(LOCK-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'no '                     TO HTTP-LOCK-VALUE.

           MOVE LENGTH OF HTTP-TIME           TO ZFAM-TIME-LENGTH.
           MOVE LENGTH OF HTTP-TIME-VALUE     TO TIME-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-TIME)
                NAMELENGTH (ZFAM-TIME-LENGTH)
                VALUE      (HTTP-TIME-VALUE)
                VALUELENGTH(TIME-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FIVE                      TO HTTP-TIME-VALUE.

           IF  HTTP-TIME-VALUE NOT NUMERIC
               MOVE FIVE                      TO HTTP-TIME-VALUE.

           IF  HTTP-TIME-VALUE LESS THAN ONE
               MOVE ONE                       TO HTTP-TIME-VALUE.

           IF  HTTP-TIME-VALUE GREATER THAN FIVE
               MOVE FIVE                      TO HTTP-TIME-VALUE.

           MOVE LENGTH OF HTTP-ACTION         TO ZFAM-ACTION-LENGTH.
           MOVE LENGTH OF HTTP-ACTION-VALUE   TO ACTION-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-ACTION)
                NAMELENGTH (ZFAM-ACTION-LENGTH)
                VALUE      (HTTP-ACTION-VALUE)
                VALUELENGTH(ACTION-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'wait  '                  TO HTTP-ACTION-VALUE.

           IF  HTTP-ACTION-VALUE NOT EQUAL 'nowait'   AND
               HTTP-ACTION-VALUE NOT EQUAL 'wait  '
               MOVE 'wait  '                  TO HTTP-ACTION-VALUE.

           MOVE LENGTH OF HTTP-INM            TO ZFAM-INM-LENGTH.
           MOVE LENGTH OF HTTP-INM-VALUE      TO INM-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-INM)
                NAMELENGTH (ZFAM-INM-LENGTH)
                VALUE      (HTTP-INM-VALUE)
                VALUELENGTH(INM-VALUE-LENGTH)
                RESP       (INM-RESP)
                NOHANDLE
           END-EXEC.

           IF  INM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                    TO HTTP-INM-VALUE.

           MOVE LENGTH OF HTTP-LOCKINFO       TO ZFAM-LOCKINFO-LENGTH.
           MOVE LENGTH OF HTTP-LOCKINFO-VALUE TO LOCKINFO-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-LOCKINFO)
                NAMELENGTH (ZFAM-LOCKINFO-LENGTH)
                VALUE      (HTTP-LOCKINFO-VALUE)
                VALUELENGTH(LOCKINFO-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                    TO HTTP-LOCKINFO-VALUE.

           MOVE LENGTH OF HTTP-UNLOCK         TO ZFAM-UNLOCK-LENGTH.
           MOVE LENGTH OF HTTP-UNLOCK-VALUE   TO UNLOCK-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-UNLOCK)
                NAMELENGTH (ZFAM-UNLOCK-LENGTH)
                VALUE      (HTTP-UNLOCK-VALUE)
                VALUELENGTH(UNLOCK-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                    TO HTTP-UNLOCK-VALUE.

           MOVE LENGTH OF HTTP-STATS          TO ZFAM-STATS-LENGTH.
           MOVE LENGTH OF HTTP-STATS-VALUE    TO STATS-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-STATS)
                NAMELENGTH (ZFAM-STATS-LENGTH)
                VALUE      (HTTP-STATS-VALUE)
                VALUELENGTH(STATS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                    TO HTTP-STATS-VALUE.

           MOVE LENGTH OF HTTP-PATTERN        TO ZFAM-PATTERN-LENGTH.
           MOVE 255                           TO PATTERN-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-PATTERN)
                NAMELENGTH (ZFAM-PATTERN-LENGTH)
                VALUE      (HTTP-PATTERN-VALUE)
                VALUELENGTH(PATTERN-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                    TO HTTP-PATTERN-VALUE
               MOVE ZEROES                    TO PATTERN-VALUE-LENGTH.

           MOVE LENGTH OF HTTP-RECONCILE      TO ZFAM-RECONCILE-LENGTH.
           MOVE LENGTH OF HTTP-RECONCILE-VALUE
                                          TO RECONCILE-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-RECONCILE)
                NAMELENGTH (ZFAM-RECONCILE-LENGTH)
                VALUE      (HTTP-RECONCILE-VALUE)
                VALUELENGTH(RECONCILE-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                    TO HTTP-RECONCILE-VALUE.

           MOVE LENGTH OF HTTP-ACCEPT         TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-ACCEPT-VALUE   TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-ACCEPT)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-ACCEPT-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP       (ACCEPT-RESP)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                           TO JSON-REQUEST-SW.

           IF  ACCEPT-RESP EQUAL DFHRESP(NORMAL)
           AND HTTP-ACCEPT-VALUE(1:16) EQUAL APPLICATION-JSON(1:16)
               MOVE 'Y'                       TO JSON-REQUEST-SW.

           MOVE LENGTH OF HTTP-ASOF           TO ZFAM-ASOF-LENGTH.
           MOVE LENGTH OF HTTP-ASOF-VALUE     TO ASOF-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-ASOF)
                NAMELENGTH (ZFAM-ASOF-LENGTH)
                VALUE      (HTTP-ASOF-VALUE)
                VALUELENGTH(ASOF-VALUE-LENGTH)
                RESP       (ASOF-RESP)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                           TO ASOF-REQUEST-SW.

           IF  ASOF-RESP EQUAL DFHRESP(NORMAL)
           AND HTTP-ASOF-VALUE-N NUMERIC
               MOVE 'Y'                       TO ASOF-REQUEST-SW
               MOVE HTTP-ASOF-VALUE-N         TO ASOF-ABS.

           MOVE LENGTH OF HTTP-RANGE          TO ZFAM-RANGE-LENGTH.
           MOVE LENGTH OF HTTP-RANGE-VALUE    TO RANGE-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-RANGE)
                NAMELENGTH (ZFAM-RANGE-LENGTH)
                VALUE      (HTTP-RANGE-VALUE)
                VALUELENGTH(RANGE-VALUE-LENGTH)
                RESP       (RANGE-HDR-RESP)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                           TO RANGE-REQUEST-SW.

           IF  RANGE-HDR-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3810-RANGE-PARSE     THRU 3810-EXIT.

       3120-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read zFAM KEY store.                                          *
      *****************************************************************
       3200-READ-KEY.
           MOVE 'N'                         TO ALIAS-FOLLOWED-SW.

           MOVE URI-KEY TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE '3200'                      TO KE-PARAGRAPH
           PERFORM 3290-CHECK-RESPONSE    THRU 3290-EXIT.

           IF  FK-ALIAS EQUAL 'Y'
               PERFORM 3205-FOLLOW-ALIAS   THRU 3205-EXIT.

           PERFORM 3210-CHECK-ETAG         THRU 3210-EXIT.

           IF  FK-RETENTION-TYPE EQUAL 'S'
               PERFORM 3215-SLIDING-TOUCH  THRU 3215-EXIT.

           IF  FK-LOB EQUAL 'L'
           AND NOT-MODIFIED     NOT EQUAL 'Y'
           AND RANGE-REQUEST-SW NOT EQUAL 'Y'
               MOVE 'Y'                     TO READ-KEY
               PERFORM 3700-LOB           THRU 3700-EXIT.

      *****************************************************************
      * A multi-segment record on a plain GET is streamed through the *
      * same chunked segment loop a LOB takes (3700-LOB), so each     *
      * 32000-byte FF-DATA segment goes out as it is read instead of  *
      * being assembled into one GETMAIN buffer before a single WEB   *
      * SEND - faster first byte and far less peak storage.  Internal *
      * reads (the old-record staging a PUT/DELETE performs for the   *
      * secondary index) still assemble, so only real client GETs     *
      * stream.                                                       *
      *****************************************************************
           IF  FK-SEGMENTS GREATER THAN ONE
           AND FK-LOB           NOT EQUAL 'L'
           AND WEB-HTTPMETHOD       EQUAL WEB-HTTP-GET
           AND NOT-MODIFIED     NOT EQUAL 'Y'
           AND RANGE-REQUEST-SW NOT EQUAL 'Y'
           AND COLS-REQUEST-SW  NOT EQUAL 'Y'
               MOVE 'Y'                     TO READ-KEY
               PERFORM 3700-LOB           THRU 3700-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - alias follow.                                      *
      * The alias KEY record's one-segment FILE chain holds the       *
      * target key a rename moved this record to; read it, verify     *
      * and decipher it, and re-read the KEY store at the target.     *
      * One level only - an alias chained to another alias is served  *
      * as stored.  A dangling alias answers record-not-found.        *
      *****************************************************************
       3205-FOLLOW-ALIAS.
           PERFORM 3206-RESOLVE-ALIAS     THRU 3206-EXIT.

           IF  ALIAS-RC EQUAL 'D'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '03'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  ALIAS-RC NOT EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '10'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE '3205'                      TO KE-PARAGRAPH
           PERFORM 3290-CHECK-RESPONSE    THRU 3290-EXIT.

       3205-EXIT.
           EXIT.

      *****************************************************************
      * Resolve the alias in FK-RECORD to its target key - read the   *
      * one-segment pointer chain, verify, decipher, and swap the     *
      * target into FK-KEY.  ALIAS-RC answers 'Y' resolved, 'D'       *
      * dangling chain, 'C' checksum mismatch; the caller decides     *
      * how to respond.  Any resolution marks the request as          *
      * alias-redirected so the hot-key cache never stores the        *
      * target's image under the alias's URI key - invalidation is    *
      * keyed by the mutating request's own key and would never       *
      * clear such a slot.                                            *
      *****************************************************************
       3206-RESOLVE-ALIAS.
           MOVE 'Y'                         TO ALIAS-FOLLOWED-SW.
           MOVE 'D'                         TO ALIAS-RC.

           MOVE 'FILE'                      TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3206-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE 'C'                     TO ALIAS-RC
               GO TO 3206-EXIT.

           SUBTRACT FF-PREFIX             FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT  THRU 9043-EXIT.

           MOVE LOW-VALUES                  TO FK-KEY.
           MOVE FF-DATA(1:FF-LENGTH)        TO FK-KEY(1:FF-LENGTH).

           MOVE 'Y'                         TO ALIAS-RC.

       3206-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Sliding expiration (retention type 'S') - a successful read   *
      * re-stamps the record's last-activity timestamp the same way   *
      * a PATCH ?touch does (7910-PATCH-REWRITE), on both the KEY     *
      * store record and the first FILE store segment ZFAM000's       *
      * sweep ages non-ECR records by.  The ETag staged by            *
      * 3210-CHECK-ETAG still reflects the pre-read timestamp.        *
      *****************************************************************
       3215-SLIDING-TOUCH.
           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE WS-ABS                  TO FK-ABS
               EXEC CICS REWRITE FILE(FK-FCT)
                    FROM(FK-RECORD)
                    LENGTH(FK-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE WS-ABS                  TO FF-ABS
               EXEC CICS REWRITE FILE(FF-FCT)
                    FROM(FF-RECORD)
                    LENGTH(FF-LENGTH)
                    NOHANDLE
               END-EXEC.

       3215-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Build the ETag from FK-ABS (last write timestamp) and compare *
      * it to a client-supplied If-None-Match value.  A match means   *
      * the record has not changed since the client's cached copy.    *
      *****************************************************************
       3210-CHECK-ETAG.
           MOVE FK-ABS                      TO ETAG-DISPLAY.
           MOVE ETAG-DISPLAY                TO HTTP-ETAG-VALUE.

           IF  HTTP-INM-VALUE NOT EQUAL SPACES
           AND HTTP-INM-VALUE EQUAL HTTP-ETAG-VALUE
               MOVE 'Y'                     TO NOT-MODIFIED.

           IF  WATCH-ARMED-SW EQUAL 'Y'
           AND FK-DELETED NOT EQUAL 'Y'
           AND FK-ABS NOT GREATER THAN WATCH-VERSION
               MOVE 'Y'                     TO NOT-MODIFIED.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Get row level lock.                                           *
      *****************************************************************
       3220-LOCK-PROCESS.
           MOVE 'N' TO LOCK-OBTAINED.
           MOVE 'Y' TO ROW-LOCKED.

           PERFORM 3230-READ-KEY-UPDATE    THRU 3230-EXIT.
           PERFORM 3240-CHECK-LOCK         THRU 3240-EXIT.
           IF  ROW-LOCKED EQUAL 'N'
               PERFORM 3250-REWRITE-KEY    THRU 3250-EXIT.

           IF  ROW-LOCKED EQUAL 'Y'
               PERFORM 3260-UNLOCK-KEY     THRU 3260-EXIT
               PERFORM 3270-WAIT           THRU 3270-EXIT.
       3220-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Issue READ UPDATE for KEY store record when row level lock    *
      * has been requested.                                           *
      *****************************************************************
       3230-READ-KEY-UPDATE.
           MOVE 'N'                          TO ALIAS-FOLLOWED-SW.

           MOVE URI-KEY                      TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE '3230'                       TO KE-PARAGRAPH.
           PERFORM 3290-CHECK-RESPONSE     THRU 3290-EXIT.

           IF  FK-ALIAS EQUAL 'Y'
               EXEC CICS UNLOCK FILE(FK-FCT)
                    NOHANDLE
               END-EXEC
               PERFORM 3235-LOCK-ALIAS     THRU 3235-EXIT.

           IF  FK-LOB EQUAL 'L'
           AND FK-SEGMENTS GREATER THAN ONE-HUNDRED
               MOVE 'Y'                     TO READ-KEY
               PERFORM 3700-LOB           THRU 3700-EXIT.

       3230-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET with zFAM-Lock - the key is an alias.  Resolve it    *
      * and take the lock on the TARGET record, so readers locking    *
      * through the old identifier keep working during the            *
      * migration window instead of locking the pointer and being     *
      * served the target key text as a body.                         *
      *****************************************************************
       3235-LOCK-ALIAS.
           PERFORM 3206-RESOLVE-ALIAS     THRU 3206-EXIT.

           IF  ALIAS-RC EQUAL 'D'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '03'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  ALIAS-RC NOT EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '10'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE '3235'                      TO KE-PARAGRAPH.
           PERFORM 3290-CHECK-RESPONSE    THRU 3290-EXIT.

      *****************************************************************
      * One level only - an alias chained to another alias answers    *
      * the same refusal a mutation through an alias gets.            *
      *****************************************************************
           IF  FK-ALIAS EQUAL 'Y'
               EXEC CICS UNLOCK FILE(FK-FCT)
                    NOHANDLE
               END-EXEC
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '09'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       3235-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Check for an active lock.                                     *
      *****************************************************************
       3240-CHECK-LOCK.
           IF  FK-UID     EQUAL SPACES
           OR  FK-UID     EQUAL LOW-VALUES
           OR  FK-UID     EQUAL ZUID-UID
               MOVE 'Y' TO LOCK-OBTAINED
               MOVE 'N' TO ROW-LOCKED
           ELSE
               PERFORM 3242-CHECK-EXPIRED  THRU 3242-EXIT.

       3240-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Check for an expired lock.                                    *
      *****************************************************************
       3242-CHECK-EXPIRED.
           IF  HTTP-ACTION-VALUE EQUAL 'nowait'
               PERFORM 3280-LOCK-FAIL THRU 3280-EXIT.

           SUBTRACT FK-ABS FROM WS-ABS GIVING RELATIVE-TIME.

           MOVE FK-LOCK-TIME            TO LOCK-SECONDS.
           MOVE LOCK-TIME               TO LOCK-MILLISECONDS.

           IF  RELATIVE-TIME GREATER THAN LOCK-MILLISECONDS
           OR  RELATIVE-TIME EQUAL        LOCK-MILLISECONDS
               MOVE 'Y'                 TO LOCK-OBTAINED
               MOVE 'N'                 TO ROW-LOCKED.

       3242-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Lock-holder visibility.  Reports whether the row lock is      *
      * currently active and, if so, the holder's UID - without       *
      * attempting to acquire the lock itself.                        *
      *****************************************************************
       3245-LOCK-INFO.
           PERFORM 3200-READ-KEY              THRU 3200-EXIT.

           IF  FK-UID     EQUAL SPACES
           OR  FK-UID     EQUAL LOW-VALUES
           OR  FK-UID     EQUAL ZUID-UID
               MOVE LOCK-NOT-ACTIVE            TO HTTP-STATUS-VALUE
           ELSE
               SUBTRACT FK-ABS FROM WS-ABS GIVING RELATIVE-TIME
               MOVE FK-LOCK-TIME               TO LOCK-SECONDS
               MOVE LOCK-TIME                  TO LOCK-MILLISECONDS

               IF  RELATIVE-TIME GREATER THAN LOCK-MILLISECONDS
               OR  RELATIVE-TIME EQUAL        LOCK-MILLISECONDS
                   MOVE LOCK-NOT-ACTIVE        TO HTTP-STATUS-VALUE
               ELSE
                   MOVE LOCK-SUCCESSFUL        TO HTTP-STATUS-VALUE
                   MOVE LENGTH OF HTTP-LOCKID     TO ZFAM-LOCKID-LENGTH
                   MOVE LENGTH OF HTTP-LOCKID-VALUE
                                                  TO LOCKID-VALUE-LENGTH
                   MOVE FK-UID                 TO HTTP-LOCKID-VALUE

                   EXEC CICS WEB WRITE
                        HTTPHEADER (HTTP-LOCKID)
                        NAMELENGTH (ZFAM-LOCKID-LENGTH)
                        VALUE      (HTTP-LOCKID-VALUE)
                        VALUELENGTH(LOCKID-VALUE-LENGTH)
                        NOHANDLE
                   END-EXEC.

           MOVE LENGTH OF HTTP-STATUS         TO ZFAM-STATUS-LENGTH.
           MOVE LENGTH OF HTTP-STATUS-VALUE   TO STATUS-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-STATUS)
                NAMELENGTH (ZFAM-STATUS-LENGTH)
                VALUE      (HTTP-STATUS-VALUE)
                VALUELENGTH(STATUS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                NOHANDLE
           END-EXEC.

       3245-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Manual unlock.  Force-clears an active row lock regardless of *
      * the current holder or its expiry, for administrative         *
      * intervention when a client has abandoned a lock.               *
      *****************************************************************
       3246-MANUAL-UNLOCK.
           PERFORM 3230-READ-KEY-UPDATE       THRU 3230-EXIT.

           MOVE 'UNLOCK      '                TO CA138-ACTION.
           MOVE EIBTRNID                      TO CA138-TABLE.
           MOVE FK-KEY(1:40)                  TO CA138-PARMS.
           INSPECT CA138-PARMS
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FK-UID(1:16)                  TO CA138-BEFORE.
           MOVE SPACES                        TO CA138-AFTER.

           EXEC CICS LINK PROGRAM(ZFAM138)
                COMMAREA(ZFAM138-COMMAREA)
                LENGTH  (LENGTH OF ZFAM138-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                        TO FK-UID.
           MOVE ZEROES                        TO FK-LOCK-TIME.
           MOVE ZEROES                        TO FK-ABS.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-STATUS         TO ZFAM-STATUS-LENGTH.
           MOVE LENGTH OF HTTP-STATUS-VALUE   TO STATUS-VALUE-LENGTH.
           MOVE LOCK-CLEARED                  TO HTTP-STATUS-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-STATUS)
                NAMELENGTH (ZFAM-STATUS-LENGTH)
                VALUE      (HTTP-STATUS-VALUE)
                VALUELENGTH(STATUS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       3246-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * zFAM-Stats: yes.  Report this table's running request counts *
      * instead of reading a record - no key lookup is performed.    *
      *****************************************************************
       3247-SEND-STATS.
           MOVE EIBTRNID(3:2)                TO AC-TSQ(5:2).
           MOVE 'AC'                         TO AC-TSQ(7:2).
           MOVE 1                            TO AC-ITEM.
           MOVE LENGTH OF AC-ENTRY           TO AC-LENGTH.

           EXEC CICS READQ TS QUEUE(AC-TSQ)
                INTO  (AC-ENTRY)
                LENGTH(AC-LENGTH)
                ITEM  (AC-ITEM)
                RESP  (AC-RESP)
                NOHANDLE
           END-EXEC.

           IF  AC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES    TO AC-GETS AC-POSTS AC-PUTS
                                  AC-PATCHES AC-DELETES AC-DUPRECS
                                  AC-REPLS AC-REPL-MS
                                  AC-CACHE-HITS AC-CACHE-MISSES
                                  AC-CLASS-HIGH AC-CLASS-LOW
                                  AC-DEFERS.

           MOVE AC-CACHE-HITS                TO SR-CACHE-HITS.
           MOVE AC-CACHE-MISSES              TO SR-CACHE-MISSES.

           MOVE EIBTRNID(3:2)                TO MR-TSQ(1:2).
           MOVE 'MR'                         TO MR-TSQ(3:2).
           MOVE 1                            TO MR-ITEM.
           MOVE LENGTH OF MR-ENTRY           TO MR-LENGTH.

           EXEC CICS READQ TS QUEUE(MR-TSQ)
                INTO  (MR-ENTRY)
                LENGTH(MR-LENGTH)
                ITEM  (MR-ITEM)
                RESP  (MR-RESP)
                NOHANDLE
           END-EXEC.

           IF  MR-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO MR-SENT
                                                 MR-MISMATCHES.

           MOVE MR-SENT                      TO SR-MIRRORS.
           MOVE MR-MISMATCHES                TO SR-MIRRMIS.

           MOVE AC-CLASS-HIGH                TO SR-CLASS-HIGH.
           MOVE AC-CLASS-LOW                 TO SR-CLASS-LOW.
           MOVE AC-DEFERS                    TO SR-DEFERS.

           MOVE AC-GETS                      TO SR-GETS.
           MOVE AC-POSTS                     TO SR-POSTS.
           MOVE AC-PUTS                      TO SR-PUTS.
           MOVE AC-PATCHES                   TO SR-PATCHES.
           MOVE AC-DELETES                   TO SR-DELETES.
           MOVE AC-DUPRECS                   TO SR-DUPRECS.
           MOVE AC-REPLS                     TO SR-REPLS.

           MOVE ZEROES                       TO LG-AVG-MS.
           IF  AC-REPLS GREATER THAN ZEROES
               DIVIDE AC-REPL-MS BY AC-REPLS GIVING LG-AVG-MS.
           MOVE LG-AVG-MS                    TO SR-LAG-MS.

           MOVE 'Y'                          TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (STATS-RESPONSE)
                FROMLENGTH(LENGTH OF STATS-RESPONSE)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                NOHANDLE
           END-EXEC.

       3247-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * zFAM-Pattern: <prefix>.  Browse the KEY store GTEQ the         *
      * supplied prefix and return every undeleted key that begins    *
      * with it - up to PATTERN-MAX keys - as a plain-text list, one   *
      * key per line.  No single key is read or locked; this is a     *
      * pure browse, same STARTBR/READNEXT/generic-prefix-comparison   *
      * mechanics ZFAM003 uses for its 'Generic' range delete.        *
      *****************************************************************
       3248-SEND-PATTERN.
           INSPECT HTTP-PATTERN-VALUE
           REPLACING ALL SPACES BY LOW-VALUES.

           MOVE ZEROES                      TO PATTERN-ROWS.
           MOVE 'N'                         TO PATTERN-EOF.
           MOVE HTTP-PATTERN-VALUE          TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD        TO FK-LENGTH.

           EXEC CICS STARTBR FILE(FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
           OR  EIBRESP     EQUAL DFHRESP(ENDFILE)
               MOVE 'Y'                     TO PATTERN-EOF
           ELSE
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '14'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT
               MOVE 'Y'                     TO PATTERN-EOF.

           IF  PATTERN-EOF NOT EQUAL 'Y'
               PERFORM 3249-PATTERN-NEXT  THRU 3249-EXIT
                   WITH TEST AFTER
                   UNTIL PATTERN-EOF EQUAL 'Y'
                   OR    PATTERN-ROWS EQUAL PATTERN-MAX

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

           IF  PATTERN-ROWS EQUAL ZEROES
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT
           ELSE
               MOVE PATTERN-ROWS            TO PATTERN-ROWS-DISPLAY

               EXEC CICS WEB WRITE
                    HTTPHEADER (HEADER-ROWS)
                    NAMELENGTH (HEADER-ROWS-LENGTH)
                    VALUE      (PATTERN-ROWS-DISPLAY)
                    VALUELENGTH(ROWS-VALUE-LENGTH)
                    NOHANDLE
               END-EXEC

               COMPUTE PATTERN-LENGTH =
                       PATTERN-ROWS * LENGTH OF PATTERN-ENTRY(1)

               MOVE 'Y'                     TO LOCK-RESPONSE-SENT
               MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION

               EXEC CICS WEB SEND
                    FROM      (PATTERN-RESPONSE)
                    FROMLENGTH(PATTERN-LENGTH)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC.

       3248-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Issue one READNEXT against the zFAM-Pattern browse and, when  *
      * the key still matches the prefix and isn't soft-deleted,      *
      * append it to PATTERN-RESPONSE.  The first key that no longer   *
      * matches the prefix ends the browse - keys come back off a     *
      * KSDS in ascending order, so once the prefix stops matching it *
      * will never match again.                                       *
      *****************************************************************
       3249-PATTERN-NEXT.
           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
           OR  EIBRESP     EQUAL DFHRESP(ENDFILE)
               MOVE 'Y'                     TO PATTERN-EOF
           ELSE
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '15'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT
               MOVE 'Y'                     TO PATTERN-EOF
           ELSE
           IF  FK-KEY (1:PATTERN-VALUE-LENGTH) NOT EQUAL
               HTTP-PATTERN-VALUE (1:PATTERN-VALUE-LENGTH)
               MOVE 'Y'                     TO PATTERN-EOF
           ELSE
           IF  FK-DELETED NOT EQUAL 'Y'
               ADD 1                        TO PATTERN-ROWS
               MOVE FK-KEY
                           TO PR-KEY(PATTERN-ROWS).

       3249-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Issue REWRITE for FAxxKEY with ROW LEVEL LOCKING parameters.  *
      *****************************************************************
       3250-REWRITE-KEY.
           MOVE 'PLAIN'                      TO ZUID-FORMAT.
           MOVE 'LINK'                       TO ZUID-TYPE.

           EXEC CICS LINK
                PROGRAM (ZUID001)
                COMMAREA(ZUID001-COMMAREA)
                LENGTH  (COMMAREA-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZUID-UID                     TO FK-UID.
           MOVE WS-ABS                       TO FK-ABS.
           MOVE HTTP-TIME-VALUE              TO FK-LOCK-TIME.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-STATUS        TO ZFAM-STATUS-LENGTH.
           MOVE LENGTH OF HTTP-STATUS-VALUE  TO STATUS-VALUE-LENGTH.
           MOVE LOCK-SUCCESSFUL              TO HTTP-STATUS-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-STATUS)
                NAMELENGTH (ZFAM-STATUS-LENGTH)
                VALUE      (HTTP-STATUS-VALUE)
                VALUELENGTH(STATUS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-LOCKID        TO ZFAM-LOCKID-LENGTH.
           MOVE LENGTH OF HTTP-LOCKID-VALUE  TO LOCKID-VALUE-LENGTH.
           MOVE ZUID-UID                     TO HTTP-LOCKID-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-LOCKID)
                NAMELENGTH (ZFAM-LOCKID-LENGTH)
                VALUE      (HTTP-LOCKID-VALUE)
                VALUELENGTH(LOCKID-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       3250-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * zFAM-Reconcile: yes.  Start a background cross-CloudPlex       *
      * reconciliation audit (ZFAM106) for this table against its     *
      * partner Data Center and acknowledge with a 202 - no key is     *
      * read and no data is returned, the same way a zFAM-Parallel     *
      * range delete only acknowledges dispatch.  A table with no      *
      * partner configured has nothing to reconcile against, so the   *
      * request is rejected with STATUS(409) instead.                  *
      *****************************************************************
       3251-SEND-RECONCILE.
           PERFORM 8000-GET-URL     THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-SINGLE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT
           ELSE
               MOVE EIBTRNID                TO RC-TABLE-TRANID
               SUBTRACT ONE FROM URI-PATH-POINTER GIVING RC-PATH-LENGTH
               MOVE WEB-PATH (1:RC-PATH-LENGTH)  TO RC-PATH
               MOVE LENGTH OF RC-PARM       TO RC-LENGTH

               MOVE EIBTRNID(3:2)           TO RC-TRANID(1:2)
               MOVE 'RC'                    TO RC-TRANID(3:2)

               EXEC CICS START TRANSID(RC-TRANID)
                    FROM    (RC-PARM)
                    LENGTH  (RC-LENGTH)
                    NOHANDLE
               END-EXEC

               MOVE 'Y'                     TO LOCK-RESPONSE-SENT
               MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION

               MOVE HTTP-STATUS-202         TO MN-HTTP-STATUS
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-202)
                    STATUSTEXT(HTTP-ACCEPTED)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC.

       3251-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?health.                                           *
      * Answer from the table's latest synthetic health-check verdict *
      * without running one - 200 when the last ZFAM105 cycle passed, *
      * 503 when it failed or no verdict is on file, with the verdict *
      * and the last cycle's elapsed milliseconds in headers.  The    *
      * table's worst replication breaker - OPEN, PROBING or CLOSED - *
      * rides along in zFAM-Replication without changing the status.  *
      * The site's clock now, as UTC, answers in zFAM-Utc-Abs for the *
      * partner's clock skew monitor (ZFAM179), and zFAM-Clock-Skew   *
      * says whether this site's own monitor has every partner in     *
      * bounds (OK) or not (OUT).                                     *
      *****************************************************************
       3252-SEND-HEALTH.
           PERFORM 8265-READ-BREAKER      THRU 8265-EXIT.

           MOVE 'CLOSED'                      TO HTTP-REPLICATION-VALUE.

           IF  CB-STATE(1) EQUAL 'P'
           OR  CB-STATE(2) EQUAL 'P'
           OR  CB-STATE(3) EQUAL 'P'
               MOVE 'PROBING'                 TO HTTP-REPLICATION-VALUE.

           IF  CB-STATE(1) EQUAL 'O'
           OR  CB-STATE(2) EQUAL 'O'
           OR  CB-STATE(3) EQUAL 'O'
               MOVE 'OPEN'                    TO HTTP-REPLICATION-VALUE.

           IF  QS-STATE EQUAL 'Q'
           OR  QS-STATE EQUAL 'R'
               MOVE 'QUIESCED'                TO HTTP-HEALTH-VALUE
               MOVE ZEROES                    TO HTTP-CHECK-MS-VALUE
               GO TO 3252-HEADERS.

           MOVE EIBTRNID(3:2)                 TO HP-TSQ(1:2).
           MOVE 'R5'                          TO HP-TSQ(3:2).
           MOVE 1                             TO HP-ITEM.
           MOVE LENGTH OF HP-ENTRY            TO HP-LENGTH.

           EXEC CICS READQ TS QUEUE(HP-TSQ)
                INTO  (HP-ENTRY)
                LENGTH(HP-LENGTH)
                ITEM  (HP-ITEM)
                RESP  (HP-RESP)
                NOHANDLE
           END-EXEC.

           IF  HP-RESP EQUAL DFHRESP(NORMAL)
               MOVE HP-RESULT                 TO HTTP-HEALTH-VALUE
               MOVE HP-ELAPSED                TO HTTP-CHECK-MS-VALUE
           ELSE
               MOVE 'UNKNOWN'                 TO HTTP-HEALTH-VALUE
               MOVE ZEROES                    TO HTTP-CHECK-MS-VALUE.

       3252-HEADERS.
           MOVE LENGTH OF HTTP-HEALTH         TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-HEALTH-VALUE   TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-HEALTH)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-HEALTH-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-CHECK-MS       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-CHECK-MS-VALUE TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-CHECK-MS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-CHECK-MS-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-REPLICATION    TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-REPLICATION-VALUE
                                              TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPLICATION)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-REPLICATION-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 3263-HEALTH-CLOCK      THRU 3263-EXIT.

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           IF  HP-RESP EQUAL DFHRESP(NORMAL)
           AND HP-RESULT EQUAL 'PASS'
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE LENGTH OF HTTP-HEALTH-VALUE
                                              TO HTTP-VALUE-LENGTH
               MOVE HTTP-STATUS-503            TO MN-HTTP-STATUS
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-503)
                    STATUSTEXT(HTTP-HEALTH-VALUE)
                    STATUSLEN (HTTP-VALUE-LENGTH)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC.

       3252-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?health.                                           *
      * Answer zFAM-Utc-Abs with this site's clock now as UTC and     *
      * zFAM-Clock-Skew with this site's own skew verdict.            *
      *****************************************************************
       3263-HEALTH-CLOCK.
           PERFORM 9044-UTC-OFFSET        THRU 9044-EXIT.

           EXEC CICS ASKTIME ABSTIME(SK-NOW-ABS) NOHANDLE
           END-EXEC.

           SUBTRACT UT-OFFSET-MS FROM SK-NOW-ABS GIVING UT-ABS.

           MOVE LENGTH OF HTTP-UTC-ABS        TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF UT-ABS              TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-UTC-ABS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (UT-ABS)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 6037-CHECK-SKEW        THRU 6037-EXIT.

           IF  SK-SUSPEND-SW EQUAL 'Y'
               MOVE 'OUT'                     TO HTTP-CLOCK-SKEW-VALUE
           ELSE
               MOVE 'OK '                     TO HTTP-CLOCK-SKEW-VALUE.

           MOVE LENGTH OF HTTP-CLOCK-SKEW     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-CLOCK-SKEW-VALUE
                                              TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-CLOCK-SKEW)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-CLOCK-SKEW-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       3263-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?config.                                           *
      * Answer the table's configuration image as ZFAM162 builds it - *
      * credential masked, cipher generation but never the key.       *
      *****************************************************************
       3268-SEND-CONFIG.
           MOVE EIBTRNID                      TO CG-TRANID.

           EXEC CICS LINK PROGRAM(ZFAM162)
                COMMAREA(CG-COMMAREA)
                LENGTH  (LENGTH OF CG-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-503                TO CA090-STATUS
               MOVE '02'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CG-IMAGE)
                FROMLENGTH(CG-IMAGE-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       3268-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?describe.                                         *
      * Answer the table's contract as the JSON document ZFAM172      *
      * builds - safe for any caller allowed to read the table.       *
      *****************************************************************
       3269-SEND-DESCRIBE.
           MOVE EIBTRNID                      TO DS-TRANID.

           EXEC CICS LINK PROGRAM(ZFAM172)
                COMMAREA(DS-COMMAREA)
                LENGTH  (LENGTH OF DS-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DS-LENGTH NOT GREATER THAN ZEROES
               MOVE STATUS-503                TO CA090-STATUS
               MOVE '02'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (DS-DOCUMENT)
                FROMLENGTH(DS-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       3269-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?versions.                                         *
      * List the record's retained history - the current chain plus   *
      * every FK-VERSIONS entry - one line per chain with its slot    *
      * number, first-segment timestamp, segment count and a tag.     *
      * Slot 0 is the current chain (tagged deleted when FK-DELETED   *
      * is on); slot 1 is the oldest retained version.  A plain READ  *
      * is issued here rather than 3200-READ-KEY so the history of a  *
      * soft-deleted record can still be inspected.                    *
      *****************************************************************
       3253-SEND-VERSIONS.
           MOVE URI-KEY                       TO FK-KEY.
           MOVE LENGTH OF FK-RECORD           TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE EIBDS                     TO CA090-FILE
               MOVE STATUS-204                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                 TO FF-DDNAME.

           MOVE ZEROES                        TO VERSION-ROWS.

           MOVE FK-FF-KEY                     TO FF-KEY.
           ADD  ONE                           TO VERSION-ROWS.
           MOVE ZEROES                        TO VL-SLOT(VERSION-ROWS).

           IF  FK-DELETED EQUAL 'Y'
               MOVE 'deleted '                TO VL-TAG(VERSION-ROWS)
           ELSE
               MOVE 'current '                TO VL-TAG(VERSION-ROWS).

           PERFORM 3254-VERSION-ROW         THRU 3254-EXIT.

           PERFORM 3254-VERSION-LOOP        THRU 3254-LOOP-EXIT
               VARYING VERSION-INDEX FROM 1 BY 1
               UNTIL   VERSION-INDEX GREATER THAN FK-VERSION-COUNT.

           MOVE VERSION-ROWS                  TO VERSION-ROWS-DISPLAY.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HEADER-ROWS-LENGTH)
                VALUE      (VERSION-ROWS-DISPLAY)
                VALUELENGTH(ROWS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           COMPUTE VERSION-LENGTH =
                   VERSION-ROWS * LENGTH OF VERSION-ENTRY(1).

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (VERSION-RESPONSE)
                FROMLENGTH(VERSION-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       3253-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?versions.                                         *
      * Stage one FK-VERSIONS entry and fill its response line.       *
      *****************************************************************
       3254-VERSION-LOOP.
           ADD  ONE                           TO VERSION-ROWS.
           MOVE FK-VER-IDN(VERSION-INDEX)     TO FF-KEY-IDN.
           MOVE FK-VER-NC (VERSION-INDEX)     TO FF-KEY-NC.
           MOVE VERSION-INDEX                 TO VL-SLOT(VERSION-ROWS).
           MOVE 'version '                    TO VL-TAG(VERSION-ROWS).

           PERFORM 3254-VERSION-ROW         THRU 3254-EXIT.

       3254-LOOP-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?versions.                                         *
      * Read the chain's first FILE segment and report its write      *
      * timestamp and segment count.  A chain whose first segment is  *
      * gone is reported as missing rather than failing the list.     *
      *****************************************************************
       3254-VERSION-ROW.
           MOVE ONE                           TO FF-SEGMENT.
           MOVE ZEROES                        TO FF-SUFFIX
                                                  FF-ZEROES.
           MOVE LENGTH OF FF-RECORD           TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE FF-ABS                    TO VL-ABS(VERSION-ROWS)
               MOVE FF-SEGMENTS               TO
                                              VL-SEGMENTS(VERSION-ROWS)
           ELSE
               MOVE ZEROES                    TO VL-ABS(VERSION-ROWS)
               MOVE ZEROES                    TO
                                              VL-SEGMENTS(VERSION-ROWS)
               MOVE 'missing '                TO VL-TAG(VERSION-ROWS).

       3254-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?meta.                                             *
      * Read only the KEY store record and answer 200 with its        *
      * fields as response headers and no body.  A plain READ is      *
      * issued here rather than 3200-READ-KEY so a metadata inquiry   *
      * neither re-stamps a sliding-expiration record nor streams a   *
      * LOB.                                                          *
      *****************************************************************
       3255-SEND-META.
           MOVE URI-KEY                       TO FK-KEY.
           MOVE LENGTH OF FK-RECORD           TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE '3255'                        TO KE-PARAGRAPH.
           PERFORM 3290-CHECK-RESPONSE      THRU 3290-EXIT.

           MOVE FK-ABS                        TO MT-ABS-VALUE.
           MOVE FK-RETENTION                  TO MT-RETENTION-VALUE.
           MOVE FK-RETENTION-TYPE             TO MT-RET-TYPE-VALUE.
           MOVE FK-SEGMENTS                   TO MT-SEGMENTS-VALUE.

           MOVE 'FILE'                        TO MT-DDNAME-VALUE.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                 TO MT-DDNAME-VALUE.
           MOVE FK-LOB                        TO MT-LOB-VALUE.
           MOVE FK-ENCODING                   TO MT-ENCODING-VALUE.
           MOVE FK-COLD                       TO MT-COLD-VALUE.
           MOVE FK-HOLD-TYPE                  TO MT-HOLD-VALUE.
           MOVE FK-DELETED                    TO MT-DELETED-VALUE.
           MOVE FK-VERSION-COUNT              TO MT-VERSIONS-VALUE.

           MOVE LENGTH OF MT-HEADER-ABS       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-ABS-VALUE        TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-ABS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-ABS-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-RETENTION TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-RETENTION-VALUE  TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-RETENTION)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-RETENTION-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-RET-TYPE  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-RET-TYPE-VALUE   TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-RET-TYPE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-RET-TYPE-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-SEGMENTS  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-SEGMENTS-VALUE   TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-SEGMENTS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-SEGMENTS-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-DDNAME    TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-DDNAME-VALUE     TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-DDNAME)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-DDNAME-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-LOB            TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-LOB-VALUE        TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-LOB)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-LOB-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-ENCODING       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-ENCODING-VALUE   TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-ENCODING)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-ENCODING-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-COLD      TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-COLD-VALUE       TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-COLD)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-COLD-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-HOLD      TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-HOLD-VALUE       TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-HOLD)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-HOLD-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-DELETED   TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-DELETED-VALUE    TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-DELETED)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-DELETED-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MT-HEADER-VERSIONS  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-VERSIONS-VALUE   TO HTTP-VALUE-LENGTH.
           EXEC CICS WEB WRITE
                HTTPHEADER (MT-HEADER-VERSIONS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-VERSIONS-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  FK-TAG-COUNT NUMERIC
           AND FK-TAG-COUNT GREATER THAN ZEROES
               PERFORM 3256-META-TAGS        THRU 3256-EXIT.

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       3255-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?meta.                                             *
      * Return the record's metadata tags as a zFAM-Tags response     *
      * header, in the same name=value,name=value form they were      *
      * posted with.                                                  *
      *****************************************************************
       3256-META-TAGS.
           MOVE SPACES                        TO MT-TAGS-VALUE.

           STRING FK-TAG-NAME(1)  DELIMITED BY SPACE
                  '='             DELIMITED BY SIZE
                  FK-TAG-VALUE(1) DELIMITED BY SPACE
                  INTO MT-TAGS-VALUE.

           IF  FK-TAG-COUNT GREATER THAN 1
               STRING FK-TAG-NAME(1)  DELIMITED BY SPACE
                      '='             DELIMITED BY SIZE
                      FK-TAG-VALUE(1) DELIMITED BY SPACE
                      ','             DELIMITED BY SIZE
                      FK-TAG-NAME(2)  DELIMITED BY SPACE
                      '='             DELIMITED BY SIZE
                      FK-TAG-VALUE(2) DELIMITED BY SPACE
                      INTO MT-TAGS-VALUE.

           IF  FK-TAG-COUNT GREATER THAN 2
               STRING FK-TAG-NAME(1)  DELIMITED BY SPACE
                      '='             DELIMITED BY SIZE
                      FK-TAG-VALUE(1) DELIMITED BY SPACE
                      ','             DELIMITED BY SIZE
                      FK-TAG-NAME(2)  DELIMITED BY SPACE
                      '='             DELIMITED BY SIZE
                      FK-TAG-VALUE(2) DELIMITED BY SPACE
                      ','             DELIMITED BY SIZE
                      FK-TAG-NAME(3)  DELIMITED BY SPACE
                      '='             DELIMITED BY SIZE
                      FK-TAG-VALUE(3) DELIMITED BY SPACE
                      INTO MT-TAGS-VALUE.

           MOVE LENGTH OF HTTP-TAGS           TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF MT-TAGS-VALUE       TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-TAGS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (MT-TAGS-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       3256-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?tag=name=value / ?tagcount=name=value.            *
      * Browse the FAxxTG tag index for the requested tag and answer  *
      * the primary keys carrying it (keylen/key framing, capped at   *
      * TQ-MAX) or just the count.  Each index entry is resolved to   *
      * its primary key through the first FILE store segment of the   *
      * chain it points at - a dangling entry (record since           *
      * re-homed or scrubbed) is skipped.                             *
      *****************************************************************
       3266-SEND-TAGGED.
           MOVE EIBTRNID(3:2)                 TO TG-TRANID(3:2).

           MOVE SPACES                        TO TQ-BUFFER.
           MOVE ZEROES                        TO TQ-ROWS
                                                  TQ-OFFSET.
           MOVE 'N'                           TO TQ-DONE-SW.

           MOVE TQ-NAME                       TO TG-NAME.
           MOVE TQ-VALUE                      TO TG-VALUE.
           MOVE LOW-VALUES                    TO TG-I-KEY.

           EXEC CICS STARTBR
                FILE  (TG-FCT)
                RIDFLD(TG-KEY)
                RESP  (TG-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  TG-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                       TO TQ-DONE-SW.

           IF  TQ-DONE-SW NOT EQUAL 'Y'
               PERFORM 3267-TAG-ROW         THRU 3267-EXIT
                   WITH TEST AFTER
                   UNTIL TQ-DONE-SW EQUAL 'Y'

               EXEC CICS ENDBR FILE(TG-FCT) NOHANDLE
               END-EXEC.

           MOVE TQ-ROWS                       TO TQ-ROWS-DISPLAY.

           EXEC CICS WEB WRITE
                HTTPHEADER (TQ-HEADER-ROWS)
                NAMELENGTH (TQ-HEADER-ROWS-LENGTH)
                VALUE      (TQ-ROWS-DISPLAY)
                VALUELENGTH(TQ-ROWS-D-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           IF  TAG-COUNT-SW EQUAL 'Y'
           OR  TQ-OFFSET NOT GREATER THAN ZEROES
               MOVE TQ-ROWS                   TO TQ-CR-COUNT
               MOVE LENGTH OF TQ-COUNT-RESPONSE
                                              TO TQ-SEND-LENGTH
               EXEC CICS WEB SEND
                    FROM      (TQ-COUNT-RESPONSE)
                    FROMLENGTH(TQ-SEND-LENGTH)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE TQ-OFFSET                 TO TQ-SEND-LENGTH
               EXEC CICS WEB SEND
                    FROM      (TQ-BUFFER)
                    FROMLENGTH(TQ-SEND-LENGTH)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC.

           PERFORM 9000-RETURN              THRU 9000-EXIT.

       3266-EXIT.
           EXIT.

      *****************************************************************
      * Read one tag index entry and append its record's primary key  *
      * to the response.                                              *
      *****************************************************************
       3267-TAG-ROW.
           MOVE LENGTH OF TG-RECORD           TO TG-LENGTH.

           EXEC CICS READNEXT
                FILE  (TG-FCT)
                INTO  (TG-RECORD)
                RIDFLD(TG-KEY)
                LENGTH(TG-LENGTH)
                RESP  (TG-RESP)
                NOHANDLE
           END-EXEC.

           IF  TG-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  TG-NAME  NOT EQUAL TQ-NAME
           OR  TG-VALUE NOT EQUAL TQ-VALUE
               MOVE 'Y'                       TO TQ-DONE-SW
               GO TO 3267-EXIT.

           ADD  1                             TO TQ-ROWS.

           IF  TQ-ROWS NOT LESS THAN TQ-MAX
               MOVE 'Y'                       TO TQ-DONE-SW.

           IF  TAG-COUNT-SW EQUAL 'Y'
               GO TO 3267-EXIT.

           MOVE TG-DS                         TO FF-DDNAME.
           MOVE TG-I-KEY                      TO FF-KEY.
           MOVE 1                             TO FF-SEGMENT.
           MOVE ZEROES                        TO FF-SUFFIX
                                                  FF-ZEROES.
           MOVE LENGTH OF FF-RECORD           TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ
                FILE  (FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               SUBTRACT 1                   FROM TQ-ROWS
               GO TO 3267-EXIT.

           MOVE ZEROES                        TO TQ-NULLS.
           INSPECT FUNCTION REVERSE(FF-FK-KEY)
           TALLYING TQ-NULLS
           FOR LEADING LOW-VALUES.

           SUBTRACT TQ-NULLS
               FROM LENGTH OF FF-FK-KEY
               GIVING TQ-KEY-LENGTH.

           IF  TQ-KEY-LENGTH NOT GREATER THAN ZEROES
               MOVE 1                         TO TQ-KEY-LENGTH.

           IF  TQ-OFFSET + TQ-KEY-LENGTH + 3 GREATER THAN
               LENGTH OF TQ-BUFFER
               SUBTRACT 1                   FROM TQ-ROWS
               MOVE 'Y'                       TO TQ-DONE-SW
               GO TO 3267-EXIT.

           MOVE TQ-KEY-LENGTH                 TO TQ-KEYLEN-D.
           MOVE TQ-KEYLEN-D                   TO
                TQ-BUFFER(TQ-OFFSET + 1:3).
           MOVE FF-FK-KEY(1:TQ-KEY-LENGTH)    TO
                TQ-BUFFER(TQ-OFFSET + 4:TQ-KEY-LENGTH).

           ADD  TQ-KEY-LENGTH                 TO TQ-OFFSET.
           ADD  3                             TO TQ-OFFSET.

       3267-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?reserve=n.                                        *
      * Run the zUID generator n times - through the modulo shard     *
      * path when the zFAM-Modulo header asks for it, exactly as the  *
      * POST key construction does - and answer the reserved keys     *
      * one per line with the count in the zFAM-Rows header.  No      *
      * records are written; the producer POSTs the data later under  *
      * the key it was handed here.                                   *
      *****************************************************************
       3257-SEND-RESERVE.
           PERFORM 4700-GET-HEADER          THRU 4700-EXIT.

           PERFORM 3258-RESERVE-ONE         THRU 3258-EXIT
               VARYING RESERVE-IX FROM 1 BY 1
               UNTIL   RESERVE-IX GREATER THAN RESERVE-COUNT.

           MOVE RESERVE-COUNT                 TO RESERVE-ROWS-DISPLAY.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HEADER-ROWS-LENGTH)
                VALUE      (RESERVE-ROWS-DISPLAY)
                VALUELENGTH(ROWS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           COMPUTE RESERVE-LENGTH =
                   RESERVE-COUNT * LENGTH OF RESERVE-ENTRY(1).

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (RESERVE-RESPONSE)
                FROMLENGTH(RESERVE-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       3257-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?reserve=n.                                        *
      * Generate one reserved key - plain zUID (or the table's key    *
      * template), or modulo-prefixed when the zFAM-Modulo header set *
      * a shard count.                                                *
      *****************************************************************
       3258-RESERVE-ONE.
           PERFORM 4710-LINK-ZUID001        THRU 4710-EXIT.

           MOVE SPACES                        TO RV-KEY(RESERVE-IX).

           IF  HTTP-MODULO-VALUE GREATER THAN ZEROES
               PERFORM 4720-GET-MODULO      THRU 4720-EXIT
                   WITH TEST AFTER
                   UNTIL ZFAM-MOD-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4740-QUERY-MODULO    THRU 4740-EXIT
               MOVE THE-MODULO-KEY            TO RV-KEY(RESERVE-IX)
           ELSE
               MOVE THE-UNIQUE-KEY(1:32)
                 TO RV-KEY(RESERVE-IX)(1:32).

           INSPECT RV-KEY(RESERVE-IX)
           REPLACING ALL LOW-VALUES BY SPACES.

       3258-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?version=n.                                        *
      * Serve the payload of retained version n by pointing the FILE  *
      * store read at the FK-VERSIONS chain instead of the current    *
      * one - the staging and send mechanics are the normal           *
      * 3300-READ-FILE / 3400-STAGE path.  Works against a soft-      *
      * deleted record too, which is the whole point of keeping the   *
      * history around.                                                *
      *****************************************************************
       3259-SEND-VERSION.
           MOVE URI-KEY                       TO FK-KEY.
           MOVE LENGTH OF FK-RECORD           TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE EIBDS                     TO CA090-FILE
               MOVE STATUS-204                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  VERSION-WANTED LESS THAN ONE
           OR  VERSION-WANTED GREATER THAN FK-VERSION-COUNT
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '04'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                 TO FF-DDNAME.

           PERFORM 3210-CHECK-ETAG          THRU 3210-EXIT.

           MOVE FK-VER-IDN(VERSION-WANTED)    TO FK-FF-IDN.
           MOVE FK-VER-NC (VERSION-WANTED)    TO FK-FF-NC.

           PERFORM 3300-READ-FILE           THRU 3300-EXIT.

           IF  FF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3400-STAGE           THRU 3400-EXIT
           ELSE
               MOVE 'Y'                       TO PROCESS-COMPLETE
               MOVE EIBDS                     TO CA090-FILE
               MOVE STATUS-204                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

       3259-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Issue UNLOCK  for KEY store record.                           *
      *****************************************************************
       3260-UNLOCK-KEY.
           EXEC CICS UNLOCK  FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

       3260-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - zFAM-AsOf: <abstime>.                              *
      * Serve the record as it stood at the requested moment.  A      *
      * current record whose last write predates the timestamp is     *
      * simply served as a normal GET; otherwise the journal mirror   *
      * is walked backwards for the before image of the earliest      *
      * change after that moment - the version in force then.         *
      *****************************************************************
       3261-SEND-ASOF.
           MOVE URI-KEY                       TO FK-KEY.
           MOVE LENGTH OF FK-RECORD           TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP    EQUAL DFHRESP(NORMAL)
           AND FK-DELETED NOT EQUAL 'Y'
           AND FK-ABS     NOT GREATER THAN ASOF-ABS
               PERFORM 3130-READ-AND-SEND   THRU 3130-EXIT
               GO TO 3261-EXIT.

           MOVE URI-KEY                       TO ASOF-KEY.
           INSPECT ASOF-KEY
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE EIBTRNID(3:2)                 TO JM-TSQ(1:2).
           MOVE 'JM'                          TO JM-TSQ(3:2).
           MOVE 'N'                           TO ASOF-FOUND-SW
                                                  ASOF-DONE-SW.

      *****************************************************************
      * The walk is only good if no ZFAM185 compaction touched the    *
      * mirror while it ran - the xxJB sequence must be the same      *
      * either side of it.                                            *
      *****************************************************************
           PERFORM 3276-READ-PRUNE-BASE     THRU 3276-EXIT.
           MOVE JB-SEQUENCE                   TO ASOF-SEQUENCE.

           IF  JB-STATE EQUAL 'C'
               PERFORM 3275-ASOF-BUSY       THRU 3275-EXIT.

           MOVE LENGTH OF JL-RECORD           TO JM-LENGTH.
           MOVE 1                             TO JM-ITEM.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO    (JL-RECORD)
                LENGTH  (JM-LENGTH)
                ITEM    (JM-ITEM)
                NUMITEMS(JM-COUNT)
                RESP    (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                    TO JM-COUNT.

           IF  JM-COUNT GREATER THAN ZEROES
               PERFORM 3262-ASOF-SCAN       THRU 3262-EXIT
                   VARYING JM-SCAN FROM JM-COUNT BY -1
                   UNTIL   JM-SCAN LESS THAN ONE
                   OR      ASOF-DONE-SW EQUAL 'Y'.

           PERFORM 3276-READ-PRUNE-BASE     THRU 3276-EXIT.

           IF  JB-STATE    EQUAL 'C'
           OR  JB-SEQUENCE NOT EQUAL ASOF-SEQUENCE
               PERFORM 3275-ASOF-BUSY       THRU 3275-EXIT.

           IF  ASOF-FOUND-SW NOT EQUAL 'Y'
           OR  ASOF-IMAGE-LENGTH NOT GREATER THAN ZEROES
               MOVE EIBDS                     TO CA090-FILE
               MOVE STATUS-204                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  DM-ACTIVE-SW EQUAL 'Y'
               MOVE ASOF-IMAGE-LENGTH         TO DM-LENGTH
               MOVE ASOF-IMAGE(1:DM-LENGTH)   TO DM-DATA(1:DM-LENGTH)
               MOVE 'A'                       TO DM-FUNCTION
               PERFORM 9093-MASK-CALL       THRU 9093-EXIT
               MOVE DM-DATA(1:DM-LENGTH)
                 TO ASOF-IMAGE(1:DM-LENGTH).

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (ASOF-IMAGE)
                FROMLENGTH(ASOF-IMAGE-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3261-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - zFAM-AsOf.                                         *
      * Examine one journal-mirror entry, newest first.  An entry     *
      * for this key stamped after the requested moment replaces the  *
      * candidate image (walking backwards, the last one kept is the  *
      * earliest change after the moment); the first entry at or      *
      * before the moment means the candidate is final.               *
      *****************************************************************
       3262-ASOF-SCAN.
           MOVE LENGTH OF JL-RECORD           TO JM-LENGTH.
           MOVE JM-SCAN                       TO JM-ITEM.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO  (JL-RECORD)
                LENGTH(JM-LENGTH)
                ITEM  (JM-ITEM)
                RESP  (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                       TO ASOF-DONE-SW
               GO TO 3262-EXIT.

           IF  JL-KEY NOT EQUAL ASOF-KEY
               GO TO 3262-EXIT.

           IF  JL-ABS NOT GREATER THAN ASOF-ABS
               MOVE 'Y'                       TO ASOF-DONE-SW
               GO TO 3262-EXIT.

           MOVE JL-BEFORE-LENGTH              TO ASOF-IMAGE-LENGTH.
           MOVE 'Y'                           TO ASOF-FOUND-SW.

           IF  ASOF-IMAGE-LENGTH GREATER THAN ZEROES
               MOVE JL-BEFORE(1:ASOF-IMAGE-LENGTH)
                 TO ASOF-IMAGE(1:ASOF-IMAGE-LENGTH).

       3262-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - zFAM-AsOf.                                         *
      * The mirror is being compacted - answer 503 for a retry.       *
      *****************************************************************
       3275-ASOF-BUSY.
           MOVE EIBDS                         TO CA090-FILE.
           MOVE STATUS-503                    TO CA090-STATUS.
           MOVE '03'                          TO CA090-REASON.
           PERFORM 9998-ZFAM090             THRU 9998-EXIT.

       3275-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?changes.                                          *
      * Return the next batch of journal-mirror entries from the      *
      * presented cursor position, with the new position in a         *
      * zFAM-Cursor response header.                                  *
      *****************************************************************
       3264-SEND-CHANGES.
           MOVE EIBTRNID(3:2)                 TO JM-TSQ(1:2).
           MOVE 'JM'                          TO JM-TSQ(3:2).
           MOVE 'N'                           TO CH-RESET-SW.

           MOVE GET-CA-ROWS                   TO CH-WANTED.
           IF  CH-WANTED LESS THAN ONE
               MOVE ONE                       TO CH-WANTED.
           IF  CH-WANTED GREATER THAN CH-MAX
               MOVE CH-MAX                    TO CH-WANTED.

           MOVE SPACES                        TO HTTP-CONSUMER-VALUE.
           MOVE LENGTH OF HTTP-CONSUMER       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-CONSUMER-VALUE TO CONSUMER-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-CONSUMER)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-CONSUMER-VALUE)
                VALUELENGTH(CONSUMER-VALUE-LENGTH)
                RESP       (CONSUMER-RESP)
                NOHANDLE
           END-EXEC.

           IF  HTTP-CONSUMER-VALUE EQUAL SPACES
               MOVE DFHRESP(NOTFND)           TO CONSUMER-RESP.

      *****************************************************************
      * The feed reads its own zFAM-Cursor header - the 1490 route    *
      * is deliberately skipped for ?changes (a poll must not be      *
      * dispatched off a FAxxCU entry), so the header would never     *
      * have been read and every poll would restart at item one.      *
      * The cursor is a logical position up to nine digits - the      *
      * ROWS browse cursor field is too short for it.                 *
      *****************************************************************
           MOVE SPACES                        TO CH-CURSOR-VALUE.
           MOVE LENGTH OF CH-CURSOR-VALUE     TO CH-CURSOR-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HEADER-CURSOR)
                NAMELENGTH (HEADER-CURSOR-LENGTH)
                VALUE      (CH-CURSOR-VALUE)
                VALUELENGTH(CH-CURSOR-LENGTH)
                RESP       (CH-CURSOR-RESP)
                NOHANDLE
           END-EXEC.

           MOVE ONE                           TO CH-CURSOR.
           IF  CH-CURSOR-RESP   EQUAL DFHRESP(NORMAL)
           AND CH-CURSOR-LENGTH GREATER THAN ZEROES
           AND CH-CURSOR-LENGTH NOT GREATER THAN
               LENGTH OF CH-CURSOR-VALUE
               IF  CH-CURSOR-VALUE(1:CH-CURSOR-LENGTH) NUMERIC
                   MOVE CH-CURSOR-VALUE(1:CH-CURSOR-LENGTH)
                                              TO CH-CURSOR.

           IF  CH-CURSOR EQUAL ZEROES
               MOVE ONE                       TO CH-CURSOR.

      *****************************************************************
      * A cursor is only a position within ONE wipe generation of    *
      * the mirror - a consumer resuming with an epoch that is not    *
      * the current one (or none at all) restarts at the oldest       *
      * retained entry, told so by zFAM-Cursor-Reset.                 *
      *****************************************************************
           MOVE EIBTRNID(3:2)                 TO JE-TSQ(1:2).
           MOVE 'JE'                          TO JE-TSQ(3:2).
           MOVE 1                             TO JE-ITEM.
           MOVE LENGTH OF JE-EPOCH            TO JE-LENGTH.

           EXEC CICS READQ TS QUEUE(JE-TSQ)
                INTO  (JE-EPOCH)
                LENGTH(JE-LENGTH)
                ITEM  (JE-ITEM)
                RESP  (JE-RESP)
                NOHANDLE
           END-EXEC.

           IF  JE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                         TO JE-EPOCH.

           MOVE SPACES                        TO HTTP-CHEPOCH-VALUE.
           MOVE LENGTH OF HTTP-CHEPOCH        TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-CHEPOCH-VALUE  TO CHEPOCH-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-CHEPOCH)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-CHEPOCH-VALUE)
                VALUELENGTH(CHEPOCH-VALUE-LENGTH)
                RESP       (CHEPOCH-RESP)
                NOHANDLE
           END-EXEC.

           IF  CH-CURSOR GREATER THAN ONE
               IF  CHEPOCH-RESP NOT EQUAL DFHRESP(NORMAL)
               OR  HTTP-CHEPOCH-VALUE-N NOT NUMERIC
               OR  HTTP-CHEPOCH-VALUE-N NOT EQUAL JE-EPOCH
                   MOVE ONE                   TO CH-CURSOR
                   MOVE 'Y'                   TO CH-RESET-SW.

           MOVE CH-CURSOR                     TO CH-PRESENTED.
           MOVE CH-RESET-SW                   TO CH-EPOCH-RESET-SW.
           MOVE ZEROES                        TO CH-ROWS.

           PERFORM 3276-READ-PRUNE-BASE     THRU 3276-EXIT.
           MOVE JB-BASE                       TO CH-BASE.
           MOVE JB-SEQUENCE                   TO CH-SEQUENCE.

           MOVE 'N'                           TO CH-BUSY-SW.
           IF  JB-STATE EQUAL 'C'
               MOVE 'Y'                       TO CH-BUSY-SW.

           IF  CH-BUSY-SW EQUAL 'N'
               PERFORM 3277-CHANGES-WINDOW  THRU 3277-EXIT.

           IF  CH-BUSY-SW EQUAL 'N'
           AND CONSUMER-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3278-ACKNOWLEDGE     THRU 3278-EXIT.

           COMPUTE CH-NEXT-DISPLAY = CH-CURSOR + CH-ROWS.
           MOVE CH-ROWS                       TO CH-ROWS-DISPLAY.

           MOVE LENGTH OF HEADER-CURSOR       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF CH-NEXT-DISPLAY     TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-CURSOR)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (CH-NEXT-DISPLAY)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE JE-EPOCH                      TO HTTP-CHEPOCH-VALUE-N.
           MOVE LENGTH OF HTTP-CHEPOCH        TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-CHEPOCH-VALUE  TO CHEPOCH-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-CHEPOCH)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-CHEPOCH-VALUE)
                VALUELENGTH(CHEPOCH-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HEADER-ROWS-LENGTH)
                VALUE      (CH-ROWS-DISPLAY)
                VALUELENGTH(ROWS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  CH-RESET-SW EQUAL 'Y'
               MOVE LENGTH OF HTTP-CURSOR-RESET
                                              TO HTTP-NAME-LENGTH
               MOVE LENGTH OF HTTP-RESET-VALUE
                                              TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-CURSOR-RESET)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (HTTP-RESET-VALUE)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           IF  CH-ROWS EQUAL ZEROES
               EXEC CICS WEB SEND
                    FROM      (CRLF)
                    FROMLENGTH(TWO)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOHANDLE
               END-EXEC
           ELSE
               COMPUTE CH-LENGTH =
                       CH-ROWS * LENGTH OF CH-ENTRY(1)
               EXEC CICS WEB SEND
                    FROM      (CH-RESPONSE)
                    FROMLENGTH(CH-LENGTH)
                    MEDIATYPE (TEXT-PLAIN)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC.

       3264-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?changes.  Read one mirror entry and fill its      *
      * response line.                                                *
      *****************************************************************
       3265-CHANGES-ONE.
           MOVE LENGTH OF JL-RECORD           TO JM-LENGTH.
           MOVE CH-SCAN                       TO JM-ITEM.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO  (JL-RECORD)
                LENGTH(JM-LENGTH)
                ITEM  (JM-ITEM)
                RESP  (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE JM-COUNT                  TO CH-SCAN
               GO TO 3265-EXIT.

           ADD  ONE                           TO CH-ROWS.
           MOVE JL-METHOD                     TO CH-METHOD(CH-ROWS).
           MOVE JL-ABS                        TO CH-ABS(CH-ROWS).
           MOVE JL-KEY(1:120)                 TO CH-KEY(CH-ROWS).

       3265-EXIT.
           EXIT.

      *****************************************************************
      * Journal mirror prune control (xxJB).  The base is only good   *
      * for the mirror epoch it was pruned in - after a wipe it is    *
      * zero again.                                                   *
      *****************************************************************
       3276-READ-PRUNE-BASE.
           MOVE EIBTRNID(3:2)                 TO JB-TSQ(1:2).
           MOVE 'JB'                          TO JB-TSQ(3:2).
           MOVE 1                             TO JB-ITEM.
           MOVE LENGTH OF JB-CONTROL          TO JB-LENGTH.

           EXEC CICS READQ TS QUEUE(JB-TSQ)
                INTO  (JB-CONTROL)
                LENGTH(JB-LENGTH)
                ITEM  (JB-ITEM)
                RESP  (JB-RESP)
                NOHANDLE
           END-EXEC.

           IF  JB-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                    TO JB-EPOCH
                                                  JB-BASE
                                                  JB-SEQUENCE
               MOVE SPACES                    TO JB-STATE
               GO TO 3276-EXIT.

           IF  JB-EPOCH NOT EQUAL JE-EPOCH
               MOVE ZEROES                    TO JB-BASE.

       3276-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?changes.                                          *
      * Place the cursor in the retained window and read the batch.   *
      * A fresh consumer starts at the oldest retained entry; a       *
      * cursor pruned past or beyond the window restarts there with   *
      * zFAM-Cursor-Reset.  Should a compaction have run while the    *
      * batch was read, it is discarded and the presented cursor      *
      * handed back for the next poll.                                *
      *****************************************************************
       3277-CHANGES-WINDOW.
           MOVE LENGTH OF JL-RECORD           TO JM-LENGTH.
           MOVE 1                             TO JM-ITEM.

           EXEC CICS READQ TS QUEUE(JM-TSQ)
                INTO    (JL-RECORD)
                LENGTH  (JM-LENGTH)
                ITEM    (JM-ITEM)
                NUMITEMS(JM-COUNT)
                RESP    (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                    TO JM-COUNT.

           COMPUTE CH-FIRST = CH-BASE + 1.

           IF  CH-CURSOR EQUAL ONE
               MOVE CH-FIRST                  TO CH-CURSOR.

           IF  CH-CURSOR LESS THAN CH-FIRST
           OR  CH-CURSOR GREATER THAN CH-FIRST + JM-COUNT
               MOVE CH-FIRST                  TO CH-CURSOR
               MOVE 'Y'                       TO CH-RESET-SW.

           COMPUTE CH-START = CH-CURSOR - CH-BASE.

           IF  JM-COUNT GREATER THAN ZEROES
               PERFORM 3265-CHANGES-ONE     THRU 3265-EXIT
                   VARYING CH-SCAN FROM CH-START BY 1
                   UNTIL   CH-SCAN GREATER THAN JM-COUNT
                   OR      CH-ROWS NOT LESS THAN CH-WANTED.

           PERFORM 3276-READ-PRUNE-BASE     THRU 3276-EXIT.

           IF  JB-STATE    EQUAL 'C'
           OR  JB-SEQUENCE NOT EQUAL CH-SEQUENCE
               MOVE ZEROES                    TO CH-ROWS
               MOVE CH-PRESENTED              TO CH-CURSOR
               MOVE CH-EPOCH-RESET-SW         TO CH-RESET-SW
               MOVE 'Y'                       TO CH-BUSY-SW.

       3277-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?changes with zFAM-Consumer.                       *
      * Presenting a cursor acknowledges everything before it.        *
      * Record that position, with the acknowledged entry's ABSTIME,  *
      * on the consumer's ZFAMJC registry record - registering a      *
      * first-time consumer and re-activating a retired one.          *
      *****************************************************************
       3278-ACKNOWLEDGE.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE EIBTRNID(3:2)                 TO JC-TABLE.
           MOVE HTTP-CONSUMER-VALUE           TO JC-CONSUMER.
           MOVE LENGTH OF JC-RECORD           TO JC-LENGTH.

           EXEC CICS READ FILE(JC-FCT)
                INTO  (JC-RECORD)
                RIDFLD(JC-KEY)
                LENGTH(JC-LENGTH)
                UPDATE
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP NOT EQUAL DFHRESP(NORMAL)
           AND JC-RESP NOT EQUAL DFHRESP(NOTFND)
               GO TO 3278-EXIT.

           IF  JC-RESP EQUAL DFHRESP(NOTFND)
               MOVE EIBTRNID(3:2)             TO JC-TABLE
               MOVE HTTP-CONSUMER-VALUE       TO JC-CONSUMER
               MOVE 'F'                       TO JC-TYPE
               MOVE ZEROES                    TO JC-ACK-ABS
                                                  JC-ACKS
               MOVE CURRENT-ABS               TO JC-REGISTERED-ABS.

           MOVE 'A'                           TO JC-STATUS.
           MOVE JE-EPOCH                      TO JC-EPOCH.
           COMPUTE JC-POSITION = CH-CURSOR - 1.
           MOVE CURRENT-ABS                   TO JC-SEEN-ABS.
           ADD  1                             TO JC-ACKS.

           COMPUTE CH-ACK-ITEM = CH-CURSOR - CH-BASE - 1.

           IF  CH-ACK-ITEM GREATER THAN ZEROES
               MOVE LENGTH OF JL-RECORD       TO JM-LENGTH
               MOVE CH-ACK-ITEM               TO JM-ITEM
               EXEC CICS READQ TS QUEUE(JM-TSQ)
                    INTO  (JL-RECORD)
                    LENGTH(JM-LENGTH)
                    ITEM  (JM-ITEM)
                    RESP  (JM-RESP)
                    NOHANDLE
               END-EXEC
               IF  JM-RESP EQUAL DFHRESP(NORMAL)
                   MOVE JL-ABS                TO JC-ACK-ABS.

           MOVE LENGTH OF JC-RECORD           TO JC-LENGTH.

           IF  JC-RESP EQUAL DFHRESP(NOTFND)
               EXEC CICS WRITE FILE(JC-FCT)
                    FROM  (JC-RECORD)
                    RIDFLD(JC-KEY)
                    LENGTH(JC-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE(JC-FCT)
                    FROM  (JC-RECORD)
                    LENGTH(JC-LENGTH)
                    NOHANDLE
               END-EXEC.

       3278-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Issue 'wait' for an active lock to be released or expire.     *
      * This routine will call L8WAIT for 100 milliseconds up to      *
      * 50 times - or the ceiling the zFAM-LockWait header set -      *
      * before returning a 'locked' status.                           *
      *****************************************************************
       3270-WAIT.
           ADD ONE TO WAIT-COUNT.

           EXEC CICS LINK PROGRAM(L8WAIT)
                COMMAREA(L8WAIT-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  WAIT-COUNT EQUAL        WAIT-LIMIT
           OR  WAIT-COUNT GREATER THAN WAIT-LIMIT
               PERFORM 3280-LOCK-FAIL     THRU 3280-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       3270-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?effective=YYYY-MM-DD.                             *
      * Browse the key's FAxxEF versions in date order for the one    *
      * whose window holds EF-WANTED (today when no date was given)   *
      * and send its body, with the window in zFAM-Valid-From and     *
      * zFAM-Valid-To.  No version in force answers 204.              *
      *****************************************************************
       3271-SEND-EFFECTIVE.
           IF  DD-EFFECTIVE NOT EQUAL 'Y'
               MOVE FK-TRANID                 TO EF-TRANID
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '22'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  EF-WANTED EQUAL ZEROES
               EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                    YYYYMMDD(EF-TODAY)
                    NOHANDLE
               END-EXEC
               MOVE EF-TODAY-N                TO EF-WANTED.

           MOVE FK-TRANID                     TO EF-TRANID.
           MOVE URI-KEY                       TO EF-KEY
                                                  EF-SEARCH-KEY.
           MOVE ZEROES                        TO EF-FROM.
           MOVE 'N'                           TO EF-FOUND-SW
                                                  EF-BROWSE-SW.

           EXEC CICS STARTBR FILE(EF-FCT)
                RIDFLD(EF-KEY-AREA)
                RESP  (EF-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  EF-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3272-EFFECTIVE-NEXT  THRU 3272-EXIT
                   WITH TEST AFTER
                   UNTIL EF-BROWSE-SW EQUAL 'Y'
               EXEC CICS ENDBR FILE(EF-FCT) NOHANDLE
               END-EXEC.

           IF  EF-FOUND-SW NOT EQUAL 'Y'
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-204                TO CA090-STATUS
               MOVE '01'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE EF-FROM                       TO EF-NEW-FROM.
           MOVE EF-TO                         TO EF-NEW-TO.
           PERFORM 3273-WRITE-WINDOW        THRU 3273-EXIT.

           MOVE EF-MEDIA                      TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN                TO WEB-MEDIA-TYPE.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE EF-DATA-LENGTH                TO EF-SEND-LENGTH.

           IF  DM-ACTIVE-SW   EQUAL 'Y'
           AND EF-SEND-LENGTH GREATER THAN ZEROES
               MOVE EF-SEND-LENGTH            TO DM-LENGTH
               MOVE EF-DATA(1:DM-LENGTH)      TO DM-DATA(1:DM-LENGTH)
               MOVE 'A'                       TO DM-FUNCTION
               PERFORM 9093-MASK-CALL       THRU 9093-EXIT
               MOVE DM-DATA(1:DM-LENGTH)      TO EF-DATA(1:DM-LENGTH).

           MOVE 'Y'                           TO LOCK-RESPONSE-SENT.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               EXEC CICS WEB SEND
                    FROM      (EF-DATA)
                    FROMLENGTH(EF-SEND-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (EF-DATA)
                    FROMLENGTH(EF-SEND-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC.

           MOVE EF-SEND-LENGTH                TO MT-BYTES-OUT.

       3271-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?effective=YYYY-MM-DD.                             *
      * Read the key's next version.  Versions never overlap, so the  *
      * first one starting on or before EF-WANTED that has not ended  *
      * by then is the one in force; one starting after it ends the   *
      * search.                                                       *
      *****************************************************************
       3272-EFFECTIVE-NEXT.
           MOVE LENGTH OF EF-RECORD           TO EF-LENGTH.

           EXEC CICS READNEXT FILE(EF-FCT)
                INTO  (EF-RECORD)
                RIDFLD(EF-KEY-AREA)
                LENGTH(EF-LENGTH)
                RESP  (EF-RESP)
                NOHANDLE
           END-EXEC.

           IF  EF-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  EF-KEY  NOT EQUAL EF-SEARCH-KEY
           OR  EF-FROM GREATER THAN EF-WANTED
               MOVE 'Y'                       TO EF-BROWSE-SW
               GO TO 3272-EXIT.

           IF  EF-TO NOT LESS THAN EF-WANTED
               MOVE 'Y'                       TO EF-FOUND-SW
                                                  EF-BROWSE-SW.

       3272-EXIT.
           EXIT.

      *****************************************************************
      * Issue WRITE HTTPHEADER for zFAM-Valid-From and zFAM-Valid-To  *
      * from EF-NEW-FROM and EF-NEW-TO, as YYYY-MM-DD.                *
      *****************************************************************
       3273-WRITE-WINDOW.
           MOVE EF-NEW-FROM                   TO EF-DATE-N.
           PERFORM 3274-FORMAT-DATE         THRU 3274-EXIT.

           MOVE LENGTH OF HTTP-VALID-FROM     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF EF-DATE-WORK        TO EF-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-VALID-FROM)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (EF-DATE-WORK)
                VALUELENGTH(EF-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE EF-NEW-TO                     TO EF-DATE-N.
           PERFORM 3274-FORMAT-DATE         THRU 3274-EXIT.

           MOVE LENGTH OF HTTP-VALID-TO       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF EF-DATE-WORK        TO EF-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-VALID-TO)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (EF-DATE-WORK)
                VALUELENGTH(EF-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       3273-EXIT.
           EXIT.

      *****************************************************************
      * Format EF-DATE-N (YYYYMMDD) as YYYY-MM-DD in EF-DATE-WORK.    *
      *****************************************************************
       3274-FORMAT-DATE.
           MOVE EF-DN-YYYY                    TO EF-DW-YYYY.
           MOVE EF-DN-MM                      TO EF-DW-MM.
           MOVE EF-DN-DD                      TO EF-DW-DD.
           MOVE '-'                           TO EF-DW-DASH1
                                                  EF-DW-DASH2.

       3274-EXIT.
           EXIT.

      *****************************************************************
      * Unable to establish row level locking.                        *
      * Create a status header and send a response.                   *
      *****************************************************************
       3280-LOCK-FAIL.
           MOVE LENGTH OF HTTP-STATUS         TO ZFAM-STATUS-LENGTH.
           MOVE LENGTH OF HTTP-STATUS-VALUE   TO STATUS-VALUE-LENGTH.

           MOVE LOCK-REJECTED                 TO HTTP-STATUS-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-STATUS)
                NAMELENGTH (ZFAM-STATUS-LENGTH)
                VALUE      (HTTP-STATUS-VALUE)
                VALUELENGTH(STATUS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE STATUS-409                    TO CA090-STATUS
           MOVE '01'                          TO CA090-REASON
           PERFORM 9998-ZFAM090             THRU 9998-EXIT.

       3280-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Check READ KEY store response.                                *
      *****************************************************************
       3290-CHECK-RESPONSE.
           IF  EIBRESP          EQUAL DFHRESP(NOTFND)
           AND DD-READ-THRU     EQUAL 'Y'
           AND WEB-HTTPMETHOD   EQUAL WEB-HTTP-GET
           AND META-REQUEST-SW  NOT EQUAL 'Y'
           AND POP-REQUEST-SW   NOT EQUAL 'Y'
           AND RANGE-REQUEST-SW NOT EQUAL 'Y'
               PERFORM 3295-READ-THROUGH  THRU 3295-EXIT.

           IF  EIBRESP   EQUAL DFHRESP(NORMAL)
           AND FK-INTENT EQUAL 'Y'
           AND POP-REQUEST-SW NOT EQUAL 'Y'
               PERFORM 3285-ADJUDICATE-INTENT THRU 3285-EXIT.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

      *****************************************************************
      * A multipart staging record has nothing readable until its     *
      * complete call finalizes it.                                   *
      *****************************************************************
           IF  EIBRESP     EQUAL DFHRESP(NORMAL)
           AND FK-INTENT   EQUAL 'M'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP     EQUAL DFHRESP(NORMAL)
           AND FK-DELETED  EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                  TO KE-FN
               MOVE '3290'                   TO KE-PARAGRAPH
               PERFORM 9200-KEY-ERROR      THRU 9200-EXIT
               MOVE EIBDS                    TO CA090-FILE
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           IF  FK-FF-KEY EQUAL INTERNAL-KEY
               MOVE FK-FF-KEY               TO 50702-KEY
               MOVE 50702-MESSAGE           TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL    THRU 9900-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       3290-EXIT.
           EXIT.

      *****************************************************************
      * Adjudicate a record whose write-intent flag is still set -    *
      * its create was interrupted between the KEY and FILE writes.   *
      * A first FILE segment that exists rolls the create forward     *
      * (the flag is simply cleared); a missing one backs the         *
      * stranded KEY record out and the request proceeds as a miss.   *
      *****************************************************************
       3285-ADJUDICATE-INTENT.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS READ FILE(FK-FCT)
                    INTO(FK-RECORD)
                    RIDFLD(FK-KEY)
                    LENGTH(FK-LENGTH)
                    UPDATE
                    NOHANDLE
               END-EXEC
               MOVE SPACES                  TO FK-INTENT
               EXEC CICS REWRITE FILE(FK-FCT)
                    FROM(FK-RECORD)
                    LENGTH(FK-LENGTH)
                    NOHANDLE
               END-EXEC
               MOVE DFHRESP(NORMAL)         TO EIBRESP
               GO TO 3285-EXIT.

      *****************************************************************
      * First segment missing.  A concurrent create sits in exactly   *
      * this state between its KEY write and its first FILE write,    *
      * and these stores are non-recoverable - so a young intent is   *
      * left alone (the reader just sees not-found), and a stale one  *
      * is re-verified under the update lock before it is backed      *
      * out.                                                          *
      *****************************************************************
           SUBTRACT FK-ABS FROM WS-ABS GIVING RELATIVE-TIME.

           IF  RELATIVE-TIME LESS THAN INTENT-GRACE-MS
               MOVE DFHRESP(NOTFND)         TO EIBRESP
               GO TO 3285-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE DFHRESP(NOTFND)         TO EIBRESP
               GO TO 3285-EXIT.

           IF  FK-INTENT NOT EQUAL 'Y'
               EXEC CICS UNLOCK FILE(FK-FCT)
                    NOHANDLE
               END-EXEC
               MOVE DFHRESP(NORMAL)         TO EIBRESP
               GO TO 3285-EXIT.

           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE SPACES                  TO FK-INTENT
               EXEC CICS REWRITE FILE(FK-FCT)
                    FROM(FK-RECORD)
                    LENGTH(FK-LENGTH)
                    NOHANDLE
               END-EXEC
               MOVE DFHRESP(NORMAL)         TO EIBRESP
               GO TO 3285-EXIT.

           EXEC CICS DELETE FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

           MOVE DFHRESP(NOTFND)             TO EIBRESP.

       3285-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - read-through on a local miss.                      *
      * Fetch the key from the first partner Data Center with the     *
      * same WEB OPEN/CONVERSE session mechanics replication uses,    *
      * serve the body to the caller, and write it back locally so    *
      * the next read is local.  Any failure - no partner, partner    *
      * miss, oversize body - falls back to the normal 204.  The      *
      * written-back copy takes the default seven-year retention and  *
      * a single segment; a record larger than one segment is served  *
      * from the partner next time too.                               *
      *****************************************************************
       3295-READ-THROUGH.
           PERFORM 8000-GET-URL           THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-SINGLE
           OR  DC-PARTNER-COUNT NOT GREATER THAN ZEROES
               MOVE DFHRESP(NOTFND)         TO EIBRESP
               GO TO 3295-EXIT.

           MOVE ONE                         TO DC-PARTNER-SUB.
           PERFORM 8090-SET-PARTNER       THRU 8090-EXIT.
           PERFORM 8260-CHECK-BREAKER     THRU 8260-EXIT.

           IF  CB-ALLOW-SW NOT EQUAL 'Y'
               MOVE DFHRESP(NOTFND)         TO EIBRESP
               GO TO 3295-EXIT.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.

           MOVE REPLICATE                   TO WEB-PATH(1:10).
           MOVE DFHVALUE(GET)               TO WEB-METHOD.
           MOVE THIRTY-TWO-KB               TO RDT-LENGTH.
           MOVE LOW-VALUES                  TO RDT-BODY.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (SESSION-TOKEN)
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                INTO      (RDT-BODY)
                TOLENGTH  (RDT-LENGTH)
                MAXLENGTH (THIRTY-TWO-KB)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLICONVERT
                RESP      (RDT-RESP)
                NOHANDLE
           END-EXEC.

           IF  RDT-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 8280-BREAKER-FAILURE THRU 8280-EXIT
           ELSE
               PERFORM 8270-BREAKER-SUCCESS THRU 8270-EXIT.

           PERFORM 8300-WEB-CLOSE         THRU 8300-EXIT.

           IF  RDT-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
           OR  RDT-LENGTH NOT GREATER THAN ZEROES
               MOVE DFHRESP(NOTFND)         TO EIBRESP
               GO TO 3295-EXIT.

           PERFORM 3296-WRITE-BACK        THRU 3296-EXIT.

           MOVE RDT-LENGTH                   TO MT-BYTES-OUT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               MOVE RDT-LENGTH              TO AUDIT-BYTES
               PERFORM 9944-AUDIT-READ    THRU 9944-EXIT.

           PERFORM 9945-TOUCH-ACCESS      THRU 9945-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (RDT-BODY)
                FROMLENGTH(RDT-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           PERFORM 9000-RETURN            THRU 9000-EXIT.

       3295-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - read-through on a local miss.                      *
      * Write the fetched record back locally as a fresh single-      *
      * segment create.  A DUPREC (a replicated write landed while    *
      * we were fetching) simply leaves the record that won.          *
      *****************************************************************
       3296-WRITE-BACK.
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.

           MOVE URI-KEY                     TO FK-KEY.
           MOVE WS-ABS                      TO FK-ABS.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           PERFORM 8400-DDNAME            THRU 8400-EXIT.
           MOVE FF-DDNAME                   TO FK-DDNAME.

           MOVE 'text'                      TO FK-OBJECT.
           MOVE ONE                         TO FK-SEGMENTS.
           MOVE SPACES                      TO FK-LOB
                                                FK-ECR
                                                FK-ENCODING
                                                FK-DELETED
                                                FK-INTENT
                                                FK-UID.
           MOVE ZEROES                      TO FK-LOCK-TIME
                                                FK-VERSION-COUNT
                                                FK-ACTIVATE-ABS
                                                FK-DIGEST.
           MOVE SEVEN                       TO FK-RETENTION.
           MOVE 'Y'                         TO FK-RETENTION-TYPE.

           EXEC CICS WRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3296-EXIT.

           MOVE FK-KEY                      TO FF-FK-KEY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE TEXT-PLAIN                  TO FF-MEDIA.
           MOVE ONE                         TO FF-SEGMENTS.
           MOVE WS-ABS                      TO FF-ABS.
           MOVE SEVEN                       TO FF-RETENTION.
           MOVE 'Y'                         TO FF-RETENTION-TYPE.

           MOVE RDT-LENGTH                  TO FF-LENGTH.
           MOVE LOW-VALUES                  TO FF-DATA.
           MOVE RDT-BODY(1:RDT-LENGTH)      TO FF-DATA(1:FF-LENGTH).
           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  FF-PREFIX                   TO FF-LENGTH.
           MOVE SPACES                      TO SPILL-DDNAME.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOSPACE)
               PERFORM 8410-POOL-SPILL    THRU 8410-EXIT.

           IF  SPILL-DDNAME NOT EQUAL SPACES
               PERFORM 8470-RESTAMP-KEY   THRU 8470-EXIT.

       3296-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read zFAM FILE store.                                         *
      * Only update access timestamp when LAT is present in the URI.  *
      * A logical record can span one hundred physical records.       *
      *****************************************************************
       3300-READ-FILE.
           MOVE 'Y'                         TO FF-SUCCESSFUL.

           UNSTRING URI-FIELD-06
               DELIMITED BY ALL '.'
               INTO URI-FIELD-00
                    RET-TYPE.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ZEROES                      TO FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE ONE                         TO FF-SEGMENT.

           IF  RET-TYPE EQUAL LAST-ACCESS-TIME
               MOVE LOW-VALUES              TO FF-DATA
               EXEC CICS READ FILE(FF-FCT)
                    INTO(FF-RECORD)
                    RIDFLD(FF-KEY-16)
                    LENGTH(FF-LENGTH)
                    UPDATE
                    NOHANDLE
               END-EXEC

               MOVE WS-ABS                  TO FF-ABS

               MOVE FC-REWRITE              TO FE-FN

               EXEC CICS REWRITE FILE(FF-FCT)
                    FROM(FF-RECORD)
                    LENGTH(FF-LENGTH)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE FC-READ                 TO FE-FN
               MOVE LOW-VALUES              TO FF-DATA
               EXEC CICS READ FILE(FF-FCT)
                    INTO(FF-RECORD)
                    RIDFLD(FF-KEY-16)
                    LENGTH(FF-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE FK-FF-KEY               TO INTERNAL-KEY
               MOVE 'N'                     TO PROCESS-COMPLETE
               MOVE 'N'                     TO FF-SUCCESSFUL.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
           OR  EIBRESP EQUAL DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE FC-READ                 TO FE-FN
               MOVE '3300'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '03'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Issue GETMAIN only when multiple segments.                    *
      * When the logical record is a single segment, set the          *
      * ZFAM-MESSAGE buffer in the LINKAGE SECTION to the record      *
      * buffer address.                                               *
      *****************************************************************
       3400-STAGE.
           IF  FF-SEGMENT EQUAL ZEROES
               MOVE ONE                        TO FF-SEGMENT.

           MOVE 'N'                            TO CHECKSUM-MISMATCH.
           MOVE ZEROES                         TO RD-READ-TOTAL.
           PERFORM 9040-COMPUTE-CHECKSUM     THRU 9040-EXIT.
           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE 'Y'                        TO CHECKSUM-MISMATCH
           ELSE
               ADD  FF-CHECKSUM                TO RD-READ-TOTAL.

           IF  CHECKSUM-MISMATCH EQUAL 'N'
               IF  FF-SEGMENTS EQUAL ONE
                   SUBTRACT FF-PREFIX        FROM FF-LENGTH
                   PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
                   SET  ADDRESS OF ZFAM-MESSAGE TO ADDRESS OF FF-DATA.

           IF  CHECKSUM-MISMATCH EQUAL 'N'
               IF  FF-SEGMENTS GREATER THAN ONE
                   MULTIPLY FF-SEGMENTS BY THIRTY-TWO-KB
                       GIVING GETMAIN-LENGTH

                   EXEC CICS GETMAIN SET(ZFAM-ADDRESS)
                        FLENGTH(GETMAIN-LENGTH)
                        INITIMG(BINARY-ZEROES)
                        NOHANDLE
                   END-EXEC

                   SET ADDRESS OF ZFAM-MESSAGE TO ZFAM-ADDRESS
                   MOVE ZFAM-ADDRESS-X         TO SAVE-ADDRESS-X

                   SUBTRACT FF-PREFIX        FROM FF-LENGTH
                   PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
                   MOVE FF-DATA(1:FF-LENGTH)   TO ZFAM-MESSAGE
                   ADD  FF-LENGTH              TO ZFAM-ADDRESS-X.

           ADD  ONE                            TO FF-SEGMENT.
           MOVE FF-LENGTH                      TO ZFAM-LENGTH.

           IF  CHECKSUM-MISMATCH EQUAL 'N'
               IF  FF-SEGMENTS GREATER THAN ONE
                   PERFORM 3500-READ-SEGMENTS THRU 3500-EXIT
                       WITH TEST AFTER
                       UNTIL FF-SEGMENT GREATER THAN FF-SEGMENTS
                       OR    FF-SUCCESSFUL EQUAL 'N'.

           IF  CHECKSUM-MISMATCH EQUAL 'Y'
               MOVE EIBDS                      TO CA090-FILE
               MOVE STATUS-507                 TO CA090-STATUS
               MOVE '16'                        TO CA090-REASON
               PERFORM 9998-ZFAM090          THRU 9998-EXIT.

      *****************************************************************
      * With the chain reassembled, prove the whole record - a stale  *
      * segment left behind by an interrupted rewrite passes its own  *
      * checksum but shifts the record digest.  Records carrying no   *
      * digest, and version reads (FK-DIGEST belongs to the current   *
      * chain, not the retained one), skip the check.                 *
      *****************************************************************
           IF  FF-SUCCESSFUL       EQUAL 'Y'
           AND FF-SEGMENTS GREATER THAN ONE
           AND VERSION-REQUEST-SW NOT EQUAL 'Y'
           AND FK-DIGEST NUMERIC
           AND FK-DIGEST GREATER THAN ZEROES
               DIVIDE RD-READ-TOTAL BY ONE-BILLION
                   GIVING    RD-QUOTIENT
                   REMAINDER RD-DIGEST-WORK
               IF  RD-DIGEST-WORK NOT EQUAL FK-DIGEST
                   MOVE EIBDS                  TO CA090-FILE
                   MOVE STATUS-507             TO CA090-STATUS
                   MOVE '17'                   TO CA090-REASON
                   PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read zFAM FILE segment records                                *
      *****************************************************************
       3500-READ-SEGMENTS.
           SET ADDRESS OF ZFAM-MESSAGE         TO ZFAM-ADDRESS.
           MOVE LENGTH OF FF-RECORD            TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                            TO CHECKSUM-MISMATCH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT
               IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
                   MOVE 'Y'                    TO CHECKSUM-MISMATCH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND CHECKSUM-MISMATCH EQUAL 'N'
               ADD  FF-CHECKSUM                TO RD-READ-TOTAL
               SUBTRACT FF-PREFIX            FROM FF-LENGTH
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE FF-DATA(1:FF-LENGTH)       TO ZFAM-MESSAGE
               ADD  FF-LENGTH                  TO ZFAM-ADDRESS-X
               ADD  ONE                        TO FF-SEGMENT
               ADD  FF-LENGTH                  TO ZFAM-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND CHECKSUM-MISMATCH EQUAL 'Y'
               MOVE EIBDS                      TO CA090-FILE
               MOVE STATUS-507                 TO CA090-STATUS
               MOVE '16'                        TO CA090-REASON
               PERFORM 9998-ZFAM090          THRU 9998-EXIT.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE 'N'                        TO PROCESS-COMPLETE
               MOVE 'N'                        TO FF-SUCCESSFUL
               MOVE FK-FF-KEY                  TO INTERNAL-KEY
               PERFORM 3510-FREEMAIN         THRU 3510-EXIT.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
           OR  EIBRESP EQUAL DFHRESP(NORMAL)
               NEXT SENTENCE
           ELSE
               MOVE FC-READ                    TO FE-FN
               MOVE '3500'                     TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR       THRU 9100-EXIT
               MOVE EIBDS                      TO CA090-FILE
               MOVE STATUS-507                 TO CA090-STATUS
               MOVE '04'                       TO CA090-REASON
               PERFORM 9998-ZFAM090          THRU 9998-EXIT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * FREEMAIN message segment buffer                               *
      * This is required to reprocess a READ request when a KEY store *
      * record has performed an internal key swap for the FILE/DATA   *
      * store record on an UPDATE (PUT).                              *
      *****************************************************************
       3510-FREEMAIN.
           EXEC CICS FREEMAIN
                DATAPOINTER(SAVE-ADDRESS)
                NOHANDLE
           END-EXEC.

       3510-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Send zFAM response.                                           *
      *****************************************************************
       3600-SEND-RESPONSE.
           IF  LOCK-RESPONSE-SENT EQUAL 'Y'
               NEXT SENTENCE
           ELSE
           IF  NOT-MODIFIED  EQUAL 'Y'
               PERFORM 3630-SEND-NOT-MODIFIED THRU 3630-EXIT
           ELSE
               IF  FK-ECR NOT EQUAL 'Y'
                   PERFORM 3610-SEND-RECORD    THRU 3610-EXIT
               ELSE
                   PERFORM 3620-SEND-ECR       THRU 3620-EXIT.

       3600-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Send zFAM record.                                             *
      *                                                               *
      * When MEDIATYPE is 'text/*', convert the data, as this         *
      * information is accessed by both z/OS applications             *
      * and those applications in darkness (Unix/Linux based).        *
      *****************************************************************
       3610-SEND-RECORD.
           IF  DM-ACTIVE-SW EQUAL 'Y'
               PERFORM 3615-MASK-RECORD      THRU 3615-EXIT.

           IF  COLS-REQUEST-SW EQUAL 'Y'
               PERFORM 3650-PROJECT          THRU 3650-EXIT.

           IF  COLS-REQUEST-SW EQUAL 'Y'
               GO TO 3610-EXIT.

           IF  JSON-REQUEST-SW EQUAL 'Y'
               PERFORM 3670-SEND-JSON        THRU 3670-EXIT.

           IF  JSON-SENT-SW EQUAL 'Y'
               GO TO 3610-EXIT.

           PERFORM 9050-ELAPSED-TIME         THRU 9050-EXIT.

           PERFORM 3611-WRITE-ETAG           THRU 3611-EXIT.

           IF  FK-ENCODING NOT EQUAL SPACES
               PERFORM 3612-WRITE-ENCODING   THRU 3612-EXIT.

           IF  FF-SEGMENTS EQUAL ONE
               SET ADDRESS OF ZFAM-MESSAGE   TO ADDRESS OF FF-DATA.

           IF  FF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF ZFAM-MESSAGE   TO SAVE-ADDRESS.

           MOVE FF-MEDIA                     TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN               TO WEB-MEDIA-TYPE.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               EXEC CICS WEB SEND
                    FROM      (ZFAM-MESSAGE)
                    FROMLENGTH(ZFAM-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SRVCONVERT
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB SEND
                    FROM      (ZFAM-MESSAGE)
                    FROMLENGTH(ZFAM-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    NOSRVCONVERT
                    NOHANDLE
               END-EXEC.

           MOVE ZFAM-LENGTH                  TO MT-BYTES-OUT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               MOVE ZFAM-LENGTH              TO AUDIT-BYTES
               PERFORM 9944-AUDIT-READ     THRU 9944-EXIT.

           PERFORM 9945-TOUCH-ACCESS      THRU 9945-EXIT.

       3610-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET with masks in force.  Mask the staged record in      *
      * place - ahead of any projection or JSON rendering, so neither *
      * can reach the clear value.  The columns all lie in the first  *
      * segment's worth of the record.  A Content-Encoded body has no *
      * columns to mask and is refused.                               *
      *****************************************************************
       3615-MASK-RECORD.
           IF  FK-ENCODING NOT EQUAL SPACES
               MOVE '08'                     TO CA090-REASON
               PERFORM 9094-MASK-REFUSED   THRU 9094-EXIT.

           IF  FF-SEGMENTS EQUAL ONE
               SET ADDRESS OF ZFAM-MESSAGE   TO ADDRESS OF FF-DATA.

           IF  FF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF ZFAM-MESSAGE   TO SAVE-ADDRESS.

           MOVE ZFAM-LENGTH                  TO DM-LENGTH.

           IF  DM-LENGTH GREATER THAN LENGTH OF DM-DATA
               MOVE LENGTH OF DM-DATA        TO DM-LENGTH.

           IF  DM-LENGTH NOT GREATER THAN ZEROES
               GO TO 3615-EXIT.

           MOVE ZFAM-MESSAGE(1:DM-LENGTH)    TO DM-DATA(1:DM-LENGTH).
           MOVE 'A'                          TO DM-FUNCTION.
           PERFORM 9093-MASK-CALL            THRU 9093-EXIT.
           MOVE DM-DATA(1:DM-LENGTH)
             TO ZFAM-MESSAGE(1:DM-LENGTH).

       3615-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?cols= column projection.                          *
      * Extract the requested columns from the staged record per the  *
      * FAxxFD schema container and send them pipe-delimited.  A      *
      * table with no schema container drops the projection request   *
      * and lets 3610-SEND-RECORD serve the GET in full.              *
      *****************************************************************
       3650-PROJECT.
           MOVE SIXTY-FIVE-KB                 TO PJ-FD-LENGTH.

           EXEC CICS GET
                CONTAINER(ZFAM-FAXXFD)
                CHANNEL  (ZFAM-CHANNEL)
                FLENGTH  (PJ-FD-LENGTH)
                SET      (FAXXFD-ADDRESS)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                       TO COLS-REQUEST-SW
               GO TO 3650-EXIT.

           MOVE FAXXFD-ADDRESS-X              TO PJ-FD-BASE.

           IF  FF-SEGMENTS EQUAL ONE
               SET ADDRESS OF ZFAM-MESSAGE    TO ADDRESS OF FF-DATA.

           IF  FF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF ZFAM-MESSAGE    TO SAVE-ADDRESS.

           MOVE SPACES                        TO CL-NAMES.
           UNSTRING COLS-LIST
               DELIMITED BY ALL '+'
               INTO CL-NAME(1)
                    CL-NAME(2)
                    CL-NAME(3)
                    CL-NAME(4)
                    CL-NAME(5)
                    CL-NAME(6)
                    CL-NAME(7)
                    CL-NAME(8).

           MOVE SPACES                        TO PJ-BUFFER.
           MOVE ZEROES                        TO PJ-LENGTH.

           PERFORM 3655-PROJECT-COLUMN      THRU 3655-EXIT
               VARYING CL-INDEX FROM 1 BY 1
               UNTIL   CL-INDEX GREATER THAN 8.

           PERFORM 3611-WRITE-ETAG          THRU 3611-EXIT.

           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (PJ-BUFFER)
                FROMLENGTH(PJ-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE PJ-LENGTH                    TO MT-BYTES-OUT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               MOVE PJ-LENGTH                TO AUDIT-BYTES
               PERFORM 9944-AUDIT-READ     THRU 9944-EXIT.

           PERFORM 9945-TOUCH-ACCESS      THRU 9945-EXIT.

       3650-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?cols= column projection.                          *
      * Locate one requested column in the schema and append its      *
      * bytes to the projection buffer.                               *
      *****************************************************************
       3655-PROJECT-COLUMN.
           IF  CL-NAME(CL-INDEX) EQUAL SPACES
               GO TO 3655-EXIT.

           MOVE 'N'                           TO PJ-FOUND-SW.
           MOVE PJ-FD-BASE                    TO FAXXFD-ADDRESS-X.
           MOVE PJ-FD-LENGTH                  TO PJ-FD-REMAINING.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

           PERFORM 3660-PROJECT-SCAN        THRU 3660-EXIT
               WITH TEST AFTER
               UNTIL PJ-FD-REMAINING NOT GREATER THAN ZEROES
               OR    PJ-FOUND-SW EQUAL 'Y'.

       3655-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?cols= column projection.                          *
      * Compare one schema entry's FD-NAME against the requested      *
      * column; on a match append the column bytes, pipe-delimited.   *
      *****************************************************************
       3660-PROJECT-SCAN.
           IF  FD-NAME EQUAL CL-NAME(CL-INDEX)
               MOVE 'Y'                       TO PJ-FOUND-SW
               MOVE FD-COLUMN                 TO PJ-COL
               MOVE FD-LENGTH                 TO PJ-LEN.

           IF  PJ-FOUND-SW EQUAL 'Y'
           AND PJ-COL GREATER THAN ZEROES
           AND PJ-LEN GREATER THAN ZEROES
           AND PJ-COL + PJ-LEN NOT GREATER THAN THIRTY-TWO-KB
           AND PJ-LENGTH + PJ-LEN + ONE
                   NOT GREATER THAN LENGTH OF PJ-BUFFER
               IF  PJ-LENGTH GREATER THAN ZEROES
                   ADD  ONE                   TO PJ-LENGTH
                   MOVE PIPE-DELIM            TO PJ-BUFFER(PJ-LENGTH:1)
                   MOVE ZFAM-MESSAGE(PJ-COL:PJ-LEN)
                        TO PJ-BUFFER(PJ-LENGTH + 1:PJ-LEN)
                   ADD  PJ-LEN                TO PJ-LENGTH
               ELSE
                   MOVE ZFAM-MESSAGE(PJ-COL:PJ-LEN)
                        TO PJ-BUFFER(PJ-LENGTH + 1:PJ-LEN)
                   ADD  PJ-LEN                TO PJ-LENGTH.

           SUBTRACT LENGTH OF FD-ENTRY      FROM PJ-FD-REMAINING.
           ADD      LENGTH OF FD-ENTRY        TO FAXXFD-ADDRESS-X.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

       3660-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - Accept: application/json.                          *
      * Render the staged row as a JSON object from the FAxxFD        *
      * schema container.  A table with no schema container leaves    *
      * JSON-SENT-SW at 'N' and the raw record is served instead.     *
      *****************************************************************
       3670-SEND-JSON.
           MOVE 'N'                           TO JSON-SENT-SW.
           MOVE SIXTY-FIVE-KB                 TO JS-FD-LENGTH.

           EXEC CICS GET
                CONTAINER(ZFAM-FAXXFD)
                CHANNEL  (ZFAM-CHANNEL)
                FLENGTH  (JS-FD-LENGTH)
                SET      (FAXXFD-ADDRESS)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3670-EXIT.

           IF  FF-SEGMENTS EQUAL ONE
               SET ADDRESS OF ZFAM-MESSAGE    TO ADDRESS OF FF-DATA.

           IF  FF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF ZFAM-MESSAGE    TO SAVE-ADDRESS.

           MOVE SPACES                        TO JS-BUFFER.
           MOVE ZEROES                        TO JS-LENGTH.
           MOVE 'Y'                           TO JSON-FIRST-SW.

           MOVE '{'                           TO JS-BUFFER(1:1).
           MOVE 1                             TO JS-LENGTH.

           IF  EXPAND-REQUEST-SW EQUAL 'Y'
               PERFORM 3680-EXPAND-TARGET   THRU 3680-EXIT.

           MOVE JS-FD-LENGTH                  TO JS-FD-REMAINING.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

           PERFORM 3675-JSON-COLUMN         THRU 3675-EXIT
               WITH TEST AFTER
               UNTIL JS-FD-REMAINING NOT GREATER THAN ZEROES.

           ADD  1                             TO JS-LENGTH.
           MOVE '}'                           TO JS-BUFFER(JS-LENGTH:1).

           PERFORM 3611-WRITE-ETAG          THRU 3611-EXIT.

           MOVE 'Y'                           TO JSON-SENT-SW.
           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (JS-BUFFER)
                FROMLENGTH(JS-LENGTH)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE JS-LENGTH                    TO MT-BYTES-OUT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               MOVE JS-LENGTH                TO AUDIT-BYTES
               PERFORM 9944-AUDIT-READ     THRU 9944-EXIT.

           PERFORM 9945-TOUCH-ACCESS      THRU 9945-EXIT.

       3670-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - JSON.  Append one schema column as a named field - *
      * an all-digit value as a bare number, anything else quoted     *
      * with its trailing spaces trimmed.                             *
      *****************************************************************
       3675-JSON-COLUMN.
           MOVE 'N'                           TO JS-EMIT-SW.
           MOVE FD-COLUMN                     TO JS-COL.
           MOVE FD-LENGTH                     TO JS-LEN.

           IF  FD-NAME EQUAL SPACES
           OR  JS-COL NOT GREATER THAN ZEROES
           OR  JS-LEN NOT GREATER THAN ZEROES
           OR  JS-COL + JS-LEN GREATER THAN THIRTY-TWO-KB
               GO TO 3675-NEXT.

           IF  JS-LEN GREATER THAN LENGTH OF JS-VALUE
               MOVE LENGTH OF JS-VALUE        TO JS-LEN.

           MOVE ZEROES                        TO JS-NAME-TRAIL.
           INSPECT FUNCTION REVERSE(FD-NAME)
           TALLYING JS-NAME-TRAIL
           FOR LEADING SPACES.

           SUBTRACT JS-NAME-TRAIL
               FROM LENGTH OF FD-NAME
               GIVING JS-NAME-LEN.

           MOVE SPACES                        TO JS-VALUE.
           MOVE ZFAM-MESSAGE(JS-COL:JS-LEN)
             TO JS-VALUE(1:JS-LEN).

           INSPECT JS-VALUE
           REPLACING ALL LOW-VALUES BY SPACES.

           INSPECT JS-VALUE
           REPLACING ALL '"' BY "'".

           MOVE ZEROES                        TO JS-VAL-TRAIL.
           INSPECT FUNCTION REVERSE(JS-VALUE)
           TALLYING JS-VAL-TRAIL
           FOR LEADING SPACES.

           SUBTRACT JS-VAL-TRAIL
               FROM LENGTH OF JS-VALUE
               GIVING JS-VAL-LEN.

           IF  JS-LENGTH + JS-NAME-LEN + JS-VAL-LEN + 8
                   GREATER THAN LENGTH OF JS-BUFFER
               GO TO 3675-NEXT.

           IF  JSON-FIRST-SW EQUAL 'Y'
               MOVE 'N'                       TO JSON-FIRST-SW
           ELSE
               ADD  1                         TO JS-LENGTH
               MOVE ','                       TO JS-BUFFER(JS-LENGTH:1).

           ADD  1                             TO JS-LENGTH.
           MOVE '"'                           TO JS-BUFFER(JS-LENGTH:1).
           MOVE FD-NAME(1:JS-NAME-LEN)
             TO JS-BUFFER(JS-LENGTH + 1:JS-NAME-LEN).
           ADD  JS-NAME-LEN                   TO JS-LENGTH.
           ADD  1                             TO JS-LENGTH.
           MOVE '"'                           TO JS-BUFFER(JS-LENGTH:1).
           ADD  1                             TO JS-LENGTH.
           MOVE ':'                           TO JS-BUFFER(JS-LENGTH:1).
           MOVE 'Y'                           TO JS-EMIT-SW.

      *****************************************************************
      * A non-empty all-digit value goes out as a bare number.        *
      *****************************************************************
           MOVE ZEROES                        TO JS-DIGITS.
           IF  JS-VAL-LEN GREATER THAN ZEROES
               INSPECT JS-VALUE(1:JS-VAL-LEN)
               TALLYING JS-DIGITS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.

           IF  JS-VAL-LEN GREATER THAN ZEROES
           AND JS-DIGITS EQUAL JS-VAL-LEN
               MOVE JS-VALUE(1:JS-VAL-LEN)
                 TO JS-BUFFER(JS-LENGTH + 1:JS-VAL-LEN)
               ADD  JS-VAL-LEN                TO JS-LENGTH
               GO TO 3675-NEXT.

           ADD  1                             TO JS-LENGTH.
           MOVE '"'                           TO JS-BUFFER(JS-LENGTH:1).

           IF  JS-VAL-LEN GREATER THAN ZEROES
               MOVE JS-VALUE(1:JS-VAL-LEN)
                 TO JS-BUFFER(JS-LENGTH + 1:JS-VAL-LEN)
               ADD  JS-VAL-LEN                TO JS-LENGTH.

           ADD  1                             TO JS-LENGTH.
           MOVE '"'                           TO JS-BUFFER(JS-LENGTH:1).

       3675-NEXT.
           IF  JS-EMIT-SW        EQUAL 'Y'
           AND EXPAND-REQUEST-SW EQUAL 'Y'
           AND FD-NAME           EQUAL EXPAND-NAME
               PERFORM 3685-JSON-EXPAND     THRU 3685-EXIT.

           SUBTRACT LENGTH OF FD-ENTRY      FROM JS-FD-REMAINING.
           ADD      LENGTH OF FD-ENTRY        TO FAXXFD-ADDRESS-X.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

       3675-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - JSON ?expand=column.                               *
      * Find the table the expanded column refers to on the REF line  *
      * of this table's FAxxRI template.  No template or no REF line  *
      * leaves EXPAND-TABLE at SPACES.                                *
      *****************************************************************
       3680-EXPAND-TARGET.
           MOVE SPACES                        TO EXPAND-TABLE.
           MOVE ZEROES                        TO RI-DOC-LENGTH.
           MOVE FK-TRANID                     TO RI-TRANID.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(RI-TOKEN)
                TEMPLATE(ZFAM-RI)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3680-EXIT.

           MOVE LENGTH OF RI-BUFFER           TO RI-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(RI-TOKEN)
                INTO     (RI-BUFFER)
                LENGTH   (RI-DOC-LENGTH)
                MAXLENGTH(RI-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3680-EXIT.

           PERFORM 3681-SCAN-RI             THRU 3681-EXIT
               VARYING RI-OFFSET FROM ZEROES BY LENGTH OF RI-ENTRY
               UNTIL RI-OFFSET NOT LESS THAN RI-DOC-LENGTH
               OR    EXPAND-TABLE NOT EQUAL SPACES.

       3680-EXIT.
           EXIT.

       3681-SCAN-RI.
           MOVE RI-BUFFER(RI-OFFSET + 1:LENGTH OF RI-ENTRY)
                                              TO RI-ENTRY.

           IF  RI-TYPE EQUAL 'REF  '
           AND RI-NAME EQUAL EXPAND-NAME
               MOVE RI-TABLE                  TO EXPAND-TABLE.

       3681-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - JSON ?expand=column.                               *
      * The expanded column has just been written; follow it with     *
      * the "column-expand" member - the referenced row from ZFAM151, *
      * null for a blank reference, or a zFAM-Expand marker naming    *
      * why the row could not be nested.                              *
      *****************************************************************
       3685-JSON-EXPAND.
           IF  JS-LENGTH + JS-NAME-LEN + JS-VAL-LEN + 64
                   GREATER THAN LENGTH OF JS-BUFFER
               GO TO 3685-EXIT.

           ADD  1                             TO JS-LENGTH.
           MOVE ','                           TO JS-BUFFER(JS-LENGTH:1).
           ADD  1                             TO JS-LENGTH.
           MOVE '"'                           TO JS-BUFFER(JS-LENGTH:1).
           MOVE FD-NAME(1:JS-NAME-LEN)
             TO JS-BUFFER(JS-LENGTH + 1:JS-NAME-LEN).
           ADD  JS-NAME-LEN                   TO JS-LENGTH.
           MOVE '-expand":'
             TO JS-BUFFER(JS-LENGTH + 1:9).
           ADD  9                             TO JS-LENGTH.

           IF  JS-VAL-LEN NOT GREATER THAN ZEROES
               MOVE 'null'
             TO JS-BUFFER(JS-LENGTH + 1:4)
               ADD  4                         TO JS-LENGTH
               GO TO 3685-EXIT.

           IF  EXPAND-TABLE EQUAL SPACES
               MOVE 'not a reference'         TO EXPAND-REASON
               PERFORM 3686-EXPAND-MARK     THRU 3686-EXIT
               GO TO 3685-EXIT.

           MOVE JS-VAL-LEN                    TO EXPAND-KEY-LEN.
           IF  EXPAND-KEY-LEN GREATER THAN LENGTH OF CA151-KEY
               MOVE LENGTH OF CA151-KEY       TO EXPAND-KEY-LEN.

           MOVE EXPAND-TABLE                  TO CA151-TABLE.
           MOVE SPACES                        TO CA151-STATUS.
           MOVE LOW-VALUES                    TO CA151-KEY.
           MOVE ZFAM-MESSAGE(JS-COL:EXPAND-KEY-LEN)
             TO CA151-KEY(1:EXPAND-KEY-LEN).
           MOVE ZEROES                        TO CA151-LENGTH.

           EXEC CICS LINK PROGRAM(ZFAM151)
                COMMAREA(ZFAM151-COMMAREA)
                LENGTH  (LENGTH OF ZFAM151-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                       TO CA151-STATUS.

           IF  CA151-STATUS EQUAL SPACES
           AND JS-LENGTH + CA151-LENGTH + 8
                   GREATER THAN LENGTH OF JS-BUFFER
               MOVE 'L'                       TO CA151-STATUS.

           IF  CA151-STATUS EQUAL SPACES
               MOVE CA151-OBJECT(1:CA151-LENGTH)
                 TO JS-BUFFER(JS-LENGTH + 1:CA151-LENGTH)
               ADD  CA151-LENGTH              TO JS-LENGTH
               GO TO 3685-EXIT.

           MOVE 'read error'                  TO EXPAND-REASON.

           IF  CA151-STATUS EQUAL 'D'
               MOVE 'dangling reference'      TO EXPAND-REASON.

           IF  CA151-STATUS EQUAL 'A'
               MOVE 'not authorized'          TO EXPAND-REASON.

           IF  CA151-STATUS EQUAL 'S'
               MOVE 'no schema'               TO EXPAND-REASON.

           IF  CA151-STATUS EQUAL 'L'
               MOVE 'response too large'      TO EXPAND-REASON.

           PERFORM 3686-EXPAND-MARK         THRU 3686-EXIT.

       3685-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - JSON ?expand=column.                               *
      * Write the {"zFAM-Expand":"reason","key":"value"} marker in    *
      * place of a row that could not be nested.                      *
      *****************************************************************
       3686-EXPAND-MARK.
           MOVE ZEROES                        TO EXPAND-REASON-LEN.
           INSPECT FUNCTION REVERSE(EXPAND-REASON)
           TALLYING EXPAND-REASON-LEN
           FOR LEADING SPACES.

           SUBTRACT EXPAND-REASON-LEN FROM LENGTH OF EXPAND-REASON
               GIVING EXPAND-REASON-LEN.

           MOVE '{"zFAM-Expand":"'
             TO JS-BUFFER(JS-LENGTH + 1:16).
           ADD  16                            TO JS-LENGTH.
           MOVE EXPAND-REASON(1:EXPAND-REASON-LEN)
             TO JS-BUFFER(JS-LENGTH + 1:EXPAND-REASON-LEN).
           ADD  EXPAND-REASON-LEN             TO JS-LENGTH.
           MOVE '","key":"'
             TO JS-BUFFER(JS-LENGTH + 1:9).
           ADD  9                             TO JS-LENGTH.
           MOVE JS-VALUE(1:JS-VAL-LEN)
             TO JS-BUFFER(JS-LENGTH + 1:JS-VAL-LEN).
           ADD  JS-VAL-LEN                    TO JS-LENGTH.
           MOVE '"}'
             TO JS-BUFFER(JS-LENGTH + 1:2).
           ADD  2                             TO JS-LENGTH.

       3686-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Write the ETag response header from the value staged in       *
      * 3210-CHECK-ETAG.                                               *
      * The same timestamp follows as UTC in zFAM-Utc-Abs, which the  *
      * partner's reconciliation audit (ZFAM106) compares in place of *
      * the local-time ETag.                                          *
      *****************************************************************
       3611-WRITE-ETAG.
           MOVE LENGTH OF HTTP-ETAG           TO ZFAM-ETAG-LENGTH.
           MOVE LENGTH OF HTTP-ETAG-VALUE     TO ETAG-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-ETAG)
                NAMELENGTH (ZFAM-ETAG-LENGTH)
                VALUE      (HTTP-ETAG-VALUE)
                VALUELENGTH(ETAG-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE HTTP-ETAG-VALUE(1:15)         TO UT-ABS-X.

           IF  UT-ABS NOT NUMERIC
               GO TO 3611-EXIT.

           PERFORM 9044-UTC-OFFSET        THRU 9044-EXIT.

           SUBTRACT UT-OFFSET-MS FROM UT-ABS.

           MOVE LENGTH OF HTTP-UTC-ABS        TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF UT-ABS              TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-UTC-ABS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (UT-ABS)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       3611-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Echo back the client-asserted encoding stored on the KEY      *
      * record, so the client knows how to decompress the bytes.      *
      *****************************************************************
       3612-WRITE-ENCODING.
           MOVE FK-ENCODING                   TO HTTP-ENCODING-VALUE.
           MOVE LENGTH OF HTTP-ENCODING        TO ZFAM-ENCODING-LENGTH.
           MOVE LENGTH OF HTTP-ENCODING-VALUE  TO ENCODING-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-ENCODING)
                NAMELENGTH (ZFAM-ENCODING-LENGTH)
                VALUE      (HTTP-ENCODING-VALUE)
                VALUELENGTH(ENCODING-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       3612-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Send zFAM Event Control Record.                               *
      *                                                               *
      * An Event Control Record is Record Key only and corresponding  *
      * zFAM header.                                                  *
      *****************************************************************
       3620-SEND-ECR.
           PERFORM 9050-ELAPSED-TIME THRU 9050-EXIT.
           PERFORM 9400-WRITE-ECR    THRU 9400-EXIT.

           MOVE TEXT-PLAIN             TO WEB-MEDIA-TYPE.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           EXEC CICS WEB SEND
                FROM      (URI-KEY)
                FROMLENGTH(URI-KEY-LENGTH)
                MEDIATYPE (WEB-MEDIA-TYPE)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       3620-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Send a bodyless 304 Not Modified when the client's             *
      * If-None-Match header matches the record's current ETag.        *
      *****************************************************************
       3630-SEND-NOT-MODIFIED.
           PERFORM 3611-WRITE-ETAG           THRU 3611-EXIT.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           MOVE HTTP-STATUS-304              TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-304)
                STATUSTEXT(HTTP-NOT-MODIFIED)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       3630-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Process LOB requests.                                         *
      *****************************************************************
       3700-LOB.
           IF  READ-KEY NOT EQUAL 'Y'
               PERFORM 3200-READ-KEY        THRU 3200-EXIT.

           MOVE ZEROES                        TO AUDIT-BYTES.
           MOVE ONE                           TO FF-SEGMENT.

           PERFORM 9051-ELAPSED-HEADER      THRU 9051-EXIT.

           IF  FK-LOB     EQUAL 'L'
               PERFORM 3710-READ-FILE       THRU 3710-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT FROM 1 BY 1
                   UNTIL   FF-SEGMENT EQUAL        FK-SEGMENTS
                   OR      FF-SEGMENT GREATER THAN FK-SEGMENTS.

           IF  FK-LOB NOT EQUAL 'L'
               PERFORM 3710-READ-FILE       THRU 3710-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT FROM 1 BY 1
                   UNTIL   FF-SEGMENT EQUAL        FF-SEGMENTS
                   OR      FF-SEGMENT GREATER THAN FF-SEGMENTS.

           EXEC CICS WEB SEND
                CHUNKEND
                NOHANDLE
           END-EXEC.

           PERFORM 9052-SLOW-LOG    THRU 9052-EXIT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               PERFORM 9944-AUDIT-READ THRU 9944-EXIT.

           PERFORM 9945-TOUCH-ACCESS      THRU 9945-EXIT.

           PERFORM 9000-RETURN      THRU 9000-EXIT.

       3700-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Read file store and send each segment as a chunked message.   *
      *****************************************************************
       3710-READ-FILE.
           MOVE FK-FF-KEY                  TO FF-KEY.
           MOVE ZEROES                     TO FF-ZEROES.
           MOVE LENGTH OF FF-RECORD        TO FF-LENGTH.

           MOVE FC-READ                    TO FE-FN
           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                TO FE-FN
               MOVE '3710'                 TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR   THRU 9100-EXIT
               MOVE EIBDS                  TO CA090-FILE
               MOVE STATUS-507             TO CA090-STATUS
               MOVE '10'                   TO CA090-REASON
               PERFORM 9998-ZFAM090      THRU 9998-EXIT.

           MOVE 'N'                        TO CHECKSUM-MISMATCH.
           PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT.
           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE 'Y'                    TO CHECKSUM-MISMATCH.

           IF  CHECKSUM-MISMATCH EQUAL 'N'
               PERFORM 3720-SEND          THRU 3720-EXIT.

           IF  CHECKSUM-MISMATCH EQUAL 'Y'
               MOVE EIBDS                  TO CA090-FILE
               MOVE STATUS-507             TO CA090-STATUS
               MOVE '16'                    TO CA090-REASON
               PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       3710-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET.                                                     *
      * Send each segment as a message chunk.                         *
      *****************************************************************
       3720-SEND.
           MOVE FF-MEDIA                     TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN               TO WEB-MEDIA-TYPE.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE DFHVALUE(SRVCONVERT)     TO SERVER-CONVERT
           ELSE
               MOVE DFHVALUE(NOSRVCONVERT)   TO SERVER-CONVERT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH
           MOVE FF-LENGTH                    TO ZFAM-LENGTH
           PERFORM 9043-DECIPHER-SEGMENT  THRU 9043-EXIT.

           IF  FF-SEGMENT EQUAL ONE
               EXEC CICS WEB SEND
                    FROM      (FF-DATA)
                    FROMLENGTH(ZFAM-LENGTH)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    STATUSCODE(HTTP-STATUS-200)
                    STATUSTEXT(HTTP-OK)
                    ACTION    (SEND-ACTION)
                    SERVERCONV(SERVER-CONVERT)
                    CHUNKYES
                    NOHANDLE
               END-EXEC.

           IF  FF-SEGMENT NOT EQUAL ONE
               EXEC CICS WEB SEND
                    FROM      (FF-DATA)
                    FROMLENGTH(ZFAM-LENGTH)
                    CHUNKYES
                    NOHANDLE
               END-EXEC.

           ADD  ZFAM-LENGTH                  TO AUDIT-BYTES.
           ADD  ZFAM-LENGTH                  TO MT-BYTES-OUT.

       3720-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - Range: bytes=n-m.                                  *
      * Validate the Range request header.  RANGE-REQUEST-SW is only  *
      * set when the value parses cleanly as bytes=start-end with     *
      * start not greater than end; anything else leaves the GET to   *
      * be served in full, per the HTTP specification.                *
      *****************************************************************
       3810-RANGE-PARSE.
           MOVE SPACES                      TO RANGE-UNIT-TEXT
                                                RANGE-SPAN-TEXT
                                                RANGE-START-TEXT
                                                RANGE-END-TEXT.

           UNSTRING HTTP-RANGE-VALUE
               DELIMITED BY ALL '='
               INTO RANGE-UNIT-TEXT
                    RANGE-SPAN-TEXT.

           IF  RANGE-UNIT-TEXT(1:5) NOT EQUAL 'bytes'
               GO TO 3810-EXIT.

           UNSTRING RANGE-SPAN-TEXT
               DELIMITED BY ALL '-'
               INTO RANGE-START-TEXT
                    RANGE-END-TEXT.

           MOVE ZEROES                      TO RANGE-TEXT-SPACES.
           INSPECT FUNCTION REVERSE(RANGE-START-TEXT)
           TALLYING RANGE-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT RANGE-TEXT-SPACES
               FROM LENGTH OF RANGE-START-TEXT
               GIVING RANGE-TEXT-LENGTH.

           IF  RANGE-TEXT-LENGTH NOT GREATER THAN ZEROES
               GO TO 3810-EXIT.

           MOVE ZEROES                      TO RB-START-D.
           MOVE RANGE-START-TEXT(1:RANGE-TEXT-LENGTH)
                TO RB-START-D(11 - RANGE-TEXT-LENGTH:RANGE-TEXT-LENGTH).

           IF  RB-START-N NOT NUMERIC
               GO TO 3810-EXIT.

           MOVE ZEROES                      TO RANGE-TEXT-SPACES.
           INSPECT FUNCTION REVERSE(RANGE-END-TEXT)
           TALLYING RANGE-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT RANGE-TEXT-SPACES
               FROM LENGTH OF RANGE-END-TEXT
               GIVING RANGE-TEXT-LENGTH.

           IF  RANGE-TEXT-LENGTH NOT GREATER THAN ZEROES
               GO TO 3810-EXIT.

           MOVE ZEROES                      TO RB-END-D.
           MOVE RANGE-END-TEXT(1:RANGE-TEXT-LENGTH)
                TO RB-END-D(11 - RANGE-TEXT-LENGTH:RANGE-TEXT-LENGTH).

           IF  RB-END-N NOT NUMERIC
               GO TO 3810-EXIT.

           IF  RB-END-N LESS THAN RB-START-N
               GO TO 3810-EXIT.

           MOVE RB-START-N                  TO RB-START.
           MOVE RB-END-N                    TO RB-END.
           MOVE 'Y'                         TO RANGE-REQUEST-SW.

       3810-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - Range: bytes=n-m.                                  *
      * Read only the FILE store segments covering the requested      *
      * span, assemble them in a GETMAIN buffer sized to just those   *
      * segments, and answer 206 with the requested byte slice.       *
      *****************************************************************
       3800-RANGE-GET.
           DIVIDE RB-START BY THIRTY-TWO-KB
               GIVING    RB-FIRST-SEGMENT
               REMAINDER RB-SEGMENT-REMAINDER.
           ADD  ONE                         TO RB-FIRST-SEGMENT.

           DIVIDE RB-END BY THIRTY-TWO-KB
               GIVING    RB-LAST-SEGMENT
               REMAINDER RB-SEGMENT-REMAINDER.
           ADD  ONE                         TO RB-LAST-SEGMENT.

           IF  FK-SEGMENTS GREATER THAN ZEROES
           AND RB-LAST-SEGMENT GREATER THAN FK-SEGMENTS
               MOVE FK-SEGMENTS             TO RB-LAST-SEGMENT.

           IF  FK-SEGMENTS GREATER THAN ZEROES
           AND RB-FIRST-SEGMENT GREATER THAN FK-SEGMENTS
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           COMPUTE GETMAIN-LENGTH =
                   (RB-LAST-SEGMENT - RB-FIRST-SEGMENT + 1)
                   * THIRTY-TWO-KB.

           EXEC CICS GETMAIN SET(ZFAM-ADDRESS)
                FLENGTH(GETMAIN-LENGTH)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           MOVE ZFAM-ADDRESS-X              TO SAVE-ADDRESS-X.
           MOVE ZEROES                      TO RB-ASSEMBLED.
           MOVE 'N'                         TO RB-EOF-SW.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.

           PERFORM 3820-RANGE-SEGMENT     THRU 3820-EXIT
               WITH TEST AFTER
               VARYING FF-SEGMENT           FROM RB-FIRST-SEGMENT BY 1
               UNTIL   FF-SEGMENT GREATER THAN RB-LAST-SEGMENT
               OR      RB-EOF-SW EQUAL 'Y'.

           COMPUTE RB-SLICE-OFFSET = RB-START
                   - ((RB-FIRST-SEGMENT - 1) * THIRTY-TWO-KB) + 1.

           COMPUTE RB-ACTUAL-END =
                   ((RB-FIRST-SEGMENT - 1) * THIRTY-TWO-KB)
                   + RB-ASSEMBLED - 1.

           IF  RB-END GREATER THAN RB-ACTUAL-END
               MOVE RB-ACTUAL-END           TO RB-END.

           IF  RB-END LESS THAN RB-START
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           COMPUTE RB-SLICE-LENGTH = RB-END - RB-START + 1.

           PERFORM 3830-RANGE-SEND        THRU 3830-EXIT.

       3800-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - Range: bytes=n-m.                                  *
      * Read one in-span FILE store segment into the range buffer.    *
      *****************************************************************
       3820-RANGE-SEGMENT.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE 'Y'                     TO RB-EOF-SW
               GO TO 3820-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                 TO FE-FN
               MOVE '3820'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE 'N'                         TO CHECKSUM-MISMATCH.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '16'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           SUBTRACT FF-PREFIX             FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT  THRU 9043-EXIT.

           SET ADDRESS OF ZFAM-MESSAGE      TO ZFAM-ADDRESS.
           MOVE FF-DATA(1:FF-LENGTH)        TO ZFAM-MESSAGE.
           ADD  FF-LENGTH                   TO ZFAM-ADDRESS-X.
           ADD  FF-LENGTH                   TO RB-ASSEMBLED.

       3820-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - Range: bytes=n-m.                                  *
      * Answer 206 with the requested slice of the assembled span,    *
      * plus Content-Range and ETag response headers.                 *
      *****************************************************************
       3830-RANGE-SEND.
           PERFORM 9051-ELAPSED-HEADER    THRU 9051-EXIT.

           MOVE RB-START                    TO CR-START.
           MOVE RB-END                      TO CR-END.

           MOVE LENGTH OF HTTP-CONTENT-RANGE  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF CONTENT-RANGE-VALUE TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-CONTENT-RANGE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (CONTENT-RANGE-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 3611-WRITE-ETAG        THRU 3611-EXIT.

           MOVE FF-MEDIA                    TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
               MOVE TEXT-PLAIN              TO WEB-MEDIA-TYPE.

           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE DFHVALUE(SRVCONVERT)    TO SERVER-CONVERT
           ELSE
               MOVE DFHVALUE(NOSRVCONVERT)  TO SERVER-CONVERT.

           COMPUTE ZFAM-ADDRESS-X =
                   SAVE-ADDRESS-X + RB-SLICE-OFFSET - 1.
           SET ADDRESS OF ZFAM-MESSAGE      TO ZFAM-ADDRESS.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           MOVE HTTP-STATUS-206             TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (ZFAM-MESSAGE)
                FROMLENGTH(RB-SLICE-LENGTH)
                MEDIATYPE (WEB-MEDIA-TYPE)
                STATUSCODE(HTTP-STATUS-206)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SERVERCONV(SERVER-CONVERT)
                NOHANDLE
           END-EXEC.

           MOVE 'Y'                         TO LOCK-RESPONSE-SENT.

           PERFORM 9052-SLOW-LOG          THRU 9052-EXIT.

           MOVE RB-SLICE-LENGTH              TO MT-BYTES-OUT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               MOVE RB-SLICE-LENGTH          TO AUDIT-BYTES
               PERFORM 9944-AUDIT-READ     THRU 9944-EXIT.

           PERFORM 9945-TOUCH-ACCESS      THRU 9945-EXIT.

       3830-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?pop.                                              *
      * Atomically read-and-delete the first qualifying record at or  *
      * after the URI key.  The READ UPDATE holds the KEY store       *
      * record so a competing consumer blocks until this task's unit  *
      * of work completes, the body is staged exactly as a normal     *
      * GET stages it, and the FK-RECORD and its FILE segments are    *
      * deleted before the staged body is sent by 3600-SEND-RESPONSE. *
      *****************************************************************
       3905-POP.
           PERFORM 3910-POP-READ-KEY   THRU 3910-EXIT.
           PERFORM 3300-READ-FILE      THRU 3300-EXIT.

           IF  FF-SUCCESSFUL EQUAL 'Y'
               PERFORM 3400-STAGE      THRU 3400-EXIT
               MOVE FK-FF-KEY            TO JL-BEFORE-IDN
               PERFORM 8590-JOURNAL-CAPTURE THRU 8590-EXIT
               PERFORM 3920-POP-DELETE THRU 3920-EXIT
               PERFORM 8600-JOURNAL    THRU 8600-EXIT
               MOVE LOW-VALUES           TO JL-BEFORE-IDN.

       3905-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?pop.                                              *
      * Read the first qualifying KEY store record for UPDATE.        *
      *****************************************************************
       3910-POP-READ-KEY.
           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                GTEQ
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE '3910'                      TO KE-PARAGRAPH.
           PERFORM 3290-CHECK-RESPONSE    THRU 3290-EXIT.

           IF  FK-ECR EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 3210-CHECK-ETAG         THRU 3210-EXIT.

      *****************************************************************
      * A pop is a destructive read - answering 304 while the work    *
      * item is dequeued would lose it unseen, so the conditional     *
      * check only stages the ETag response header here.              *
      *****************************************************************
           MOVE 'N'                         TO NOT-MODIFIED.

       3910-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?pop.                                              *
      * Delete the popped record's KEY store entry and every FILE     *
      * store segment, the same physical delete the DELETE method     *
      * performs in 5100-DELETE-KEY/5200-DELETE-FILE.                 *
      *****************************************************************
       3920-POP-DELETE.
      *****************************************************************
      * The KEY record is still held by 3910's READ UPDATE - a        *
      * DELETE with RIDFLD against an uncompleted update raises       *
      * INVREQ, so the delete rides the update token instead.         *
      *****************************************************************
           EXEC CICS DELETE FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

           IF  FK-TAG-COUNT NUMERIC
           AND FK-TAG-COUNT GREATER THAN ZEROES
               MOVE FK-FF-KEY               TO RETIRE-FF-KEY
               PERFORM 9075-RETIRE-TAGS   THRU 9075-EXIT.

           MOVE 'N'                         TO DEDUP-KEEP-SW.
           IF  FK-SHARED EQUAL 'Y'
           AND FK-ECR    NOT EQUAL 'Y'
               MOVE FK-FF-KEY               TO DR-FF-KEY
               PERFORM 9061-RELEASE-CHAIN THRU 9061-EXIT.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               PERFORM 3925-POP-DELETE-FILE THRU 3925-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT       FROM 1 BY 1
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

       3920-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?pop.                                              *
      * Delete one FILE store segment of the popped record.           *
      *****************************************************************
       3925-POP-DELETE-FILE.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(FF-KEY-16)
                NOHANDLE
           END-EXEC.

       3925-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Get counter, which is used as zFAM FILE internal key.         *
      *****************************************************************
       4000-GET-COUNTER.

           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT with masks in force.  A masked column the caller     *
      * writes back unchanged - it read the row masked and is         *
      * returning it - keeps its stored value rather than taking the  *
      * mask.  ZFAM188 marks the columns still in their masked form;  *
      * those are copied over from the stored row's first segment.    *
      * A new key, or a Content-Encoded stored row, has no columns to *
      * keep; the second is refused rather than overwritten blind.    *
      *****************************************************************
       4058-MASK-PROTECT.
           IF  DM-ACTIVE-SW NOT EQUAL 'Y'
           OR  RECEIVE-LENGTH NOT GREATER THAN ZEROES
               GO TO 4058-EXIT.

           SET ADDRESS OF ZFAM-MESSAGE       TO ZFAM-ADDRESS.
           MOVE RECEIVE-LENGTH               TO DM-LENGTH.

           IF  DM-LENGTH GREATER THAN LENGTH OF DM-DATA
               MOVE LENGTH OF DM-DATA        TO DM-LENGTH.

           MOVE ZFAM-MESSAGE(1:DM-LENGTH)    TO DM-DATA(1:DM-LENGTH).
           MOVE 'P'                          TO DM-FUNCTION.
           PERFORM 9093-MASK-CALL            THRU 9093-EXIT.

           IF  DM-MASKED-COUNT EQUAL ZEROES
               GO TO 4058-EXIT.

           MOVE URI-KEY                      TO FK-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP    NOT EQUAL DFHRESP(NORMAL)
           OR  FK-DELETED     EQUAL 'Y'
           OR  FK-ECR         EQUAL 'Y'
               GO TO 4058-EXIT.

           IF  FK-ENCODING NOT EQUAL SPACES
               MOVE '08'                     TO CA090-REASON
               PERFORM 9094-MASK-REFUSED   THRU 9094-EXIT.

           MOVE 'FILE'                       TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ZEROES                       TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE ONE                          TO FF-SEGMENT.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.
           MOVE LOW-VALUES                   TO FF-DATA.

           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4058-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

           SET ADDRESS OF ZFAM-MESSAGE       TO ZFAM-ADDRESS.

           PERFORM 4059-MASK-KEEP          THRU 4059-EXIT
               VARYING DM-SUB FROM 1 BY 1
               UNTIL   DM-SUB GREATER THAN DM-RULE-COUNT.

       4058-EXIT.
           EXIT.

      *****************************************************************
      * Copy one still-masked column back from the stored row, as     *
      * far as both the body and the stored row reach.                *
      *****************************************************************
       4059-MASK-KEEP.
           IF  DM-R-HIT(DM-SUB) NOT EQUAL 'Y'
               GO TO 4059-EXIT.

           MOVE DM-R-LENGTH(DM-SUB)          TO DM-KEEP-LENGTH.

           IF  DM-R-COLUMN(DM-SUB) + DM-KEEP-LENGTH - 1
                   GREATER THAN DM-LENGTH
               COMPUTE DM-KEEP-LENGTH =
                       DM-LENGTH - DM-R-COLUMN(DM-SUB) + 1.

           IF  DM-R-COLUMN(DM-SUB) + DM-KEEP-LENGTH - 1
                   GREATER THAN FF-LENGTH
               COMPUTE DM-KEEP-LENGTH =
                       FF-LENGTH - DM-R-COLUMN(DM-SUB) + 1.

           IF  DM-KEEP-LENGTH GREATER THAN ZEROES
               MOVE FF-DATA(DM-R-COLUMN(DM-SUB):DM-KEEP-LENGTH)
                 TO ZFAM-MESSAGE(DM-R-COLUMN(DM-SUB):DM-KEEP-LENGTH).

       4059-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST/PUT - payload well-formedness validation.           *
      * Walk the received body one segment-sized window at a time     *
      * and apply the basic structural checks for the declared media  *
      * type.  Anything that fails answers 422 before a single FILE   *
      * segment is written.  Tables that have not opted in, and      *
      * bodies that are not JSON or XML, pass straight through.       *
      *****************************************************************
       4060-VALIDATE-PAYLOAD.
           IF  DD-VALIDATE NOT EQUAL 'Y'
               GO TO 4060-EXIT.

           MOVE SPACES                TO VAL-KIND.

           IF  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE 'J'               TO VAL-KIND.

           IF  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:08) EQUAL 'text/xml'
               MOVE 'X'               TO VAL-KIND.

           IF  VAL-KIND EQUAL SPACES
               GO TO 4060-EXIT.

           MOVE ZEROES                TO VAL-DEPTH
                                         VAL-OPENS
                                         VAL-CLOSES.
           MOVE SPACES                TO VAL-FIRST-CHAR.
           MOVE 'N'                   TO VAL-BAD-SW
                                         VAL-IN-STRING
                                         VAL-ESCAPED.

           MOVE ZFAM-ADDRESS-X        TO VAL-PTR-X.
           MOVE RECEIVE-LENGTH        TO VAL-REMAINING.

           PERFORM 4062-VALIDATE-WINDOW THRU 4062-EXIT
               WITH TEST AFTER
               UNTIL VAL-REMAINING NOT GREATER THAN ZEROES
               OR    VAL-BAD-SW EQUAL 'Y'.

           IF  VAL-KIND EQUAL 'J'
               IF  VAL-FIRST-CHAR NOT EQUAL '{'
               AND VAL-FIRST-CHAR NOT EQUAL '['
                   MOVE 'Y'           TO VAL-BAD-SW.

           IF  VAL-KIND EQUAL 'J'
           AND VAL-DEPTH NOT EQUAL ZEROES
               MOVE 'Y'               TO VAL-BAD-SW.

           IF  VAL-KIND EQUAL 'J'
           AND VAL-IN-STRING EQUAL 'Y'
               MOVE 'Y'               TO VAL-BAD-SW.

      *****************************************************************
      * A bare '>' is legal XML character data, so only an '<' that   *
      * never closes counts against the body - not the raw balance.   *
      *****************************************************************
           IF  VAL-KIND EQUAL 'X'
               IF  VAL-FIRST-CHAR NOT EQUAL '<'
               OR  VAL-OPENS GREATER THAN VAL-CLOSES
               OR  VAL-OPENS EQUAL ZEROES
                   MOVE 'Y'           TO VAL-BAD-SW.

           IF  VAL-BAD-SW EQUAL 'Y'
               MOVE STATUS-422        TO CA090-STATUS
               MOVE '01'              TO CA090-REASON
               PERFORM 9998-ZFAM090 THRU 9998-EXIT.

       4060-EXIT.
           EXIT.

      *****************************************************************
      * Validate one window of the body.                              *
      *****************************************************************
       4062-VALIDATE-WINDOW.
           SET ADDRESS OF ZFAM-MESSAGE TO VAL-PTR.

           IF  VAL-REMAINING GREATER THAN THIRTY-TWO-KB
               MOVE THIRTY-TWO-KB     TO VAL-CHUNK
           ELSE
               MOVE VAL-REMAINING     TO VAL-CHUNK.

           PERFORM 4064-VALIDATE-BYTE THRU 4064-EXIT
               VARYING VAL-SUB FROM 1 BY 1
               UNTIL   VAL-SUB GREATER THAN VAL-CHUNK
               OR      VAL-BAD-SW EQUAL 'Y'.

           SUBTRACT VAL-CHUNK       FROM VAL-REMAINING.
           ADD      VAL-CHUNK         TO VAL-PTR-X.

       4062-EXIT.
           EXIT.

      *****************************************************************
      * Validate one body byte.                                       *
      *****************************************************************
       4064-VALIDATE-BYTE.
           MOVE ZFAM-MESSAGE(VAL-SUB:1) TO VAL-CHAR.

           IF  VAL-FIRST-CHAR EQUAL SPACES
           AND VAL-CHAR NOT EQUAL SPACES
           AND VAL-CHAR NOT EQUAL LOW-VALUES
               MOVE VAL-CHAR          TO VAL-FIRST-CHAR.

           IF  VAL-KIND EQUAL 'X'
           AND VAL-CHAR EQUAL '<'
               ADD  1                 TO VAL-OPENS.

           IF  VAL-KIND EQUAL 'X'
           AND VAL-CHAR EQUAL '>'
               ADD  1                 TO VAL-CLOSES.

           IF  VAL-KIND NOT EQUAL 'J'
               GO TO 4064-EXIT.

      *****************************************************************
      * Structural characters inside a JSON string are data, not      *
      * structure - track the string and escape state so bodies such  *
      * as a brace or escaped quote inside a value are left alone.    *
      *****************************************************************
           IF  VAL-ESCAPED EQUAL 'Y'
               MOVE 'N'               TO VAL-ESCAPED
               GO TO 4064-EXIT.

           IF  VAL-IN-STRING EQUAL 'Y'
               IF  VAL-CHAR EQUAL '\'
                   MOVE 'Y'           TO VAL-ESCAPED
                   GO TO 4064-EXIT
               ELSE
               IF  VAL-CHAR EQUAL '"'
                   MOVE 'N'           TO VAL-IN-STRING
                   GO TO 4064-EXIT
               ELSE
                   GO TO 4064-EXIT.

           IF  VAL-CHAR EQUAL '"'
               MOVE 'Y'               TO VAL-IN-STRING
               GO TO 4064-EXIT.

           IF  VAL-CHAR EQUAL '{'
           OR  VAL-CHAR EQUAL '['
               ADD  1                 TO VAL-DEPTH.

           IF  VAL-CHAR EQUAL '}'
           OR  VAL-CHAR EQUAL ']'
               SUBTRACT 1           FROM VAL-DEPTH.

           IF  VAL-DEPTH LESS THAN ZEROES
               MOVE 'Y'               TO VAL-BAD-SW.

       4064-EXIT.
           EXIT.

      *****************************************************************
      * Column-level domain validation.  A table with a FAxxVR        *
      * template has each ruled column of the received body checked   *
      * against its declared rule before anything is written.  The    *
      * columns are located through the FAxxFD schema container the   *
      * same way ?cols= projection locates them; a table with no      *
      * schema container (or no rules template) validates nothing.    *
      *****************************************************************
       4065-DOMAIN-VALIDATE.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(VR-TOKEN)
                TEMPLATE(ZFAM-VR)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4065-EXIT.

           MOVE LENGTH OF VR-BUFFER           TO VR-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(VR-TOKEN)
                INTO     (VR-BUFFER)
                LENGTH   (VR-DOC-LENGTH)
                MAXLENGTH(VR-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  VR-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 4065-EXIT.

           MOVE SIXTY-FIVE-KB                 TO DV-FD-LENGTH.

           EXEC CICS GET
                CONTAINER(ZFAM-FAXXFD)
                CHANNEL  (ZFAM-CHANNEL)
                FLENGTH  (DV-FD-LENGTH)
                SET      (FAXXFD-ADDRESS)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4065-EXIT.

           MOVE FAXXFD-ADDRESS-X              TO DV-FD-BASE.

           SET ADDRESS OF ZFAM-MESSAGE        TO ZFAM-ADDRESS.

           PERFORM 4066-VALIDATE-RULE       THRU 4066-EXIT
               WITH TEST AFTER
               VARYING VR-OFFSET              FROM ZEROES BY
                       LENGTH OF VR-ENTRY
               UNTIL VR-OFFSET NOT LESS THAN VR-DOC-LENGTH.

       4065-EXIT.
           EXIT.

      *****************************************************************
      * Computed and default columns - complete the received body     *
      * from the table's FAxxCV template, locating each column        *
      * through the FAxxFD schema container as 4065-DOMAIN-VALIDATE   *
      * does.  A table with no template (or no schema container) is   *
      * untouched.                                                    *
      *****************************************************************
       4063-COLUMN-VALUES.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(CV-TOKEN)
                TEMPLATE(ZFAM-CV)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4063-EXIT.

           MOVE LENGTH OF CV-BUFFER           TO CV-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(CV-TOKEN)
                INTO     (CV-BUFFER)
                LENGTH   (CV-DOC-LENGTH)
                MAXLENGTH(CV-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  CV-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 4063-EXIT.

           MOVE SIXTY-FIVE-KB                 TO CV-FD-LENGTH.

           EXEC CICS GET
                CONTAINER(ZFAM-FAXXFD)
                CHANNEL  (ZFAM-CHANNEL)
                FLENGTH  (CV-FD-LENGTH)
                SET      (FAXXFD-ADDRESS)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4063-EXIT.

           MOVE FAXXFD-ADDRESS-X              TO CV-FD-BASE.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                YYYYMMDD(CV-TODAY)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF ZFAM-MESSAGE        TO ZFAM-ADDRESS.

           PERFORM 4071-COLUMN-VALUE        THRU 4071-EXIT
               WITH TEST AFTER
               VARYING CV-OFFSET              FROM ZEROES BY
                       LENGTH OF CV-ENTRY
               UNTIL CV-OFFSET NOT LESS THAN CV-DOC-LENGTH.

       4063-EXIT.
           EXIT.

      *****************************************************************
      * Apply one FAxxCV line.  CALC always sets its column; the      *
      * other kinds only fill a column the client left blank.         *
      *****************************************************************
       4071-COLUMN-VALUE.
           MOVE CV-BUFFER(CV-OFFSET + 1: LENGTH OF CV-ENTRY)
                                              TO CV-ENTRY.

           IF  CV-NAME EQUAL SPACES
               GO TO 4071-EXIT.

           MOVE CV-NAME                       TO CV-LOOKUP-NAME.
           PERFORM 4072-FIND-CV-COLUMN      THRU 4072-EXIT.

           IF  CV-FOUND-SW NOT EQUAL 'Y'
               GO TO 4071-EXIT.

           MOVE CV-COL                        TO CV-TARGET-COL.
           MOVE CV-LEN                        TO CV-TARGET-LEN.

           IF  CV-KIND EQUAL 'CALC '
               PERFORM 4073-COMPUTE-COLUMN  THRU 4073-EXIT.

           IF  CV-KIND    EQUAL 'CALC '
           AND CV-FAIL-SW EQUAL 'Y'
               MOVE CV-NAME                   TO CA090-FIELD
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '18'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  CV-KIND EQUAL 'CALC '
               GO TO 4071-EXIT.

           IF  ZFAM-MESSAGE(CV-TARGET-COL:CV-TARGET-LEN)
                                          NOT EQUAL SPACES
           AND ZFAM-MESSAGE(CV-TARGET-COL:CV-TARGET-LEN)
                                          NOT EQUAL LOW-VALUES
               GO TO 4071-EXIT.

           IF  CV-KIND EQUAL 'VALUE'
               MOVE CV-PARM
                 TO ZFAM-MESSAGE(CV-TARGET-COL:CV-TARGET-LEN).

           IF  CV-KIND EQUAL 'TODAY'
               MOVE CV-TODAY
                 TO ZFAM-MESSAGE(CV-TARGET-COL:CV-TARGET-LEN).

           IF  CV-KIND NOT EQUAL 'COPY '
               GO TO 4071-EXIT.

           MOVE CV-PARM                       TO CV-LOOKUP-NAME.
           PERFORM 4072-FIND-CV-COLUMN      THRU 4072-EXIT.

           IF  CV-FOUND-SW EQUAL 'Y'
               MOVE ZFAM-MESSAGE(CV-COL:CV-LEN)
                 TO ZFAM-MESSAGE(CV-TARGET-COL:CV-TARGET-LEN).

       4071-EXIT.
           EXIT.

      *****************************************************************
      * Locate CV-LOOKUP-NAME in the schema container.  A column      *
      * that does not lie wholly within the received body is treated  *
      * as not found.                                                 *
      *****************************************************************
       4072-FIND-CV-COLUMN.
           MOVE 'N'                           TO CV-FOUND-SW.
           MOVE CV-FD-BASE                    TO FAXXFD-ADDRESS-X.
           MOVE CV-FD-LENGTH                  TO CV-FD-REMAINING.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

           PERFORM 4076-MATCH-CV-COLUMN     THRU 4076-EXIT
               WITH TEST AFTER
               UNTIL CV-FD-REMAINING NOT GREATER THAN ZEROES
               OR    CV-FOUND-SW EQUAL 'Y'.

           IF  CV-FOUND-SW NOT EQUAL 'Y'
               GO TO 4072-EXIT.

           COMPUTE CV-END = CV-COL + CV-LEN - 1.

           IF  CV-COL NOT GREATER THAN ZEROES
           OR  CV-LEN NOT GREATER THAN ZEROES
           OR  CV-END GREATER THAN THIRTY-TWO-KB
           OR  CV-END GREATER THAN RECEIVE-LENGTH
               MOVE 'N'                       TO CV-FOUND-SW.

       4072-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry's FD-NAME against CV-LOOKUP-NAME.    *
      *****************************************************************
       4076-MATCH-CV-COLUMN.
           IF  FD-NAME EQUAL CV-LOOKUP-NAME
               MOVE 'Y'                       TO CV-FOUND-SW
               MOVE FD-COLUMN                 TO CV-COL
               MOVE FD-LENGTH                 TO CV-LEN.

           SUBTRACT LENGTH OF FD-ENTRY      FROM CV-FD-REMAINING.
           ADD      LENGTH OF FD-ENTRY        TO FAXXFD-ADDRESS-X.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

       4076-EXIT.
           EXIT.

      *****************************************************************
      * CALC - evaluate <operand> <op> <operand> into the column.     *
      * CV-FAIL-SW is left 'Y' when it cannot be done.                *
      *****************************************************************
       4073-COMPUTE-COLUMN.
           MOVE SPACES                        TO CV-LEFT
                                                  CV-OPERATOR
                                                  CV-RIGHT.

           UNSTRING CV-PARM
               DELIMITED BY ALL SPACES
               INTO CV-LEFT
                    CV-OPERATOR
                    CV-RIGHT.

           MOVE 'N'                           TO CV-FAIL-SW.

           MOVE CV-LEFT                       TO CV-OPERAND.
           PERFORM 4074-CV-OPERAND          THRU 4074-EXIT.
           MOVE DV-VALUE                      TO CV-LEFT-VALUE.

           MOVE CV-RIGHT                      TO CV-OPERAND.
           PERFORM 4074-CV-OPERAND          THRU 4074-EXIT.
           MOVE DV-VALUE                      TO CV-RIGHT-VALUE.

           IF  CV-FAIL-SW EQUAL 'Y'
               GO TO 4073-EXIT.

           IF  CV-OPERATOR NOT EQUAL '+'
           AND CV-OPERATOR NOT EQUAL '-'
           AND CV-OPERATOR NOT EQUAL '*'
           AND CV-OPERATOR NOT EQUAL '/'
               MOVE 'Y'                       TO CV-FAIL-SW
               GO TO 4073-EXIT.

           IF  CV-OPERATOR    EQUAL '/'
           AND CV-RIGHT-VALUE EQUAL ZEROES
               MOVE 'Y'                       TO CV-FAIL-SW
               GO TO 4073-EXIT.

           MOVE ZEROES                        TO CV-RESULT.

           IF  CV-OPERATOR EQUAL '+'
               ADD CV-LEFT-VALUE CV-RIGHT-VALUE GIVING CV-RESULT
                   ON SIZE ERROR
                   MOVE 'Y'                   TO CV-FAIL-SW.

           IF  CV-OPERATOR EQUAL '-'
               SUBTRACT CV-RIGHT-VALUE FROM CV-LEFT-VALUE
                   GIVING CV-RESULT.

           IF  CV-OPERATOR EQUAL '*'
               MULTIPLY CV-LEFT-VALUE BY CV-RIGHT-VALUE
                   GIVING CV-RESULT
                   ON SIZE ERROR
                   MOVE 'Y'                   TO CV-FAIL-SW.

           IF  CV-OPERATOR EQUAL '/'
               DIVIDE CV-LEFT-VALUE BY CV-RIGHT-VALUE
                   GIVING CV-RESULT.

           IF  CV-FAIL-SW EQUAL 'Y'
           OR  CV-RESULT LESS THAN ZEROES
               MOVE 'Y'                       TO CV-FAIL-SW
               GO TO 4073-EXIT.

           MOVE CV-RESULT                     TO CV-RESULT-DIGITS.

           MOVE ZEROES                        TO CV-LEADING-ZEROES.
           INSPECT CV-RESULT-DIGITS
           TALLYING CV-LEADING-ZEROES
           FOR LEADING ZEROES.

           SUBTRACT CV-LEADING-ZEROES
               FROM LENGTH OF CV-RESULT-DIGITS
               GIVING CV-DIGITS.

           IF  CV-DIGITS GREATER THAN CV-TARGET-LEN
               MOVE 'Y'                       TO CV-FAIL-SW
               GO TO 4073-EXIT.

           IF  CV-TARGET-LEN NOT GREATER THAN LENGTH OF CV-RESULT-DIGITS
               MOVE CV-RESULT-DIGITS(19 - CV-TARGET-LEN:CV-TARGET-LEN)
                 TO ZFAM-MESSAGE(CV-TARGET-COL:CV-TARGET-LEN)
               GO TO 4073-EXIT.

           MOVE ZEROES
             TO ZFAM-MESSAGE(CV-TARGET-COL:CV-TARGET-LEN).

           COMPUTE CV-END = CV-TARGET-COL + CV-TARGET-LEN
                          - LENGTH OF CV-RESULT-DIGITS.

           MOVE CV-RESULT-DIGITS
             TO ZFAM-MESSAGE(CV-END:LENGTH OF CV-RESULT-DIGITS).

       4073-EXIT.
           EXIT.

      *****************************************************************
      * One CALC operand into DV-VALUE: the named column's value, or  *
      * the operand itself when it names no column.  A blank column   *
      * counts as zero; anything not all digits once leading spaces   *
      * are zero-filled sets CV-FAIL-SW.  The numeric edit is the     *
      * domain validation's own.                                      *
      *****************************************************************
       4074-CV-OPERAND.
           MOVE ZEROES                        TO DV-VALUE.

           IF  CV-OPERAND EQUAL SPACES
               MOVE 'Y'                       TO CV-FAIL-SW
               GO TO 4074-EXIT.

           MOVE CV-OPERAND                    TO CV-LOOKUP-NAME.
           PERFORM 4072-FIND-CV-COLUMN      THRU 4072-EXIT.

           IF  CV-FOUND-SW EQUAL 'Y'
           AND CV-LEN GREATER THAN LENGTH OF DV-FIELD-TEXT
               MOVE 'Y'                       TO CV-FAIL-SW
               GO TO 4074-EXIT.

           MOVE CV-OPERAND                    TO DV-FIELD-TEXT.

           IF  CV-FOUND-SW EQUAL 'Y'
               MOVE SPACES                    TO DV-FIELD-TEXT
               MOVE ZFAM-MESSAGE(CV-COL:CV-LEN)
                 TO DV-FIELD-TEXT(1:CV-LEN).

           INSPECT DV-FIELD-TEXT
           REPLACING ALL LOW-VALUES BY SPACES.

           INSPECT DV-FIELD-TEXT
           REPLACING LEADING SPACES BY ZEROES.

           MOVE ZEROES                        TO DV-TEXT-SPACES.
           INSPECT FUNCTION REVERSE(DV-FIELD-TEXT)
           TALLYING DV-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT DV-TEXT-SPACES
               FROM LENGTH OF DV-FIELD-TEXT
               GIVING DV-TEXT-LENGTH.

           MOVE 'N'                           TO DV-FAIL-SW.
           PERFORM 4068-EDIT-NUMERIC        THRU 4068-EXIT.

           IF  DV-FAIL-SW EQUAL 'Y'
               MOVE 'Y'                       TO CV-FAIL-SW.

       4074-EXIT.
           EXIT.

      *****************************************************************
      * Referential integrity - every REF column of the received body *
      * must name a live key on its parent table.  Runs ahead of any  *
      * write, so a violation has nothing to back out.                *
      *****************************************************************
       4075-REFERENCE-CHECK.
           MOVE 'CHECK '                      TO CA150-FUNCTION.
           MOVE FK-TRANID                     TO CA150-TABLE.
           MOVE ZEROES                        TO CA150-DEPTH.
           MOVE RECEIVE-LENGTH                TO CA150-RECORD-LENGTH.
           SET CA150-RECORD-ADDRESS           TO ZFAM-ADDRESS.

           EXEC CICS LINK PROGRAM(ZFAM150)
                COMMAREA(ZFAM150-COMMAREA)
                LENGTH  (LENGTH OF ZFAM150-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZFAM150                   TO CA090-FILE
               MOVE STATUS-503                TO CA090-STATUS
               MOVE '06'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  CA150-STATUS EQUAL 'M'
               MOVE CA150-FILE                TO CA090-FILE
               MOVE CA150-COLUMN              TO CA090-FIELD
               MOVE STATUS-409                TO CA090-STATUS
               MOVE '10'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  CA150-STATUS NOT EQUAL SPACES
               MOVE CA150-FILE                TO CA090-FILE
               MOVE CA150-COLUMN              TO CA090-FIELD
               MOVE STATUS-409                TO CA090-STATUS
               MOVE '13'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

       4075-EXIT.
           EXIT.

      *****************************************************************
      * Validate the received body against one FAxxVR rule line.      *
      *****************************************************************
       4066-VALIDATE-RULE.
           MOVE VR-BUFFER(VR-OFFSET + 1: LENGTH OF VR-ENTRY)
                                              TO VR-ENTRY.

           IF  VR-NAME EQUAL SPACES
               GO TO 4066-EXIT.

      *****************************************************************
      * Locate the ruled column in the schema container.              *
      *****************************************************************
           MOVE 'N'                           TO DV-FOUND-SW.
           MOVE DV-FD-BASE                    TO FAXXFD-ADDRESS-X.
           MOVE DV-FD-LENGTH                  TO DV-FD-REMAINING.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

           PERFORM 4067-FIND-COLUMN         THRU 4067-EXIT
               WITH TEST AFTER
               UNTIL DV-FD-REMAINING NOT GREATER THAN ZEROES
               OR    DV-FOUND-SW EQUAL 'Y'.

           IF  DV-FOUND-SW NOT EQUAL 'Y'
               GO TO 4066-EXIT.

           IF  DV-COL NOT GREATER THAN ZEROES
           OR  DV-LEN NOT GREATER THAN ZEROES
           OR  DV-COL + DV-LEN GREATER THAN THIRTY-TWO-KB
           OR  DV-COL GREATER THAN RECEIVE-LENGTH
               GO TO 4066-EXIT.

           IF  DV-LEN GREATER THAN LENGTH OF DV-FIELD-TEXT
               MOVE LENGTH OF DV-FIELD-TEXT   TO DV-LEN.

           MOVE SPACES                        TO DV-FIELD-TEXT.
           MOVE ZFAM-MESSAGE(DV-COL:DV-LEN)
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

           MOVE 'N'                           TO DV-FAIL-SW.

           IF  VR-RULE EQUAL 'NUM  '
           OR  VR-RULE EQUAL 'DATE '
           OR  VR-RULE EQUAL 'RANGE'
               PERFORM 4068-EDIT-NUMERIC    THRU 4068-EXIT.

           IF  VR-RULE EQUAL 'DATE '
           AND DV-FAIL-SW NOT EQUAL 'Y'
               PERFORM 4068-EDIT-DATE       THRU 4068-DATE-EXIT.

           IF  VR-RULE EQUAL 'RANGE'
           AND DV-FAIL-SW NOT EQUAL 'Y'
               PERFORM 4068-EDIT-RANGE      THRU 4068-RANGE-EXIT.

           IF  VR-RULE EQUAL 'LIST '
               PERFORM 4068-EDIT-LIST       THRU 4068-LIST-EXIT.

           IF  DV-FAIL-SW EQUAL 'Y'
               MOVE VR-NAME                   TO CA090-FIELD
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '16'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

       4066-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry's FD-NAME against the ruled column.  *
      *****************************************************************
       4067-FIND-COLUMN.
           IF  FD-NAME EQUAL VR-NAME
               MOVE 'Y'                       TO DV-FOUND-SW
               MOVE FD-COLUMN                 TO DV-COL
               MOVE FD-LENGTH                 TO DV-LEN
               MOVE FD-INDEX                  TO DV-FD-INDEX.

           SUBTRACT LENGTH OF FD-ENTRY      FROM DV-FD-REMAINING.
           ADD      LENGTH OF FD-ENTRY        TO FAXXFD-ADDRESS-X.
           SET ADDRESS OF FD-ENTRY            TO FAXXFD-ADDRESS.

       4067-EXIT.
           EXIT.

      *****************************************************************
      * NUM/DATE/RANGE share the numeric edit - the trimmed value     *
      * right-justified into an eighteen-digit field must be all      *
      * digits.                                                       *
      *****************************************************************
       4068-EDIT-NUMERIC.
           IF  DV-TEXT-LENGTH NOT GREATER THAN ZEROES
               MOVE 'Y'                       TO DV-FAIL-SW
               GO TO 4068-EXIT.

           MOVE ZEROES                        TO DV-FIELD-JUST.
           MOVE DV-FIELD-TEXT(1:DV-TEXT-LENGTH)
             TO DV-FIELD-JUST(19 - DV-TEXT-LENGTH:DV-TEXT-LENGTH).

           IF  DV-FIELD-JUST-N NOT NUMERIC
               MOVE 'Y'                       TO DV-FAIL-SW
           ELSE
               MOVE DV-FIELD-JUST-N           TO DV-VALUE.

       4068-EXIT.
           EXIT.

      *****************************************************************
      * DATE - eight digits with a plausible month and day.           *
      *****************************************************************
       4068-EDIT-DATE.
           IF  DV-TEXT-LENGTH NOT EQUAL EIGHT
               MOVE 'Y'                       TO DV-FAIL-SW
               GO TO 4068-DATE-EXIT.

           MOVE DV-FIELD-TEXT(5:2)            TO DV-DATE-MM.
           MOVE DV-FIELD-TEXT(7:2)            TO DV-DATE-DD.

           IF  DV-DATE-MM LESS THAN 01
           OR  DV-DATE-MM GREATER THAN 12
           OR  DV-DATE-DD LESS THAN 01
           OR  DV-DATE-DD GREATER THAN 31
               MOVE 'Y'                       TO DV-FAIL-SW.

       4068-DATE-EXIT.
           EXIT.

      *****************************************************************
      * RANGE - the numeric value must land between the low-high      *
      * pair declared in the rule parameter.                          *
      *****************************************************************
       4068-EDIT-RANGE.
           MOVE SPACES                        TO DV-RANGE-LOW-X
                                                  DV-RANGE-HIGH-X.

           UNSTRING VR-PARM
               DELIMITED BY ALL '-'
               INTO DV-RANGE-LOW-X
                    DV-RANGE-HIGH-X.

           MOVE DV-RANGE-LOW-X                TO DV-FIELD-TEXT.
           PERFORM 4069-PARSE-BOUND         THRU 4069-EXIT.
           MOVE DV-VALUE                      TO DV-RANGE-LOW.

           MOVE DV-RANGE-HIGH-X               TO DV-FIELD-TEXT.
           PERFORM 4069-PARSE-BOUND         THRU 4069-EXIT.
           MOVE DV-VALUE                      TO DV-RANGE-HIGH.

      *****************************************************************
      * Re-extract the column value - the bound parsing reused the    *
      * edit fields.                                                  *
      *****************************************************************
           MOVE SPACES                        TO DV-FIELD-TEXT.
           MOVE ZFAM-MESSAGE(DV-COL:DV-LEN)
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

           PERFORM 4068-EDIT-NUMERIC        THRU 4068-EXIT.

           IF  DV-FAIL-SW EQUAL 'Y'
               GO TO 4068-RANGE-EXIT.

           IF  DV-VALUE LESS THAN DV-RANGE-LOW
           OR  DV-VALUE GREATER THAN DV-RANGE-HIGH
               MOVE 'Y'                       TO DV-FAIL-SW.

       4068-RANGE-EXIT.
           EXIT.

      *****************************************************************
      * Parse one range bound from its trimmed text.                  *
      *****************************************************************
       4069-PARSE-BOUND.
           MOVE ZEROES                        TO DV-TEXT-SPACES
                                                  DV-VALUE.
           INSPECT FUNCTION REVERSE(DV-FIELD-TEXT)
           TALLYING DV-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT DV-TEXT-SPACES
               FROM LENGTH OF DV-FIELD-TEXT
               GIVING DV-TEXT-LENGTH.

           IF  DV-TEXT-LENGTH NOT GREATER THAN ZEROES
               GO TO 4069-EXIT.

           MOVE ZEROES                        TO DV-FIELD-JUST.
           MOVE DV-FIELD-TEXT(1:DV-TEXT-LENGTH)
             TO DV-FIELD-JUST(19 - DV-TEXT-LENGTH:DV-TEXT-LENGTH).

           IF  DV-FIELD-JUST-N NUMERIC
               MOVE DV-FIELD-JUST-N           TO DV-VALUE.

       4069-EXIT.
           EXIT.

      *****************************************************************
      * LIST - the trimmed value must equal one of the plus-          *
      * separated values in the rule parameter.                       *
      *****************************************************************
       4068-EDIT-LIST.
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

           PERFORM 4070-CHECK-LIST-VALUE    THRU 4070-EXIT
               VARYING DV-LIST-SUB FROM 1 BY 1
               UNTIL   DV-LIST-SUB GREATER THAN 8
               OR      DV-FAIL-SW EQUAL 'N'.

       4068-LIST-EXIT.
           EXIT.

      *****************************************************************
      * Compare the value against one list member.                    *
      *****************************************************************
       4070-CHECK-LIST-VALUE.
           IF  DV-LIST-VALUE(DV-LIST-SUB) NOT EQUAL SPACES
           AND DV-FIELD-TEXT(1:16) EQUAL DV-LIST-VALUE(DV-LIST-SUB)
               MOVE 'N'                       TO DV-FAIL-SW.

       4070-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - per-table key-format policy.                      *
      * Read the table's FAxxKP template, once per request.  When it  *
      * sets a counter width it is also the table's key template;     *
      * 4046-TEMPLATE-SHAPE works out where each part of the key      *
      * falls.                                                        *
      *****************************************************************
       4045-LOAD-KEY-POLICY.
           IF  KP-LOADED-SW EQUAL 'Y'
               GO TO 4045-EXIT.

           MOVE 'Y'                   TO KP-LOADED-SW.
           MOVE 'N'                   TO KP-FOUND-SW
                                         KG-ACTIVE-SW
                                         KG-INVALID-SW.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(KP-TOKEN)
                TEMPLATE(ZFAM-KP)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4045-EXIT.

           MOVE ZEROES                TO KP-MIN-LEN
                                         KP-MAX-LEN
                                         KP-COUNTER-DIGITS.
           MOVE SPACES                TO KP-CLASS
                                         KP-PREFIX
                                         KP-DATE-FORMAT
                                         KP-COUNTER-RESET
                                         KP-CHECK-DIGIT.

           MOVE LENGTH OF KP-CONTROL  TO KP-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(KP-TOKEN)
                INTO     (KP-CONTROL)
                LENGTH   (KP-DOC-LENGTH)
                MAXLENGTH(KP-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           MOVE 'Y'                   TO KP-FOUND-SW.

           MOVE ZEROES                TO KP-PREFIX-LENGTH.
           IF  KP-PREFIX NOT EQUAL SPACES
               MOVE ZEROES            TO KP-TRAILING
               INSPECT FUNCTION REVERSE(KP-PREFIX)
               TALLYING KP-TRAILING
               FOR LEADING SPACES
               SUBTRACT KP-TRAILING
                   FROM LENGTH OF KP-PREFIX
                   GIVING KP-PREFIX-LENGTH.

           IF  KP-COUNTER-DIGITS NOT NUMERIC
           OR  KP-COUNTER-DIGITS EQUAL ZEROES
               GO TO 4045-EXIT.

           PERFORM 4046-TEMPLATE-SHAPE THRU 4046-EXIT.

       4045-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * Validate the template and place its parts: prefix, date,      *
      * counter, check digit.  A daily counter with no date in the    *
      * key would repeat yesterday's keys, and a key past 32 bytes    *
      * will not fit the zUID slot, so neither is usable.             *
      *****************************************************************
       4046-TEMPLATE-SHAPE.
           MOVE 'Y'                   TO KG-INVALID-SW.
           MOVE ZEROES                TO KG-DATE-LENGTH
                                         KG-CHECK-LENGTH.

           IF  KP-DATE-FORMAT EQUAL 'YYYYMMDD'
               MOVE 8                 TO KG-DATE-LENGTH.
           IF  KP-DATE-FORMAT EQUAL 'YYMMDD'
               MOVE 6                 TO KG-DATE-LENGTH.
           IF  KP-DATE-FORMAT EQUAL 'YYYYDDD'
               MOVE 7                 TO KG-DATE-LENGTH.
           IF  KP-DATE-FORMAT EQUAL 'YYDDD'
               MOVE 5                 TO KG-DATE-LENGTH.

           IF  KP-DATE-FORMAT NOT EQUAL SPACES
           AND KG-DATE-LENGTH EQUAL ZEROES
               GO TO 4046-EXIT.

           IF  KP-COUNTER-DIGITS GREATER THAN KG-COUNTER-MAX
               GO TO 4046-EXIT.

           IF  KP-COUNTER-RESET NOT EQUAL 'D'
           AND KP-COUNTER-RESET NOT EQUAL 'N'
           AND KP-COUNTER-RESET NOT EQUAL SPACES
               GO TO 4046-EXIT.

           IF  KP-COUNTER-RESET EQUAL 'D'
           AND KG-DATE-LENGTH EQUAL ZEROES
               GO TO 4046-EXIT.

           IF  KP-CHECK-DIGIT NOT EQUAL 'Y'
           AND KP-CHECK-DIGIT NOT EQUAL 'N'
           AND KP-CHECK-DIGIT NOT EQUAL SPACES
               GO TO 4046-EXIT.

           IF  KP-CHECK-DIGIT EQUAL 'Y'
               MOVE 1                 TO KG-CHECK-LENGTH.

           COMPUTE KG-KEY-LENGTH = KP-PREFIX-LENGTH
                                 + KG-DATE-LENGTH
                                 + KP-COUNTER-DIGITS
                                 + KG-CHECK-LENGTH.

           IF  KG-KEY-LENGTH GREATER THAN LENGTH OF KG-KEY
               GO TO 4046-EXIT.

           COMPUTE KG-DATE-POS       = KP-PREFIX-LENGTH + 1.
           COMPUTE KG-COUNTER-POS    = KG-DATE-POS + KG-DATE-LENGTH.
           COMPUTE KG-CHECK-POS      = KG-COUNTER-POS
                                     + KP-COUNTER-DIGITS.
           COMPUTE KG-NUMERIC-LENGTH = KG-DATE-LENGTH
                                     + KP-COUNTER-DIGITS.

           MOVE 'N'                   TO KG-INVALID-SW.
           MOVE 'Y'                   TO KG-ACTIVE-SW.

       4046-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - per-table key-format policy.                      *
      * Check the client-supplied key against the table's FAxxKP      *
      * template.  A table with no template has no policy.            *
      *****************************************************************
       4050-KEY-POLICY.
           PERFORM 4045-LOAD-KEY-POLICY THRU 4045-EXIT.

           IF  KP-FOUND-SW NOT EQUAL 'Y'
               GO TO 4050-EXIT.

           MOVE 'N'                   TO KP-VIOLATION-SW.

           IF  KP-MIN-LEN NUMERIC
           AND KP-MIN-LEN GREATER THAN ZEROES
           AND URI-PATH-LENGTH LESS THAN KP-MIN-LEN
               MOVE 'Y'               TO KP-VIOLATION-SW.

           IF  KP-MAX-LEN NUMERIC
           AND KP-MAX-LEN GREATER THAN ZEROES
           AND URI-PATH-LENGTH GREATER THAN KP-MAX-LEN
               MOVE 'Y'               TO KP-VIOLATION-SW.

           IF  KP-CLASS EQUAL 'N'
           OR  KP-CLASS EQUAL 'A'
               PERFORM 4055-CHECK-CLASS THRU 4055-EXIT
                   VARYING KP-BYTE-SUB FROM 1 BY 1
                   UNTIL   KP-BYTE-SUB GREATER THAN URI-PATH-LENGTH
                   OR      KP-VIOLATION-SW EQUAL 'Y'.

           IF  KP-PREFIX-LENGTH GREATER THAN ZEROES
               IF  URI-PATH-LENGTH LESS THAN KP-PREFIX-LENGTH
                   MOVE 'Y'           TO KP-VIOLATION-SW
               ELSE
               IF  URI-KEY(1:KP-PREFIX-LENGTH) NOT EQUAL
                   KP-PREFIX(1:KP-PREFIX-LENGTH)
                   MOVE 'Y'           TO KP-VIOLATION-SW.

           IF  KG-ACTIVE-SW    EQUAL 'Y'
           AND KP-VIOLATION-SW EQUAL 'N'
               PERFORM 4052-CHECK-TEMPLATE THRU 4052-EXIT.

           IF  KP-VIOLATION-SW EQUAL 'Y'
               MOVE STATUS-400        TO CA090-STATUS
               MOVE '15'              TO CA090-REASON
               PERFORM 9998-ZFAM090 THRU 9998-EXIT.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * A client key on a table with a key template must have the     *
      * template's shape: its length, a date that could be a real     *
      * one, a numeric counter and, when the template has one, the    *
      * right check digit.  The prefix was checked by 4050.           *
      *****************************************************************
       4052-CHECK-TEMPLATE.
           IF  URI-PATH-LENGTH NOT EQUAL KG-KEY-LENGTH
               MOVE 'Y'               TO KP-VIOLATION-SW
               GO TO 4052-EXIT.

           IF  URI-KEY(KG-DATE-POS:KG-NUMERIC-LENGTH) NOT NUMERIC
               MOVE 'Y'               TO KP-VIOLATION-SW
               GO TO 4052-EXIT.

           IF  KG-DATE-LENGTH GREATER THAN ZEROES
               PERFORM 4053-CHECK-TEMPLATE-DATE THRU 4053-EXIT.

           IF  KP-CHECK-DIGIT NOT EQUAL 'Y'
           OR  KP-VIOLATION-SW EQUAL 'Y'
               GO TO 4052-EXIT.

           MOVE SPACES                TO KG-LUHN-DATA.
           MOVE URI-KEY(KG-DATE-POS:KG-NUMERIC-LENGTH)
             TO KG-LUHN-DATA(1:KG-NUMERIC-LENGTH).
           PERFORM 4717-CHECK-DIGIT   THRU 4717-EXIT.

           IF  URI-KEY(KG-CHECK-POS:1) NOT EQUAL KG-CHECK-CHAR
               MOVE 'Y'               TO KP-VIOLATION-SW.

       4052-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * The date part must have a month of 01-12 and a day of 01-31,  *
      * or a day of the year of 001-366.                              *
      *****************************************************************
       4053-CHECK-TEMPLATE-DATE.
           MOVE SPACES                TO KG-DATE-TEXT.
           MOVE URI-KEY(KG-DATE-POS:KG-DATE-LENGTH)
             TO KG-DATE-TEXT(1:KG-DATE-LENGTH).

           MOVE 1                     TO KG-MONTH
                                         KG-DAY
                                         KG-JULIAN-DAY.

           IF  KP-DATE-FORMAT EQUAL 'YYYYMMDD'
               MOVE KG-DATE-TEXT(5:2) TO KG-MONTH
               MOVE KG-DATE-TEXT(7:2) TO KG-DAY.
           IF  KP-DATE-FORMAT EQUAL 'YYMMDD'
               MOVE KG-DATE-TEXT(3:2) TO KG-MONTH
               MOVE KG-DATE-TEXT(5:2) TO KG-DAY.
           IF  KP-DATE-FORMAT EQUAL 'YYYYDDD'
               MOVE KG-DATE-TEXT(5:3) TO KG-JULIAN-DAY.
           IF  KP-DATE-FORMAT EQUAL 'YYDDD'
               MOVE KG-DATE-TEXT(3:3) TO KG-JULIAN-DAY.

           IF  KG-MONTH      LESS THAN 1
           OR  KG-MONTH      GREATER THAN 12
           OR  KG-DAY        LESS THAN 1
           OR  KG-DAY        GREATER THAN 31
           OR  KG-JULIAN-DAY LESS THAN 1
           OR  KG-JULIAN-DAY GREATER THAN 366
               MOVE 'Y'               TO KP-VIOLATION-SW.

       4053-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key-format policy.                                *
      * Check one key byte against the policy's character class.      *
      *****************************************************************
       4055-CHECK-CLASS.
           MOVE ZEROES                TO KP-CHAR-HITS.

           IF  KP-CLASS EQUAL 'N'
               INSPECT KP-NUMERIC-CHARS TALLYING KP-CHAR-HITS
                   FOR ALL URI-KEY(KP-BYTE-SUB:1)
           ELSE
               INSPECT KP-ALPHA-CHARS   TALLYING KP-CHAR-HITS
                   FOR ALL URI-KEY(KP-BYTE-SUB:1).

           IF  KP-CHAR-HITS EQUAL ZEROES
               MOVE 'Y'               TO KP-VIOLATION-SW.

       4055-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-UID: yes.                                    *
      * A generated key cannot be steered into a key range, so a      *
      * federation's URI refuses it outright; a member table takes    *
      * it only when the key falls in the member's own range.         *
      *****************************************************************
       4057-FEDERATION-UID.
           IF  FEDERATED-SW EQUAL 'Y'
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '17'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE FK-TRANID                   TO VF-TABLE.
           MOVE FK-KEY                      TO VF-KEY.
           PERFORM 1055-FEDERATION-VERIFY   THRU 1055-EXIT.

       4057-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - Idempotency-Key.                                  *
      * Scan the table's FAxxID queue for this token.  A match still  *
      * inside the replay window marks the request as a replay; an    *
      * empty or missing queue simply means no retry to detect.       *
      *****************************************************************
       4080-IDEMPOTENCY-CHECK.
           MOVE EIBTRNID(3:2)               TO ID-TSQ(1:2).
           MOVE 'ID'                        TO ID-TSQ(3:2).

      *****************************************************************
      * A table's DD-IDEM-HOURS overrides the default one-day replay  *
      * window - the same setting ZFAM148's retention sweep ages the  *
      * store against.                                                *
      *****************************************************************
           IF  DD-IDEM-HOURS NUMERIC
           AND DD-IDEM-HOURS GREATER THAN ZEROES
               COMPUTE ID-WINDOW-MS = DD-IDEM-HOURS * 3600000.

           MOVE 'N'                         TO ID-REPLAYED-SW.
           MOVE 'N'                         TO ID-SCAN-DONE-SW.
           MOVE ZEROES                      TO ID-ITEM.

      *****************************************************************
      * The scan serializes against ZFAM148's live rebuild on the     *
      * queue name, so a replay check never runs against a            *
      * half-rebuilt store.                                           *
      *****************************************************************
           EXEC CICS ENQ RESOURCE(ID-TSQ)
                LENGTH(ID-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 4082-IDEMPOTENCY-SCAN  THRU 4082-EXIT
               WITH TEST AFTER
               UNTIL ID-SCAN-DONE-SW EQUAL 'Y'
               OR    ID-REPLAYED-SW  EQUAL 'Y'.

           EXEC CICS DEQ RESOURCE(ID-TSQ)
                LENGTH(ID-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       4080-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - Idempotency-Key.                                  *
      * Read one FAxxID entry and compare its token and age.          *
      *****************************************************************
       4082-IDEMPOTENCY-SCAN.
           ADD  ONE                         TO ID-ITEM.
           MOVE LENGTH OF ID-ENTRY          TO ID-LENGTH.

           EXEC CICS READQ TS QUEUE(ID-TSQ)
                INTO  (ID-ENTRY)
                LENGTH(ID-LENGTH)
                ITEM  (ID-ITEM)
                RESP  (ID-RESP)
                NOHANDLE
           END-EXEC.

           IF  ID-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO ID-SCAN-DONE-SW
           ELSE
           IF  ID-TOKEN EQUAL HTTP-IDEM-VALUE
               SUBTRACT ID-ABS FROM WS-ABS GIVING ID-AGE-MS
               IF  ID-AGE-MS NOT GREATER THAN ID-WINDOW-MS
                   MOVE 'Y'                 TO ID-REPLAYED-SW.

       4082-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - Idempotency-Key.                                  *
      * Replay the original outcome without writing anything.         *
      *****************************************************************
       4090-IDEMPOTENCY-REPLAY.
           MOVE LENGTH OF HTTP-REPLAYED       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-REPLAYED-VALUE TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPLAYED)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-REPLAYED-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-STORED-KEY     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF ID-KEY              TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-STORED-KEY)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (ID-KEY)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       4090-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - Idempotency-Key.                                  *
      * Remember this request's token and the key it created.  Once   *
      * the queue reaches ID-MAX-ITEMS entries it is wiped and        *
      * restarted, which bounds both the queue and the replay window. *
      *****************************************************************
       4085-IDEMPOTENCY-SAVE.
           MOVE EIBTRNID(3:2)               TO ID-TSQ(1:2).
           MOVE 'ID'                        TO ID-TSQ(3:2).

           EXEC CICS ENQ RESOURCE(ID-TSQ)
                LENGTH(ID-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE HTTP-IDEM-VALUE             TO ID-TOKEN.
           MOVE FK-KEY                      TO ID-KEY.
           INSPECT ID-KEY
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE WS-ABS                      TO ID-ABS.

           MOVE LENGTH OF ID-ENTRY          TO ID-LENGTH.
           MOVE ZEROES                      TO ID-ITEM.

           EXEC CICS WRITEQ TS QUEUE(ID-TSQ)
                FROM  (ID-ENTRY)
                LENGTH(ID-LENGTH)
                ITEM  (ID-ITEM)
                RESP  (ID-RESP)
                NOHANDLE
           END-EXEC.

           IF  ID-RESP EQUAL DFHRESP(NORMAL)
           AND ID-ITEM GREATER THAN ID-MAX-ITEMS
               EXEC CICS DELETEQ TS QUEUE(ID-TSQ) NOHANDLE
               END-EXEC
               MOVE LENGTH OF ID-ENTRY      TO ID-LENGTH
               EXEC CICS WRITEQ TS QUEUE(ID-TSQ)
                    FROM  (ID-ENTRY)
                    LENGTH(ID-LENGTH)
                    NOHANDLE
               END-EXEC.

           EXEC CICS DEQ RESOURCE(ID-TSQ)
                LENGTH(ID-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       4085-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Write zFAM KEY store record.                                  *
      * If the record exists, send a HTTP status 409 and an HTTP text *
      * indicating a duplicate record condition.                      *
      *****************************************************************
       4100-WRITE-KEY.
           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'WRITEKEY'               TO TR-STAGE
               PERFORM 9081-TRACE-STEP     THRU 9081-EXIT.

           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           PERFORM 4700-GET-HEADER        THRU 4700-EXIT.

           IF  HTTP-UID-VALUE NOT EQUAL 'yes'
           IF  URI-PATH-LENGTH EQUAL ZEROES
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '07'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  HTTP-UID-VALUE NOT EQUAL 'yes'
               PERFORM 4050-KEY-POLICY    THRU 4050-EXIT.

           IF  HTTP-UID-VALUE EQUAL 'yes'
               PERFORM 4057-FEDERATION-UID THRU 4057-EXIT.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.

           MOVE WS-ABS                      TO FK-ABS.
           IF  HTTP-ECR-VALUE EQUAL 'Yes'
               MOVE HIGH-VALUES             TO FK-FF-KEY
               MOVE 'Y'                     TO FK-ECR.

           MOVE ZEROES                      TO FK-ACTIVATE-ABS.
           IF  HTTP-ECR-VALUE EQUAL 'Yes'
           AND HTTP-ACTIVATE-VALUE NOT EQUAL SPACES
               COMPUTE ACTIVATE-MS = HTTP-ACTIVATE-VALUE-N * 1000
               COMPUTE FK-ACTIVATE-ABS = WS-ABS + ACTIVATE-MS.

           MOVE ZEROES                      TO FK-RECUR-SECS.
           IF  HTTP-ECR-VALUE EQUAL 'Yes'
           AND HTTP-RECUR-VALUE NOT EQUAL SPACES
               MOVE HTTP-RECUR-VALUE-N      TO FK-RECUR-SECS.

      *****************************************************************
      * The intent flag stands until 4250-CLEAR-INTENT confirms every *
      * FILE segment landed.  An ECR has no FILE store entries, so    *
      * it carries no intent.                                         *
      *****************************************************************
           IF  HTTP-ECR-VALUE EQUAL 'Yes'
               MOVE SPACES                  TO FK-INTENT
           ELSE
               MOVE 'Y'                     TO FK-INTENT.

           PERFORM 8400-DDNAME            THRU 8400-EXIT.
           MOVE FF-DDNAME                   TO FK-DDNAME.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE 'text'                  TO FK-OBJECT
           ELSE
               MOVE 'bits'                  TO FK-OBJECT.

           IF  STREAM-RECEIVE-SW EQUAL 'Y'
               MOVE ZEROES                  TO FK-SEGMENTS
           ELSE
               PERFORM 9001-SEGMENTS      THRU 9001-EXIT
               MOVE MAX-SEGMENT-COUNT       TO FK-SEGMENTS.

           IF  LOB-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'L'                     TO FK-LOB.

           MOVE SPACES                      TO FK-ENCODING.
           IF  ENCODING-RESP EQUAL DFHRESP(NORMAL)
               MOVE HTTP-ENCODING-VALUE     TO FK-ENCODING.

           MOVE ZEROES                      TO FK-DIGEST.

           MOVE ZEROES                      TO FK-SCHEMA-VER.
           IF  DD-SCHEMA-VER NUMERIC
               MOVE DD-SCHEMA-VER           TO FK-SCHEMA-VER.

           PERFORM 9072-STAMP-TAGS        THRU 9072-EXIT.
           PERFORM 9034-STAMP-OWNER       THRU 9034-EXIT.

      *****************************************************************
      * Server-generated zUID keys have no agreed tenant prefix, so   *
      * only client-keyed creates are quota-checked.                  *
      *****************************************************************
           IF  HTTP-UID-VALUE NOT EQUAL 'yes'
           AND DD-QUOTA-LEN NUMERIC
           AND DD-QUOTA-LEN GREATER THAN ZEROES
               PERFORM 4095-QUOTA-CHECK   THRU 4095-EXIT.

           EXEC CICS WRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

      *****************************************************************
      * A duplicate on the /replicate path is both sites creating     *
      * the same key concurrently - adjudicate it as a conflict       *
      * before the plain 409 stands (4105-POST-CONFLICT absorbs an    *
      * older incoming create under newest-wins).                     *
      *****************************************************************
           IF  FK-RESP EQUAL DFHRESP(DUPREC)
           AND WEB-PATH(1:10) EQUAL REPLICATE
           AND ORIGIN-RCVD-SW EQUAL 'Y'
               PERFORM 4105-POST-CONFLICT THRU 4105-EXIT.

           IF  FK-RESP EQUAL DFHRESP(DUPREC)
               PERFORM 9400-WRITE-ECR     THRU 9400-EXIT
               PERFORM 9046-RECORD-DUPREC THRU 9046-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4100'                  TO KE-PARAGRAPH
               MOVE FC-WRITE                TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-TAG-COUNT GREATER THAN ZEROES
           AND FK-ECR NOT EQUAL 'Y'
               PERFORM 9073-INDEX-TAGS    THRU 9073-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST on the /replicate path - duplicate key.             *
      * Both sites created this key concurrently.  Record both        *
      * images, then under newest-wins absorb an incoming create      *
      * that is older than the local copy with a 200.  An incoming    *
      * create NEWER than the local copy, and any collision under     *
      * the reject policy, falls through to the standing 409 - the    *
      * conflicts queue holds both images for adjudication either     *
      * way.  While a partner's clock skew is out of bounds nothing   *
      * is absorbed on the timestamps; the 409 stands.                *
      *****************************************************************
       4105-POST-CONFLICT.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4105-EXIT.

           MOVE 'rejected'                  TO SK-WINNER.
           PERFORM 6037-CHECK-SKEW        THRU 6037-EXIT.

           PERFORM 6036-LOG-CONFLICT      THRU 6036-EXIT.

           IF  DD-CONFLICT EQUAL 'R'
               GO TO 4105-EXIT.

           IF  SK-SUSPEND-SW EQUAL 'Y'
               GO TO 4105-EXIT.

           IF  FK-ABS LESS THAN ORIGIN-ABS
               GO TO 4105-EXIT.

           PERFORM 9050-ELAPSED-TIME      THRU 9050-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.
                SRVCONVERT
                NOHANDLE
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           PERFORM 9000-RETURN            THRU 9000-EXIT.

       4105-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - asynchronous write-behind.                        *
      * An eligible POST on an opted-in table is queued to <xx>WB,    *
      * the applier task is started, and the caller gets its 202      *
      * right away.  Any ineligibility - or a backed-up queue - just  *
      * falls through to the synchronous path.                        *
      *****************************************************************
       4875-WRITEBEHIND-CHECK.
           IF  DD-WRITEBEHIND NOT EQUAL 'Y'
               GO TO 4875-EXIT.

           IF  URI-PATH-LENGTH NOT GREATER THAN ZEROES
               GO TO 4875-EXIT.

           IF  WEB-PATH(1:10) EQUAL REPLICATE
               GO TO 4875-EXIT.

           IF  HTTP-ECR-VALUE EQUAL 'Yes'
           OR  HTTP-UID-VALUE EQUAL 'yes'
           OR  IC-REQUEST-SW  EQUAL 'Y'
               GO TO 4875-EXIT.

           IF  LOB-RESP EQUAL DFHRESP(NORMAL)
               GO TO 4875-EXIT.

      *****************************************************************
      * Tags would be dropped and an Idempotency-Key's replay save    *
      * (4085) never runs on the deferred path - those shapes keep    *
      * their guarantees by writing synchronously.  So does a         *
      * quota-managed table: 4095 runs only on the synchronous path,  *
      * and deferral would be the same evasion zFAM-Batch once had.   *
      * So does a table that records owners: ZFAM145 stamps no        *
      * FK-OWNER (9034-STAMP-OWNER), so a deferred write would leave  *
      * the record unowned and open to any client.                    *
      *****************************************************************
           IF  TW-COUNT GREATER THAN ZEROES
               GO TO 4875-EXIT.

           IF  HTTP-IDEM-VALUE NOT EQUAL SPACES
               GO TO 4875-EXIT.

           IF  DD-QUOTA-LEN NUMERIC
           AND DD-QUOTA-LEN GREATER THAN ZEROES
               GO TO 4875-EXIT.

           IF  DD-OWNERSHIP EQUAL 'Y'
               GO TO 4875-EXIT.

           IF  RECEIVE-LENGTH GREATER THAN LENGTH OF WB-DATA
               GO TO 4875-EXIT.

           MOVE EIBTRNID(3:2)               TO WB-TSQ(1:2).
           MOVE 'WB'                        TO WB-TSQ(3:2).

      *****************************************************************
      * Hard fallback - when the applier is this far behind, go       *
      * synchronous rather than widen the gap.                        *
      *****************************************************************
           MOVE ZEROES                      TO WB-DEPTH.
           MOVE 1                           TO WB-ITEM.
           MOVE WB-PROBE-LENGTH             TO WB-LENGTH.

           EXEC CICS READQ TS QUEUE(WB-TSQ)
                INTO    (WB-PROBE)
                LENGTH  (WB-LENGTH)
                ITEM    (WB-ITEM)
                NUMITEMS(WB-DEPTH)
                RESP    (WB-RESP)
                NOHANDLE
           END-EXEC.

           IF  WB-RESP NOT EQUAL DFHRESP(NORMAL)
           AND WB-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE ZEROES                  TO WB-DEPTH.

           IF  WB-DEPTH GREATER THAN WB-MAX-DEPTH
               GO TO 4875-EXIT.

           MOVE FK-RETENTION                TO WB-RETENTION.
           MOVE FK-RETENTION-TYPE           TO WB-RET-TYPE.
           MOVE WEB-MEDIA-TYPE              TO WB-MEDIA.
           MOVE URI-KEY-LENGTH              TO WB-KEY-LENGTH.
           MOVE LOW-VALUES                  TO WB-KEY.
           MOVE URI-KEY                     TO WB-KEY.
           MOVE RECEIVE-LENGTH              TO WB-DATA-LENGTH.
           MOVE LOW-VALUES                  TO WB-DATA.

           SET ADDRESS OF ZFAM-MESSAGE      TO ZFAM-ADDRESS.
           MOVE ZFAM-MESSAGE(1:RECEIVE-LENGTH)
             TO WB-DATA(1:RECEIVE-LENGTH).

           MOVE LENGTH OF WB-ENTRY          TO WB-LENGTH.
           MOVE ZEROES                      TO WB-ITEM.
           MOVE WB-TSQ                      TO WB-LOCK-TSQ.

           EXEC CICS ENQ RESOURCE(WB-LOCK)
                LENGTH(WB-LOCK-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITEQ TS
                QUEUE (WB-TSQ)
                FROM  (WB-ENTRY)
                LENGTH(WB-LENGTH)
                ITEM  (WB-ITEM)
                RESP  (WB-RESP)
                NOHANDLE
           END-EXEC.

           IF  WB-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS DEQ RESOURCE(WB-LOCK)
                    LENGTH(WB-LOCK-LENGTH)
                    NOHANDLE
               END-EXEC
               GO TO 4875-EXIT.

           MOVE EIBTRNID                    TO WB-TRANID.

           EXEC CICS START TRANSID(WB-TSQ)
                FROM    (WB-PARM)
                LENGTH  (WB-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS DEQ RESOURCE(WB-LOCK)
                LENGTH(WB-LOCK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                      TO TRAILING-NULLS-WB.
           INSPECT FUNCTION REVERSE(WB-KEY)
           TALLYING TRAILING-NULLS-WB
           FOR LEADING LOW-VALUES.

           SUBTRACT TRAILING-NULLS-WB
               FROM LENGTH OF WB-KEY
               GIVING WB-STATUS-LENGTH.

           IF  WB-STATUS-LENGTH NOT GREATER THAN ZEROES
               MOVE 1                       TO WB-STATUS-LENGTH.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           MOVE HTTP-STATUS-202             TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (WB-OK-TEXT)
                FROMLENGTH(WB-OK-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-202)
                STATUSTEXT(WB-KEY)
                STATUSLEN (WB-STATUS-LENGTH)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           PERFORM 9000-RETURN            THRU 9000-EXIT.

       4875-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST with zFAM-Rename - re-key a record.                 *
      * The KEY record moves to the header's key; the FILE store      *
      * chain is not copied (it is chained by FK-FF-KEY), but each    *
      * segment's FF-FK-KEY back-pointer is rewritten to the new      *
      * key so reconciliation and chargeback stay truthful.  The old  *
      * KEY record becomes an alias whose one-segment chain holds     *
      * the new key, so stored references keep resolving until the    *
      * alias is deleted.  The rename is local - not journaled or     *
      * replicated.                                                   *
      *****************************************************************
       4980-RENAME-KEY.
           MOVE FK-TRANID                   TO VF-TABLE.
           MOVE LOW-VALUES                  TO VF-KEY.
           MOVE HTTP-RENAME-VALUE(1:RENAME-VALUE-LENGTH)
             TO VF-KEY(1:RENAME-VALUE-LENGTH).
           PERFORM 1055-FEDERATION-VERIFY   THRU 1055-EXIT.

           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '03'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4980'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '07'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-ALIAS EQUAL 'Y'
           OR  FK-ECR   EQUAL 'Y'
               EXEC CICS UNLOCK FILE(FK-FCT) NOHANDLE
               END-EXEC
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '09'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE FK-KEY                      TO ALIAS-OLD-KEY.
           MOVE FK-FF-KEY                   TO RENAME-CHAIN.

           MOVE 'FILE'                      TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           MOVE LOW-VALUES                  TO RENAME-KEY-WORK.
           MOVE HTTP-RENAME-VALUE(1:RENAME-VALUE-LENGTH)
             TO RENAME-KEY-WORK(1:RENAME-VALUE-LENGTH).

           MOVE RENAME-KEY-WORK             TO FK-KEY.
           MOVE SPACES                      TO FK-ALIAS.

           EXEC CICS WRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(DUPREC)
               EXEC CICS UNLOCK FILE(FK-FCT) NOHANDLE
               END-EXEC
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '08'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4980'                  TO KE-PARAGRAPH
               MOVE FC-WRITE                TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

      *****************************************************************
      * Re-point every chain segment's FF-FK-KEY at the new key -     *
      * otherwise, once the alias is deleted, the ZFAM103             *
      * reconciliation would condemn the whole chain as orphaned      *
      * and its cleanup mode would delete the renamed record's data.  *
      *****************************************************************
           MOVE RENAME-CHAIN                TO FF-KEY.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.

           PERFORM 4986-REPOINT-SEGMENT   THRU 4986-EXIT
               WITH TEST AFTER
               VARYING FF-SEGMENT           FROM 1 BY 1
               UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

      *****************************************************************
      * Convert the held old KEY record into the alias - a fresh      *
      * one-segment chain carrying the target key.                    *
      *****************************************************************
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.

           MOVE ALIAS-OLD-KEY               TO FK-KEY.
           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.
           MOVE 'Y'                         TO FK-ALIAS.
           MOVE ONE                         TO FK-SEGMENTS.
           MOVE SPACES                      TO FK-LOB
                                                FK-INTENT
                                                FK-SHARED.
           MOVE ZEROES                      TO FK-VERSION-COUNT
                                                FK-DIGEST
                                                FK-TAG-COUNT.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4980'                  TO KE-PARAGRAPH
               MOVE FC-REWRITE              TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '08'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 4985-ALIAS-SEGMENT     THRU 4985-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (RENAME-OK-TEXT)
                FROMLENGTH(RENAME-OK-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       4980-EXIT.
           EXIT.

      *****************************************************************
      * Write the alias chain's single FILE segment - the target      *
      * key, enciphered and checksummed like any other segment.       *
      *****************************************************************
       4985-ALIAS-SEGMENT.
           MOVE 'FILE'                      TO FF-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           MOVE ALIAS-OLD-KEY               TO FF-FK-KEY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE TEXT-PLAIN                  TO FF-MEDIA.
           MOVE ONE                         TO FF-SEGMENTS.
           MOVE WS-ABS                      TO FF-ABS.
           MOVE FK-RETENTION                TO FF-RETENTION.
           MOVE FK-RETENTION-TYPE           TO FF-RETENTION-TYPE.

           MOVE ZEROES                      TO ALIAS-NULLS.
           INSPECT FUNCTION REVERSE(RENAME-KEY-WORK)
           TALLYING ALIAS-NULLS
           FOR LEADING LOW-VALUES.

           SUBTRACT ALIAS-NULLS
               FROM LENGTH OF RENAME-KEY-WORK
               GIVING ALIAS-KEY-LENGTH.

           IF  ALIAS-KEY-LENGTH NOT GREATER THAN ZEROES
               MOVE ONE                     TO ALIAS-KEY-LENGTH.

           MOVE ALIAS-KEY-LENGTH            TO FF-LENGTH.
           MOVE LOW-VALUES                  TO FF-DATA.
           MOVE RENAME-KEY-WORK(1:FF-LENGTH)
             TO FF-DATA(1:FF-LENGTH).

           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  FF-PREFIX                   TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4985'                  TO FE-PARAGRAPH
               MOVE FC-WRITE                TO FE-FN
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '09'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       4985-EXIT.
           EXIT.

      *****************************************************************
      * Re-point one chain segment's back-pointer at the new key.     *
      * NOTFND past the last segment ends the walk; a failed          *
      * REWRITE backs the whole rename out.                           *
      *****************************************************************
       4986-REPOINT-SEGMENT.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4986-EXIT.

           MOVE RENAME-KEY-WORK             TO FF-FK-KEY.

           EXEC CICS REWRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4986'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '09'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       4986-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Valid-From.                                  *
      * Write the body as an effective-dated version of the key on    *
      * FAxxEF.  The body is edited as any POST body is; a window     *
      * overlapping one of the key's versions answers 409.  The       *
      * overlap check and the write hold an ENQ on the key, so two    *
      * POSTs cannot both pass the check.                             *
      *****************************************************************
       4990-EFFECTIVE-POST.
           MOVE FK-TRANID                     TO EF-TRANID.

           IF  DD-EFFECTIVE NOT EQUAL 'Y'
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '22'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           PERFORM 4060-VALIDATE-PAYLOAD    THRU 4060-EXIT.
           PERFORM 4063-COLUMN-VALUES       THRU 4063-EXIT.
           PERFORM 4065-DOMAIN-VALIDATE     THRU 4065-EXIT.
           PERFORM 4075-REFERENCE-CHECK     THRU 4075-EXIT.

           IF  RECEIVE-LENGTH GREATER THAN EF-MAX-DATA
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-413                TO CA090-STATUS
               MOVE '03'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE EF-FCT                        TO EF-ENQ-FCT.
           MOVE URI-KEY                       TO EF-ENQ-KEY.

           EXEC CICS ENQ RESOURCE(EF-ENQ-NAME)
                LENGTH(EF-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 4991-EFFECTIVE-OVERLAP   THRU 4991-EXIT.

           IF  EF-OVERLAP-SW EQUAL 'Y'
               PERFORM 4994-EFFECTIVE-DEQ   THRU 4994-EXIT
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-409                TO CA090-STATUS
               MOVE '15'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           SET ADDRESS OF ZFAM-MESSAGE        TO ZFAM-ADDRESS.

           MOVE URI-KEY                       TO EF-KEY.
           MOVE EF-NEW-FROM                   TO EF-FROM.
           MOVE EF-NEW-TO                     TO EF-TO.
           MOVE WS-ABS                        TO EF-ABS.
           MOVE SPACES                        TO EF-USERID.

           EXEC CICS ASSIGN USERID(EF-USERID) NOHANDLE
           END-EXEC.

           MOVE WEB-MEDIA-TYPE                TO EF-MEDIA.
           MOVE RECEIVE-LENGTH                TO EF-DATA-LENGTH.
           MOVE SPACES                        TO EF-DATA.
           MOVE ZFAM-MESSAGE(1:RECEIVE-LENGTH)
             TO EF-DATA(1:RECEIVE-LENGTH).
           COMPUTE EF-LENGTH = EF-HEADER-LENGTH + RECEIVE-LENGTH.

           EXEC CICS WRITE FILE(EF-FCT)
                FROM  (EF-RECORD)
                RIDFLD(EF-KEY-AREA)
                LENGTH(EF-LENGTH)
                RESP  (EF-RESP)
                NOHANDLE
           END-EXEC.

           PERFORM 4994-EFFECTIVE-DEQ       THRU 4994-EXIT.

           IF  EF-RESP EQUAL DFHRESP(DUPREC)
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-409                TO CA090-STATUS
               MOVE '15'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  EF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-507                TO CA090-STATUS
               MOVE '19'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE RECEIVE-LENGTH                TO MT-BYTES-IN.
           PERFORM 3273-WRITE-WINDOW        THRU 3273-EXIT.
           PERFORM 4996-EFFECTIVE-REPLY     THRU 4996-EXIT.

       4990-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Valid-From.                                  *
      * Browse the key's versions for one whose window overlaps       *
      * EF-NEW-FROM through EF-NEW-TO.                                *
      *****************************************************************
       4991-EFFECTIVE-OVERLAP.
           MOVE 'N'                           TO EF-OVERLAP-SW
                                                  EF-BROWSE-SW.
           MOVE URI-KEY                       TO EF-KEY
                                                  EF-SEARCH-KEY.
           MOVE ZEROES                        TO EF-FROM.

           EXEC CICS STARTBR FILE(EF-FCT)
                RIDFLD(EF-KEY-AREA)
                RESP  (EF-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  EF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4991-EXIT.

           PERFORM 4992-OVERLAP-NEXT        THRU 4992-EXIT
               WITH TEST AFTER
               UNTIL EF-BROWSE-SW EQUAL 'Y'.

           EXEC CICS ENDBR FILE(EF-FCT) NOHANDLE
           END-EXEC.

       4991-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Valid-From.                                  *
      * Read the key's next version.  One starting after the new      *
      * window ends closes the search; one not ended before the new   *
      * window starts overlaps it.                                    *
      *****************************************************************
       4992-OVERLAP-NEXT.
           MOVE LENGTH OF EF-RECORD           TO EF-LENGTH.

           EXEC CICS READNEXT FILE(EF-FCT)
                INTO  (EF-RECORD)
                RIDFLD(EF-KEY-AREA)
                LENGTH(EF-LENGTH)
                RESP  (EF-RESP)
                NOHANDLE
           END-EXEC.

           IF  EF-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  EF-KEY  NOT EQUAL EF-SEARCH-KEY
           OR  EF-FROM GREATER THAN EF-NEW-TO
               MOVE 'Y'                       TO EF-BROWSE-SW
               GO TO 4992-EXIT.

           IF  EF-TO NOT LESS THAN EF-NEW-FROM
               MOVE 'Y'                       TO EF-OVERLAP-SW
                                                  EF-BROWSE-SW.

       4992-EXIT.
           EXIT.

      *****************************************************************
      * Release the key's effective-dated version ENQ.                *
      *****************************************************************
       4994-EFFECTIVE-DEQ.
           EXEC CICS DEQ RESOURCE(EF-ENQ-NAME)
                LENGTH(EF-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       4994-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE - zFAM-Valid-From.                                *
      * Remove the key's version taking effect on that date.  The     *
      * KEY/FILE stores are not touched.                              *
      *****************************************************************
       4995-EFFECTIVE-DELETE.
           MOVE FK-TRANID                     TO EF-TRANID.

           IF  DD-EFFECTIVE NOT EQUAL 'Y'
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-400                TO CA090-STATUS
               MOVE '22'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE URI-KEY                       TO EF-KEY.
           MOVE EF-NEW-FROM                   TO EF-FROM.

           EXEC CICS DELETE FILE(EF-FCT)
                RIDFLD(EF-KEY-AREA)
                RESP  (EF-RESP)
                NOHANDLE
           END-EXEC.

           IF  EF-RESP EQUAL DFHRESP(NOTFND)
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-204                TO CA090-STATUS
               MOVE '02'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  EF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE EF-FCT                    TO CA090-FILE
               MOVE STATUS-507                TO CA090-STATUS
               MOVE '19'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           PERFORM 4996-EFFECTIVE-REPLY     THRU 4996-EXIT.

       4995-EXIT.
           EXIT.

      *****************************************************************
      * Answer an effective-dated POST or DELETE with 200.            *
      *****************************************************************
       4996-EFFECTIVE-REPLY.
           PERFORM 9050-ELAPSED-TIME        THRU 9050-EXIT.

           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       4996-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - per-prefix quota check.                           *
      * Read this key's prefix record from the FAxxQT quota file and  *
      * reject the create with 403 once either the row or the KB      *
      * limit would be passed; otherwise charge the projected usage   *
      * to the running counters.  A prefix with no quota record is    *
      * not quota-managed and writes as before.                       *
      *****************************************************************
       4095-QUOTA-CHECK.
           MOVE SPACES                      TO QT-RIDFLD.
           MOVE FK-KEY(1:DD-QUOTA-LEN)
             TO QT-RIDFLD(1:DD-QUOTA-LEN).
           INSPECT QT-RIDFLD
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE LENGTH OF QT-RECORD         TO QT-LENGTH.

           EXEC CICS READ FILE(QT-FCT)
                INTO(QT-RECORD)
                RIDFLD(QT-RIDFLD)
                LENGTH(QT-LENGTH)
                UPDATE
                RESP(QT-RESP)
                NOHANDLE
           END-EXEC.

           IF  QT-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4095-EXIT.

           IF  FK-SEGMENTS GREATER THAN ZEROES
               COMPUTE QT-EST-KB = FK-SEGMENTS * 32
           ELSE
               MOVE 32                      TO QT-EST-KB.

           IF  QT-ROW-LIMIT NUMERIC
           AND QT-ROW-LIMIT GREATER THAN ZEROES
               COMPUTE QT-WORK = QT-ROWS-USED + 1
               IF  QT-WORK GREATER THAN QT-ROW-LIMIT
                   PERFORM 4096-QUOTA-REJECT THRU 4096-EXIT.

           IF  QT-KB-LIMIT NUMERIC
           AND QT-KB-LIMIT GREATER THAN ZEROES
               COMPUTE QT-WORK = QT-KB-USED + QT-EST-KB
               IF  QT-WORK GREATER THAN QT-KB-LIMIT
                   PERFORM 4096-QUOTA-REJECT THRU 4096-EXIT.

           ADD  1                           TO QT-ROWS-USED.
           ADD  QT-EST-KB                   TO QT-KB-USED.

           EXEC CICS REWRITE FILE(QT-FCT)
                FROM(QT-RECORD)
                LENGTH(QT-LENGTH)
                NOHANDLE
           END-EXEC.

       4095-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - the prefix is over quota.  Release the quota      *
      * record and answer 403 - the one runaway tenant is refused     *
      * while every other prefix keeps writing.                       *
      *****************************************************************
       4096-QUOTA-REJECT.
           EXEC CICS UNLOCK FILE(QT-FCT)
                NOHANDLE
           END-EXEC.

           MOVE EIBDS                       TO CA090-FILE.
           MOVE STATUS-403                  TO CA090-STATUS.
           MOVE '02'                        TO CA090-REASON.
           PERFORM 9998-ZFAM090           THRU 9998-EXIT.

       4096-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE - give a hard-deleted record's usage back to its  *
      * prefix quota.  Soft deletes keep their storage, so they keep  *
      * their charge.                                                 *
      *****************************************************************
       4097-QUOTA-RELEASE.
           MOVE SPACES                      TO QT-RIDFLD.
           MOVE FK-KEY(1:DD-QUOTA-LEN)
             TO QT-RIDFLD(1:DD-QUOTA-LEN).
           INSPECT QT-RIDFLD
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE LENGTH OF QT-RECORD         TO QT-LENGTH.

           EXEC CICS READ FILE(QT-FCT)
                INTO(QT-RECORD)
                RIDFLD(QT-RIDFLD)
                LENGTH(QT-LENGTH)
                UPDATE
                RESP(QT-RESP)
                NOHANDLE
           END-EXEC.

           IF  QT-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4097-EXIT.

           IF  FK-SEGMENTS GREATER THAN ZEROES
               COMPUTE QT-EST-KB = FK-SEGMENTS * 32
           ELSE
               MOVE 32                      TO QT-EST-KB.

           IF  QT-ROWS-USED GREATER THAN ZEROES
               SUBTRACT 1                 FROM QT-ROWS-USED.

           IF  QT-KB-USED NOT LESS THAN QT-EST-KB
               SUBTRACT QT-EST-KB         FROM QT-KB-USED
           ELSE
               MOVE ZEROES                  TO QT-KB-USED.

           EXEC CICS REWRITE FILE(QT-FCT)
                FROM(QT-RECORD)
                LENGTH(QT-LENGTH)
                NOHANDLE
           END-EXEC.

       4097-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - streaming receive.                                *
      * Read the request body one 32000-byte chunk at a time and      *
      * write each FILE store segment as the chunk arrives.  The      *
      * first chunk's receive also captures the media type.  A        *
      * LENGERR response with NOTRUNCATE means more body remains; a   *
      * NORMAL response means this chunk was the last.                *
      *****************************************************************
       4160-STREAM-FILE.
      *****************************************************************
      * The per-table segment ceiling applies to a stream exactly as  *
      * it does to a buffered body - and never past 9999, the widest  *
      * segment number the FILE store key carries.                    *
      *****************************************************************
           PERFORM 9010-MAX-SEGMENTS      THRU 9010-EXIT.

           IF  TABLE-MAX-SEGMENTS GREATER THAN SEGMENT-NUMBER-LIMIT
               MOVE SEGMENT-NUMBER-LIMIT    TO TABLE-MAX-SEGMENTS.

           MOVE FK-KEY                      TO FF-FK-KEY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE WS-ABS                      TO FF-ABS.
           MOVE ZEROES                      TO FF-SEGMENTS.

           MOVE ZEROES                      TO STREAM-SEGMENT-COUNT.
           MOVE 'N'                         TO STREAM-DONE-SW.

           PERFORM 4165-STREAM-SEGMENT    THRU 4165-EXIT
               WITH TEST AFTER
               UNTIL STREAM-DONE-SW EQUAL 'Y'.

       4160-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - streaming receive.                                *
      * Receive one chunk and write it as the next FILE segment.      *
      *****************************************************************
       4165-STREAM-SEGMENT.
           MOVE THIRTY-TWO-KB               TO STREAM-LENGTH.

           IF  STREAM-SEGMENT-COUNT EQUAL ZEROES
               EXEC CICS WEB RECEIVE
                    INTO     (STREAM-BUFFER)
                    LENGTH   (STREAM-LENGTH)
                    MAXLENGTH(THIRTY-TWO-KB)
                    MEDIATYPE(WEB-MEDIA-TYPE)
                    NOTRUNCATE
                    NOSRVCONVERT
                    RESP     (WEBRESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB RECEIVE
                    INTO     (STREAM-BUFFER)
                    LENGTH   (STREAM-LENGTH)
                    MAXLENGTH(THIRTY-TWO-KB)
                    NOTRUNCATE
                    NOSRVCONVERT
                    RESP     (WEBRESP)
                    NOHANDLE
               END-EXEC.

           ADD  STREAM-LENGTH               TO MT-BYTES-IN.

           IF  WEBRESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO STREAM-DONE-SW
           ELSE
           IF  WEBRESP NOT EQUAL DFHRESP(LENGERR)
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  STREAM-SEGMENT-COUNT EQUAL ZEROES
           AND STREAM-LENGTH        EQUAL ZEROES
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE STATUS-411              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  STREAM-LENGTH GREATER THAN ZEROES
               ADD  ONE                     TO STREAM-SEGMENT-COUNT
               PERFORM 4166-STREAM-WRITE  THRU 4166-EXIT.

           IF  STREAM-SEGMENT-COUNT GREATER THAN TABLE-MAX-SEGMENTS
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE STATUS-413              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       4165-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - streaming receive.                                *
      * Write one received chunk as a FILE store segment, the same    *
      * cipher and checksum treatment 4400-WRITE-FILE applies.        *
      *****************************************************************
       4166-STREAM-WRITE.
           MOVE STREAM-SEGMENT-COUNT        TO FF-SEGMENT.
           MOVE WEB-MEDIA-TYPE              TO FF-MEDIA.
           MOVE STREAM-LENGTH               TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           MOVE STREAM-BUFFER(1:STREAM-LENGTH)
                                            TO FF-DATA(1:FF-LENGTH).
           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  CHECKSUM-COMPUTED           TO RD-DIGEST-TOTAL.
           ADD  FF-PREFIX                   TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '4166'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '06'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       4166-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - streaming receive.                                *
      * Now that the final chunk has landed, fix up the KEY store     *
      * record's segment count and object type, and the first FILE    *
      * segment's own segment count.                                  *
      *****************************************************************
       4170-STREAM-FIXUP.
           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           MOVE STREAM-SEGMENT-COUNT        TO FK-SEGMENTS.
           MOVE SPACES                      TO FK-INTENT.
           PERFORM 9054-SET-DIGEST        THRU 9054-EXIT.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE 'text'                  TO FK-OBJECT
           ELSE
               MOVE 'bits'                  TO FK-OBJECT.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4170'                  TO KE-PARAGRAPH
               MOVE FC-REWRITE              TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE STREAM-SEGMENT-COUNT    TO FF-SEGMENTS
               EXEC CICS REWRITE FILE(FF-FCT)
                    FROM(FF-RECORD)
                    LENGTH(FF-LENGTH)
                    NOHANDLE
               END-EXEC.

       4170-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * When the zFAM-ECR header is present, do not process the       *
      * File Store information, as only the Key Store record will be  *
      * created.                                                      *
      *****************************************************************
       4200-PROCESS-FILE.
           IF  HTTP-ECR-VALUE NOT EQUAL 'Yes'
               PERFORM 4210-FILE-STORE    THRU 4210-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Write zFAM FILE store record                                  *
      * Store media-type for POST in FILE record.                     *
      * The media-type will be used for subsequent GET requests       *
      *****************************************************************
       4210-FILE-STORE.
           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'FILESTOR'               TO TR-STAGE
               PERFORM 9081-TRACE-STEP     THRU 9081-EXIT.

           MOVE 'N'                         TO REPL-CKSUM-SET-SW
                                                REPL-VERIFIED-SW.
           MOVE ZFAM-ADDRESS-X              TO SAVE-ADDRESS-X.

           MOVE FK-KEY                      TO FF-FK-KEY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ZEROES                      TO FF-ZEROES.
           MOVE WEB-MEDIA-TYPE              TO FF-MEDIA.

           MOVE MAX-SEGMENT-COUNT           TO FF-SEGMENTS.

           MOVE WS-ABS                      TO FF-ABS.

           PERFORM 4212-DEDUP-ELIGIBLE    THRU 4212-EXIT.

           IF  DEDUP-SW EQUAL 'Y'
               PERFORM 4220-DEDUP-MATCH   THRU 4220-EXIT.

           MOVE SPACES                      TO SPILL-DDNAME.
           MOVE UNSEGMENTED-LENGTH          TO SPILL-LENGTH.
           MOVE RD-DIGEST-TOTAL             TO SPILL-DIGEST.

           IF  DEDUP-HIT-SW NOT EQUAL 'Y'
               PERFORM 4215-WRITE-CHAIN   THRU 4215-EXIT
                   WITH TEST AFTER
                   UNTIL SPILL-SW NOT EQUAL 'R'.

           IF  SPILL-DDNAME NOT EQUAL SPACES
               PERFORM 8470-RESTAMP-KEY   THRU 8470-EXIT.

           IF  DEDUP-SW     EQUAL 'Y'
           AND DEDUP-HIT-SW NOT EQUAL 'Y'
               PERFORM 4230-DEDUP-REGISTER THRU 4230-EXIT.

           PERFORM 4800-CI-PROCESS        THRU 4800-EXIT.

           IF  CI-FAIL-SW EQUAL 'Y'
               PERFORM 4830-CI-REJECT     THRU 4830-EXIT.

       4210-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Write the FILE store chain from its first segment.  A chain   *
      * 8410-POOL-SPILL moved to another pool member part way through *
      * (SPILL-SW 'R') is written again from the start of the body.   *
      *****************************************************************
       4215-WRITE-CHAIN.
           MOVE SPACES                      TO SPILL-SW.
           MOVE SAVE-ADDRESS-X              TO ZFAM-ADDRESS-X.
           MOVE SPILL-LENGTH                TO UNSEGMENTED-LENGTH.
           MOVE SPILL-DIGEST                TO RD-DIGEST-TOTAL.

           PERFORM 4400-WRITE-FILE        THRU 4400-EXIT
               WITH TEST AFTER
               VARYING SEGMENT-COUNT FROM 1 BY 1 UNTIL
                       SEGMENT-COUNT EQUAL  MAX-SEGMENT-COUNT
               OR      SPILL-SW      EQUAL  'R'.

       4215-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST and PUT.                                            *
      * Decide whether this write may share a FILE store chain: the   *
      * table sets DD-DEDUP, the body is not a LOB, the record        *
      * carries no tags (tag index entries are keyed by chain id) and *
      * the table has no schema (FAxxFD index entries are too).       *
      *****************************************************************
       4212-DEDUP-ELIGIBLE.
           MOVE 'N'                         TO DEDUP-SW
                                                DEDUP-HIT-SW
                                                DEDUP-REG-SW.

           IF  DD-DEDUP NOT EQUAL 'Y'
               GO TO 4212-EXIT.

           IF  HTTP-ECR-VALUE EQUAL 'Yes'
           OR  FK-ECR         EQUAL 'Y'
           OR  LOB-RESP       EQUAL DFHRESP(NORMAL)
           OR  TW-COUNT       GREATER THAN ZEROES
           OR  UNSEGMENTED-LENGTH NOT GREATER THAN ZEROES
               GO TO 4212-EXIT.

           IF  FK-TAG-COUNT NUMERIC
           AND FK-TAG-COUNT GREATER THAN ZEROES
               GO TO 4212-EXIT.

           EXEC CICS GET
                CONTAINER(ZFAM-FAXXFD)
                CHANNEL  (ZFAM-CHANNEL)
                FLENGTH  (DEDUP-FD-LENGTH)
                NODATA
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               GO TO 4212-EXIT.

           MOVE 'Y'                         TO DEDUP-SW.

       4212-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST and PUT.                                            *
      * Digest the body the way the segment writes would, then ask    *
      * ZFAM170 for a chain with the same digest and length.  A       *
      * candidate is only taken once every one of its segments        *
      * compares equal to the body, and its reference count has been  *
      * raised.  A body the table's cipher changes is never shared.   *
      *****************************************************************
       4220-DEDUP-MATCH.
           MOVE FF-RECORD(1:FF-PREFIX)      TO DEDUP-FF-SAVE.
           MOVE FF-MEDIA                    TO DEDUP-MEDIA.
           MOVE FF-RETENTION                TO DEDUP-RETENTION.
           MOVE FF-RETENTION-TYPE           TO DEDUP-RETENTION-TYPE.

           MOVE ZEROES                      TO DEDUP-DIGEST-TOTAL.
           MOVE UNSEGMENTED-LENGTH          TO DEDUP-BODY-LENGTH
                                                DEDUP-REMAINING.
           MOVE ZFAM-ADDRESS-X              TO DP-ADDRESS-X.

           PERFORM 4222-DEDUP-DIGEST      THRU 4222-EXIT
               VARYING DEDUP-SEGMENT FROM 1 BY 1
               UNTIL   DEDUP-SEGMENT GREATER THAN MAX-SEGMENT-COUNT
               OR      DEDUP-SW  NOT EQUAL 'Y'.

           MOVE DEDUP-FF-SAVE               TO FF-RECORD(1:FF-PREFIX).

           IF  DEDUP-SW NOT EQUAL 'Y'
               GO TO 4220-EXIT.

           DIVIDE DEDUP-DIGEST-TOTAL BY ONE-BILLION
               GIVING    RD-QUOTIENT
               REMAINDER DEDUP-DIGEST.

           MOVE 'L'                         TO DR-FUNCTION.
           MOVE DEDUP-DIGEST                TO DR-DIGEST.
           MOVE DEDUP-BODY-LENGTH           TO DR-LENGTH.
           PERFORM 9064-LINK-ZFAM170      THRU 9064-EXIT.

           IF  DR-RESULT   NOT EQUAL 'Y'
           OR  DR-DDNAME   NOT EQUAL FF-DDNAME
           OR  DR-SEGMENTS NOT EQUAL MAX-SEGMENT-COUNT
               GO TO 4220-EXIT.

           MOVE DR-FF-KEY                   TO DEDUP-FF-KEY.
           MOVE 'Y'                         TO DEDUP-MATCH-SW.
           MOVE DEDUP-BODY-LENGTH           TO DEDUP-REMAINING.
           MOVE ZFAM-ADDRESS-X              TO DP-ADDRESS-X.

           PERFORM 4224-DEDUP-VERIFY      THRU 4224-EXIT
               VARYING DEDUP-SEGMENT FROM 1 BY 1
               UNTIL   DEDUP-SEGMENT GREATER THAN MAX-SEGMENT-COUNT
               OR      DEDUP-MATCH-SW NOT EQUAL 'Y'.

           IF  DEDUP-MATCH-SW EQUAL 'Y'
               MOVE 'A'                     TO DR-FUNCTION
               MOVE DEDUP-FF-KEY            TO DR-FF-KEY
               MOVE WS-ABS                  TO DR-ABS
               PERFORM 9064-LINK-ZFAM170  THRU 9064-EXIT.

           IF  DEDUP-MATCH-SW EQUAL 'Y'
           AND DR-RESULT      EQUAL 'Y'
               PERFORM 4226-DEDUP-TOUCH   THRU 4226-EXIT
               MOVE 'Y'                     TO DEDUP-HIT-SW
               MOVE DEDUP-DIGEST-TOTAL      TO RD-DIGEST-TOTAL
               MOVE DEDUP-FIRST-CKSUM       TO CHECKSUM-COMPUTED
               PERFORM 9047-TRACK-CHECKSUM THRU 9047-EXIT.

           MOVE DEDUP-FF-SAVE               TO FF-RECORD(1:FF-PREFIX).

       4220-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST and PUT.                                            *
      * Digest one segment's worth of the body.  The slice is passed  *
      * through the table's cipher exactly as 4400/6500 would; if it  *
      * comes back changed the table enciphers and the write is not   *
      * shared.                                                       *
      *****************************************************************
       4222-DEDUP-DIGEST.
           SET ADDRESS OF ZFAM-MESSAGE      TO DP-ADDRESS.

           IF  DEDUP-REMAINING LESS THAN OR EQUAL THIRTY-TWO-KB
               MOVE DEDUP-REMAINING         TO FF-LENGTH
           ELSE
               MOVE THIRTY-TWO-KB           TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           MOVE ZFAM-MESSAGE(1:FF-LENGTH)   TO FF-DATA.
           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.

           IF  FF-DATA(1:FF-LENGTH) NOT EQUAL
               ZFAM-MESSAGE(1:FF-LENGTH)
               MOVE 'N'                     TO DEDUP-SW
               GO TO 4222-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           ADD  CHECKSUM-COMPUTED           TO DEDUP-DIGEST-TOTAL.

           IF  DEDUP-SEGMENT EQUAL ONE
               MOVE CHECKSUM-COMPUTED       TO DEDUP-FIRST-CKSUM.

           SUBTRACT FF-LENGTH             FROM DEDUP-REMAINING.
           ADD      FF-LENGTH               TO DP-ADDRESS-X.

       4222-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST and PUT.                                            *
      * Compare one segment of the candidate chain with the body.     *
      * Media type and retention must agree as well as the bytes.     *
      *****************************************************************
       4224-DEDUP-VERIFY.
           SET ADDRESS OF ZFAM-MESSAGE      TO DP-ADDRESS.

           IF  DEDUP-REMAINING LESS THAN OR EQUAL THIRTY-TWO-KB
               MOVE DEDUP-REMAINING         TO DEDUP-SLICE
           ELSE
               MOVE THIRTY-TWO-KB           TO DEDUP-SLICE.

           MOVE DEDUP-FF-KEY                TO FF-KEY.
           MOVE DEDUP-SEGMENT               TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                     TO DEDUP-MATCH-SW
               GO TO 4224-EXIT.

           SUBTRACT FF-PREFIX             FROM FF-LENGTH.

           IF  FF-LENGTH         NOT EQUAL DEDUP-SLICE
           OR  FF-MEDIA          NOT EQUAL DEDUP-MEDIA
           OR  FF-RETENTION      NOT EQUAL DEDUP-RETENTION
           OR  FF-RETENTION-TYPE NOT EQUAL DEDUP-RETENTION-TYPE
               MOVE 'N'                     TO DEDUP-MATCH-SW
               GO TO 4224-EXIT.

           IF  FF-DATA(1:DEDUP-SLICE) NOT EQUAL
               ZFAM-MESSAGE(1:DEDUP-SLICE)
               MOVE 'N'                     TO DEDUP-MATCH-SW
               GO TO 4224-EXIT.

           SUBTRACT DEDUP-SLICE           FROM DEDUP-REMAINING.
           ADD      DEDUP-SLICE             TO DP-ADDRESS-X.

       4224-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST and PUT.                                            *
      * A shared chain's retention runs from its most recent          *
      * reference - restamp the first segment's FF-ABS so the new KEY *
      * record gets its full retention period.                        *
      *****************************************************************
       4226-DEDUP-TOUCH.
           MOVE DEDUP-FF-KEY                TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4226-EXIT.

           MOVE WS-ABS                      TO FF-ABS.

           EXEC CICS REWRITE FILE(FF-FCT)
                FROM  (FF-RECORD)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

       4226-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST and PUT.                                            *
      * No chain matched - register the chain just written with       *
      * ZFAM170 so later writes of the same body can share it.        *
      *****************************************************************
       4230-DEDUP-REGISTER.
           MOVE 'N'                         TO DR-FUNCTION.
           MOVE FF-KEY                      TO DR-FF-KEY.
           MOVE FF-DDNAME                   TO DR-DDNAME.
           MOVE DEDUP-DIGEST                TO DR-DIGEST.
           MOVE DEDUP-BODY-LENGTH           TO DR-LENGTH.
           MOVE MAX-SEGMENT-COUNT           TO DR-SEGMENTS.
           MOVE WS-ABS                      TO DR-ABS.
           PERFORM 9064-LINK-ZFAM170      THRU 9064-EXIT.

           IF  DR-RESULT EQUAL 'Y'
               MOVE 'Y'                     TO DEDUP-REG-SW.

       4230-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Every FILE segment has landed - clear the write-intent flag   *
      * on the KEY record so the create stands complete.              *
      *****************************************************************
       4250-CLEAR-INTENT.
           IF  HTTP-ECR-VALUE EQUAL 'Yes'
               GO TO 4250-EXIT.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE SPACES                  TO FK-INTENT
               PERFORM 4255-DEDUP-STAMP   THRU 4255-EXIT
               PERFORM 9054-SET-DIGEST    THRU 9054-EXIT
               EXEC CICS REWRITE FILE(FK-FCT)
                    FROM(FK-RECORD)
                    LENGTH(FK-LENGTH)
                    NOHANDLE
               END-EXEC.

       4250-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST and PUT.                                            *
      * Point the KEY record at the shared chain it matched, and mark *
      * it shared when its chain is counted on FAxxDP.                *
      *****************************************************************
       4255-DEDUP-STAMP.
           IF  DEDUP-HIT-SW EQUAL 'Y'
               MOVE DEDUP-FF-KEY            TO FK-FF-KEY.

           IF  DEDUP-HIT-SW EQUAL 'Y'
           OR  DEDUP-REG-SW EQUAL 'Y'
               MOVE 'Y'                     TO FK-SHARED.

       4255-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Replicate across active/active Data Center.                   *
      * Send POST response.                                           *
      * Set IMMEDIATE action on WEB SEND command.                     *
      * Get URL and replication type from document template.          *
      * When ACTIVE-SINGLE,  there is no Data Center replication.     *
      * When ACTIVE-ACTIVE,  perfrom Data Center replicaiton before   *
      *      sending the response to the client.                      *
      * When ACTIVE-STANDBY, perform Data Center replication after    *
      *      sending the response to the client.                      *
      *****************************************************************
       4300-SEND-RESPONSE.
           PERFORM 9050-ELAPSED-TIME      THRU 9050-EXIT.

           IF  HTTP-ECR-VALUE NOT EQUAL 'Yes'
               MOVE FK-FF-KEY               TO JL-AFTER-IDN.
           PERFORM 8600-JOURNAL           THRU 8600-EXIT.

           IF  HTTP-IDEM-VALUE NOT EQUAL SPACES
               PERFORM 4085-IDEMPOTENCY-SAVE THRU 4085-EXIT.

           IF  HTTP-UID-VALUE EQUAL 'yes'
               PERFORM 4310-WRITE-UID     THRU 4310-EXIT.

           IF  HTTP-MODULO-VALUE GREATER  THAN ZEROES
               PERFORM 4320-WRITE-MODULO  THRU 4320-EXIT.

           IF  LOB-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4330-WRITE-LOB     THRU 4330-EXIT.

           IF  ECR-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 9400-WRITE-ECR     THRU 9400-EXIT
               PERFORM 8500-WEBHOOK-FANOUT THRU 8500-EXIT.

           PERFORM 8000-GET-URL           THRU 8000-EXIT.

           IF  DC-TYPE        EQUAL ACTIVE-ACTIVE
           AND REPLICATE-PATH-SW EQUAL 'Y'
           AND STREAM-RECEIVE-SW NOT EQUAL 'Y'
               PERFORM 4500-REPLICATE     THRU 4500-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           IF  DC-TYPE        EQUAL ACTIVE-STANDBY
           AND REPLICATE-PATH-SW EQUAL 'Y'
           AND STREAM-RECEIVE-SW NOT EQUAL 'Y'
               PERFORM 4500-REPLICATE     THRU 4500-EXIT.

       4300-EXIT.
           EXIT.

      *****************************************************************
      * Issue WRITE HTTPHEADER for the zUID created.                  *
      *****************************************************************
       4310-WRITE-UID.
           MOVE LENGTH OF HTTP-UID          TO ZFAM-UID-LENGTH.
           MOVE LENGTH OF THE-UNIQUE-KEY    TO UID-VALUE-LENGTH.
           IF  KG-ACTIVE-SW EQUAL 'Y'
               MOVE KG-KEY-LENGTH           TO UID-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-UID)
                NAMELENGTH (ZFAM-UID-LENGTH)
                VALUE      (THE-UNIQUE-KEY)
                VALUELENGTH(UID-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       4310-EXIT.
           EXIT.

      *****************************************************************
      * Issue WRITE HTTPHEADER for the Modulo created.                *
      *****************************************************************
       4320-WRITE-MODULO.
           MOVE LENGTH OF HTTP-MODULO       TO ZFAM-MODULO-LENGTH.
           MOVE LENGTH OF THE-MODULO        TO MODULO-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-MODULO)
                NAMELENGTH (ZFAM-MODULO-LENGTH)
                VALUE      (THE-MODULO)
                VALUELENGTH(MODULO-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.


       4320-EXIT.
           EXIT.

      *****************************************************************
      * Issue WRITE HTTPHEADER for the LOB replication.               *
      *****************************************************************
       4330-WRITE-LOB.
           MOVE LENGTH OF HTTP-LOB          TO ZFAM-LOB-LENGTH.
           MOVE LENGTH OF HTTP-LOB-VALUE    TO LOB-VALUE-LENGTH.
           MOVE 'Yes'                       TO HTTP-LOB-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-LOB)
                NAMELENGTH (ZFAM-LOB-LENGTH)
                VALUE      (HTTP-LOB-VALUE)
                VALUELENGTH(LOB-VALUE-LENGTH)
                RESP       (LOB-RESP)
                NOHANDLE
           END-EXEC.

       4330-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Write zFAM FILE store record.                                 *
      * A logical record can span one hundred 32,000 byte segments.   *
      *****************************************************************
       4400-WRITE-FILE.
           SET ADDRESS OF ZFAM-MESSAGE      TO ZFAM-ADDRESS.
           MOVE SEGMENT-COUNT               TO FF-SEGMENT.

           IF  UNSEGMENTED-LENGTH LESS THAN OR EQUAL THIRTY-TWO-KB
               MOVE UNSEGMENTED-LENGTH      TO FF-LENGTH
           ELSE
               MOVE THIRTY-TWO-KB           TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           MOVE ZFAM-MESSAGE(1:FF-LENGTH)   TO FF-DATA.
           PERFORM 9042-ENCIPHER-SEGMENT   THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  CHECKSUM-COMPUTED           TO RD-DIGEST-TOTAL.
           PERFORM 9047-TRACK-CHECKSUM    THRU 9047-EXIT.
           ADD  FF-PREFIX TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOSPACE)
               PERFORM 8410-POOL-SPILL    THRU 8410-EXIT.

           IF  SPILL-SW EQUAL 'R'
               GO TO 4400-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '4400'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '06'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  UNSEGMENTED-LENGTH GREATER THAN  OR EQUAL THIRTY-TWO-KB
               SUBTRACT THIRTY-TWO-KB     FROM UNSEGMENTED-LENGTH
               ADD      THIRTY-TWO-KB       TO ZFAM-ADDRESS-X.

       4400-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Replicate POST     request to alternate Data Center.          *
      *****************************************************************
       4500-REPLICATE.
           PERFORM 8230-NEXT-SEQUENCE     THRU 8230-EXIT.

           PERFORM 4510-REPLICATE-ONE     THRU 4510-EXIT
               VARYING DC-PARTNER-SUB       FROM 1 BY 1
               UNTIL   DC-PARTNER-SUB GREATER THAN DC-PARTNER-COUNT.

           PERFORM 8235-JOURNAL-SEQUENCE  THRU 8235-EXIT.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Replicate to one partner Data Center in the list.             *
      *****************************************************************
       4510-REPLICATE-ONE.
           IF  FO-STATE EQUAL 'F'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 4510-EXIT.

           PERFORM 8090-SET-PARTNER       THRU 8090-EXIT.
           PERFORM 8240-BATCH-CHECK         THRU 8240-EXIT.

           IF  BQ-SW EQUAL 'Y'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8245-BATCH-QUEUE   THRU 8245-EXIT
               GO TO 4510-EXIT.

           PERFORM 8260-CHECK-BREAKER     THRU 8260-EXIT.

           IF  CB-ALLOW-SW NOT EQUAL 'Y'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 4510-EXIT.

           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.

           IF  HTTP-ECR-VALUE NOT EQUAL 'Yes'
               MOVE DFHVALUE(POST)          TO WEB-METHOD
               PERFORM 8200-WEB-CONVERSE  THRU 8200-EXIT.

           IF  HTTP-ECR-VALUE     EQUAL 'Yes'
               MOVE DFHVALUE(POST)          TO WEB-METHOD
               PERFORM 8210-WEB-CONVERSE  THRU 8210-EXIT.

           PERFORM 8300-WEB-CLOSE         THRU 8300-EXIT.

       4510-EXIT.
           EXIT.


      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Create every record carried in the request body as a single   *
      * unit of work.  Each part is framed the same way ZFAM008       *
      * frames its ROWS output when no delimiter is given: a three-   *
      * digit key length, the key, a seven-digit data length, then    *
      * the data.  Each part's data must fit a single FILE store      *
      * segment.  The first failing part rolls the whole request      *
      * back, so either every FK-RECORD/FF-RECORD pair lands or none  *
      * do; the per-part status list is returned either way.          *
      *****************************************************************
       4600-BATCH-POST.
           MOVE ZFAM-ADDRESS-X              TO BP-CURRENT-X.
           MOVE RECEIVE-LENGTH              TO BP-REMAINING.
           MOVE ZEROES                      TO BP-COUNT.
           MOVE 'N'                         TO BP-FAILED-SW.
           MOVE HTTP-STATUS-200             TO BP-HTTP-STATUS.

           MOVE 'N'                         TO BP-MULTI-SW.
           MOVE EIBTRNID(3:2)               TO BP-HOME-SUFFIX.

           IF  HTTP-BATCH-VALUE EQUAL 'multi'
               MOVE 'Y'                     TO BP-MULTI-SW.

           PERFORM 4610-BATCH-PART        THRU 4610-EXIT
               WITH TEST AFTER
               UNTIL BP-REMAINING NOT GREATER THAN ZEROES
               OR    BP-FAILED-SW EQUAL 'Y'
               OR    BP-COUNT     EQUAL BP-MAX.

      *****************************************************************
      * A multi-table batch leaves the file/counter names pointed at  *
      * whichever table the last part wrote - put the home table      *
      * back before the response and replication run.                 *
      *****************************************************************
           IF  BP-MULTI-SW EQUAL 'Y'
               MOVE BP-HOME-SUFFIX          TO FK-TRANID(3:2)
                                               FF-TRANID(3:2)
                                               NC-TRANID(3:2)
                                               DD-TRANID(3:2).

           PERFORM 4660-BATCH-RESPONSE    THRU 4660-EXIT.

       4600-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Parse and create one part of the batch body.                  *
      *****************************************************************
       4610-BATCH-PART.
           SET ADDRESS OF ZFAM-MESSAGE      TO BP-CURRENT.

      *****************************************************************
      * A bare line ending after the final part is tolerated - most  *
      * tooling terminates every record, including the last one.      *
      *****************************************************************
           IF  BP-REMAINING NOT GREATER THAN TWO
               IF  ZFAM-MESSAGE(1:1) EQUAL CRLF(1:1)
               OR  ZFAM-MESSAGE(1:1) EQUAL CRLF(2:1)
                   MOVE ZEROES              TO BP-REMAINING
                   GO TO 4610-EXIT.

      *****************************************************************
      * A multi-table part leads with its two-character table suffix, *
      * which retargets the KEY/FILE files, the named counter, and    *
      * the DDNAME template for this part only.                       *
      *****************************************************************
           IF  BP-MULTI-SW EQUAL 'Y'
               IF  BP-REMAINING LESS THAN TWELVE
               OR  ZFAM-MESSAGE(1:2) EQUAL SPACES
                   MOVE 'Y'                 TO BP-FAILED-SW
                   MOVE HTTP-STATUS-400     TO BP-HTTP-STATUS
                   GO TO 4610-EXIT.

           IF  BP-MULTI-SW EQUAL 'Y'
               MOVE ZFAM-MESSAGE(1:2)       TO BP-PART-SUFFIX
               MOVE BP-PART-SUFFIX          TO FK-TRANID(3:2)
                                               FF-TRANID(3:2)
                                               NC-TRANID(3:2)
                                               DD-TRANID(3:2)
               MOVE 'FILE'                  TO FF-DDNAME
               ADD  TWO                     TO BP-CURRENT-X
               SUBTRACT TWO               FROM BP-REMAINING
               SET ADDRESS OF ZFAM-MESSAGE  TO BP-CURRENT.

           IF  BP-REMAINING LESS THAN TWELVE
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-400         TO BP-HTTP-STATUS
               GO TO 4610-EXIT.

           MOVE ZFAM-MESSAGE(1:3)           TO BP-KEY-LENGTH-X.

           IF  BP-KEY-LENGTH-X NOT NUMERIC
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-400         TO BP-HTTP-STATUS
               GO TO 4610-EXIT.

           MOVE BP-KEY-LENGTH-N             TO BP-KEY-LENGTH.

           IF  BP-KEY-LENGTH EQUAL ZEROES
           OR  BP-KEY-LENGTH GREATER THAN TWO-FIFTY-FIVE
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-400         TO BP-HTTP-STATUS
               GO TO 4610-EXIT.

           MOVE LOW-VALUES                  TO BP-KEY.
           MOVE ZFAM-MESSAGE(4:BP-KEY-LENGTH)
                                            TO BP-KEY(1:BP-KEY-LENGTH).

           MOVE ZFAM-MESSAGE(BP-KEY-LENGTH + 4:7)
                                            TO BP-DATA-LENGTH-X.

           IF  BP-DATA-LENGTH-X NOT NUMERIC
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-400         TO BP-HTTP-STATUS
               GO TO 4610-EXIT.

           MOVE BP-DATA-LENGTH-N            TO BP-DATA-LENGTH.

           ADD  ONE                         TO BP-COUNT.
           MOVE BP-KEY                      TO BP-R-KEY(BP-COUNT).
           INSPECT BP-R-KEY(BP-COUNT)
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE BP-HOME-SUFFIX              TO BP-R-TABLE(BP-COUNT).
           IF  BP-MULTI-SW EQUAL 'Y'
               MOVE BP-PART-SUFFIX          TO BP-R-TABLE(BP-COUNT).

           IF  BP-DATA-LENGTH EQUAL ZEROES
           OR  BP-DATA-LENGTH GREATER THAN THIRTY-TWO-KB
               MOVE 413                     TO BP-R-STATUS(BP-COUNT)
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-400         TO BP-HTTP-STATUS
               GO TO 4610-EXIT.

           COMPUTE BP-ADVANCE = TEN + BP-KEY-LENGTH + BP-DATA-LENGTH.

           IF  BP-ADVANCE GREATER THAN BP-REMAINING
               MOVE 413                     TO BP-R-STATUS(BP-COUNT)
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-400         TO BP-HTTP-STATUS
               GO TO 4610-EXIT.

           PERFORM 4615-BATCH-FEDERATION  THRU 4615-EXIT.

           IF  BP-FAILED-SW EQUAL 'Y'
               GO TO 4610-EXIT.

           PERFORM 4620-BATCH-WRITE-KEY   THRU 4620-EXIT.

           IF  BP-FAILED-SW NOT EQUAL 'Y'
               PERFORM 4630-BATCH-WRITE-FILE THRU 4630-EXIT.

      *****************************************************************
      * The FAxxFD schema container on the channel belongs to the     *
      * home table, so secondary-index maintenance only runs for      *
      * parts written to it - ZFAM021's backfill trues up any other   *
      * table's indexes.                                              *
      *****************************************************************
           IF  BP-FAILED-SW NOT EQUAL 'Y'
               IF  BP-MULTI-SW NOT EQUAL 'Y'
               OR  BP-PART-SUFFIX EQUAL BP-HOME-SUFFIX
                   PERFORM 4640-BATCH-CI  THRU 4640-EXIT.

           IF  BP-FAILED-SW NOT EQUAL 'Y'
               MOVE FK-FF-KEY               TO JL-AFTER-IDN
               PERFORM 8600-JOURNAL       THRU 8600-EXIT
               MOVE 201                     TO BP-R-STATUS(BP-COUNT)
               SUBTRACT BP-ADVANCE        FROM BP-REMAINING
               ADD      BP-ADVANCE          TO BP-CURRENT-X.

       4610-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * A part addressed to a federation is routed by its own key to  *
      * the member holding the range; a part addressed to any other   *
      * table must fall in that table's range if it is a member.      *
      * Either failure fails the part like any other 409.             *
      *****************************************************************
       4615-BATCH-FEDERATION.
           MOVE 'R'                         TO VF-FUNCTION.
           MOVE EIBTRNID                    TO VF-TABLE.
           IF  BP-MULTI-SW EQUAL 'Y'
               MOVE BP-PART-SUFFIX          TO VF-TABLE(3:2).
           MOVE BP-KEY                      TO VF-KEY.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4615-EXIT.

           IF  VF-RESULT EQUAL 'Y'
               MOVE VF-MEMBER               TO FK-TRANID(3:2)
                                               FF-TRANID(3:2)
                                               NC-TRANID(3:2)
                                               DD-TRANID(3:2)
                                               BP-R-TABLE(BP-COUNT)
               MOVE 'FILE'                  TO FF-DDNAME
               GO TO 4615-EXIT.

           IF  VF-RESULT NOT EQUAL 'X'
               MOVE 'V'                     TO VF-FUNCTION
               EXEC CICS LINK PROGRAM(ZFAM168)
                    COMMAREA(VF-COMMAREA)
                    LENGTH  (LENGTH OF VF-COMMAREA)
                    NOHANDLE
               END-EXEC.

           IF  VF-RESULT EQUAL 'M'
           OR  VF-RESULT EQUAL 'X'
               MOVE 409                     TO BP-R-STATUS(BP-COUNT)
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-409         TO BP-HTTP-STATUS.

       4615-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Write one part's KEY store record, the same fields            *
      * 4100-WRITE-KEY assigns for a single-record POST.              *
      *****************************************************************
       4620-BATCH-WRITE-KEY.
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.

           MOVE BP-KEY                      TO FK-KEY.
           MOVE WS-ABS                      TO FK-ABS.
           MOVE ZEROES                      TO FK-ACTIVATE-ABS.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           PERFORM 9034-STAMP-OWNER       THRU 9034-EXIT.

           PERFORM 8400-DDNAME            THRU 8400-EXIT.
           MOVE FF-DDNAME                   TO FK-DDNAME.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
           ELSE
               MOVE 'bits'                  TO FK-OBJECT.

           MOVE ONE                         TO FK-SEGMENTS.
           MOVE SPACES                      TO FK-LOB
                                                FK-INTENT.

           MOVE SPACES                      TO FK-ENCODING.
           IF  ENCODING-RESP EQUAL DFHRESP(NORMAL)
               MOVE HTTP-ENCODING-VALUE     TO FK-ENCODING.

           MOVE ZEROES                      TO FK-DIGEST.

      *****************************************************************
      * The loaded DD template - and so DD-SCHEMA-VER - belongs to    *
      * the home table; a foreign part carries version zero rather    *
      * than the wrong table's number, so ZFAM132 classifies it as    *
      * pre-versioning instead of against a schema it never had.      *
      *****************************************************************
           MOVE ZEROES                      TO FK-SCHEMA-VER.
           IF  DD-SCHEMA-VER NUMERIC
               IF  BP-MULTI-SW NOT EQUAL 'Y'
               OR  BP-PART-SUFFIX EQUAL BP-HOME-SUFFIX
                   MOVE DD-SCHEMA-VER       TO FK-SCHEMA-VER.

      *****************************************************************
      * Batch parts charge the same per-prefix quota a single POST    *
      * does - wrapping writes in zFAM-Batch must not evade it.       *
      * Foreign parts are not checked: the foreign table's template   *
      * (and so its quota prefix length) is not loaded, matching the  *
      * other table-specific processing foreign parts skip.           *
      *****************************************************************
           IF  DD-QUOTA-LEN NUMERIC
           AND DD-QUOTA-LEN GREATER THAN ZEROES
               IF  BP-MULTI-SW NOT EQUAL 'Y'
               OR  BP-PART-SUFFIX EQUAL BP-HOME-SUFFIX
                   PERFORM 4095-QUOTA-CHECK THRU 4095-EXIT.

           EXEC CICS WRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(DUPREC)
               PERFORM 9046-RECORD-DUPREC THRU 9046-EXIT
               MOVE 409                     TO BP-R-STATUS(BP-COUNT)
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-409         TO BP-HTTP-STATUS
           ELSE
           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4620'                  TO KE-PARAGRAPH
               MOVE FC-WRITE                TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE 507                     TO BP-R-STATUS(BP-COUNT)
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-507         TO BP-HTTP-STATUS.

       4620-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Write one part's single FILE store segment, the same cipher   *
      * and checksum treatment 4400-WRITE-FILE applies.               *
      *****************************************************************
       4630-BATCH-WRITE-FILE.
           SET ADDRESS OF ZFAM-MESSAGE      TO BP-CURRENT.

           MOVE FK-KEY                      TO FF-FK-KEY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE WEB-MEDIA-TYPE              TO FF-MEDIA.
           MOVE ONE                         TO FF-SEGMENTS.
           MOVE WS-ABS                      TO FF-ABS.

           MOVE BP-DATA-LENGTH              TO FF-LENGTH.
           COMPUTE BP-DATA-OFFSET = BP-KEY-LENGTH + 11.

           MOVE LOW-VALUES                  TO FF-DATA.
           MOVE ZFAM-MESSAGE(BP-DATA-OFFSET:BP-DATA-LENGTH)
                                            TO FF-DATA(1:FF-LENGTH).
           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  FF-PREFIX                   TO FF-LENGTH.
           MOVE SPACES                      TO SPILL-DDNAME.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOSPACE)
               PERFORM 8410-POOL-SPILL    THRU 8410-EXIT.

           IF  SPILL-DDNAME NOT EQUAL SPACES
           AND EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 8470-RESTAMP-KEY   THRU 8470-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '4630'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE 507                     TO BP-R-STATUS(BP-COUNT)
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-507         TO BP-HTTP-STATUS.

       4630-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Maintain the secondary column index for one part, pointing    *
      * SAVE-ADDRESS at the part's own data so 4810-LINK-ZFAM011      *
      * hands zFAM011 the right record buffer.                        *
      *****************************************************************
       4640-BATCH-CI.
           COMPUTE SAVE-ADDRESS-X = BP-CURRENT-X + BP-KEY-LENGTH + TEN.

           PERFORM 4800-CI-PROCESS        THRU 4800-EXIT.

           IF  CI-FAIL-SW EQUAL 'Y'
               MOVE 409                     TO BP-R-STATUS(BP-COUNT)
               MOVE 'Y'                     TO BP-FAILED-SW
               MOVE HTTP-STATUS-409         TO BP-HTTP-STATUS.

       4640-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Send the per-part status list.  A failed batch is rolled      *
      * back first, so no part of it lands.                           *
      *****************************************************************
       4660-BATCH-RESPONSE.
           IF  BP-FAILED-SW EQUAL 'Y'
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               PERFORM 4665-MARK-ROLLED   THRU 4665-EXIT.

           IF  BP-COUNT EQUAL ZEROES
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE BP-COUNT                    TO BP-COUNT-DISPLAY.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HEADER-ROWS-LENGTH)
                VALUE      (BP-COUNT-DISPLAY)
                VALUELENGTH(ROWS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           COMPUTE BP-RESPONSE-LENGTH =
                   BP-COUNT * LENGTH OF BP-ENTRY(1).

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           MOVE BP-HTTP-STATUS              TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (BP-RESPONSE)
                FROMLENGTH(BP-RESPONSE-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(BP-HTTP-STATUS)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           IF  BP-FAILED-SW NOT EQUAL 'Y'
               PERFORM 4670-BATCH-REPLICATE THRU 4670-EXIT.

       4660-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Replicate the committed batch to the partner Data Centers.    *
      * Each created part is queued to the FAxxRT retry queue as its  *
      * own POST entry; ZFAM023 rebuilds every body from this         *
      * table's own FILE store and replays it, so a batch reaches     *
      * the partners through the same machinery a failed inline       *
      * replication already uses.  Replication of a batch is          *
      * therefore always asynchronous, for active/active tables too.  *
      *****************************************************************
       4670-BATCH-REPLICATE.
           PERFORM 8000-GET-URL           THRU 8000-EXIT.

           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE
           AND DC-TYPE NOT EQUAL ACTIVE-STANDBY
               GO TO 4670-EXIT.

           IF  REPLICATE-PATH-SW NOT EQUAL 'Y'
               GO TO 4670-EXIT.

           PERFORM 4675-QUEUE-PART        THRU 4675-EXIT
               VARYING BP-INDEX FROM 1 BY 1
               UNTIL   BP-INDEX GREATER THAN BP-COUNT.

           MOVE EIBTRNID(3:2)               TO RT-TSQ(1:2).
           MOVE 'RT'                        TO RT-TSQ(3:2).
           MOVE EIBTRNID                    TO RT-TRANID.
           MOVE LENGTH OF RT-PARM           TO RT-LENGTH.

           EXEC CICS START TRANSID(RT-TSQ)
                FROM    (RT-PARM)
                LENGTH  (RT-LENGTH)
                NOHANDLE
           END-EXEC.

       4670-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Queue one created part for replication replay, once per       *
      * partner Data Center.                                          *
      *****************************************************************
       4675-QUEUE-PART.
           IF  BP-R-STATUS(BP-INDEX) NOT EQUAL 201
               GO TO 4675-EXIT.

      *****************************************************************
      * A replayed part converses on this table's URI, which the      *
      * partner maps to this table - so a multi-table part written    *
      * to a foreign table cannot be replayed from here and is left   *
      * to that table's own replication arrangements.                 *
      *****************************************************************
           IF  BP-MULTI-SW EQUAL 'Y'
           AND BP-R-TABLE(BP-INDEX) NOT EQUAL BP-HOME-SUFFIX
               GO TO 4675-EXIT.

           MOVE ZEROES                      TO BR-TRAILING.
           INSPECT FUNCTION REVERSE(BP-R-KEY(BP-INDEX))
               TALLYING BR-TRAILING FOR LEADING SPACES.

           SUBTRACT BR-TRAILING FROM TWO-FIFTY-FIVE
               GIVING BR-KEY-LENGTH.

           IF  BR-KEY-LENGTH NOT GREATER THAN ZEROES
               GO TO 4675-EXIT.

           MOVE LOW-VALUES                  TO FK-KEY.
           MOVE BP-R-KEY(BP-INDEX)(1:BR-KEY-LENGTH)
             TO FK-KEY(1:BR-KEY-LENGTH).

           MOVE WEB-PATH-LENGTH             TO BR-PATH-LENGTH.
           MOVE WEB-PATH                    TO BR-PATH.

           IF  BR-PATH(BR-PATH-LENGTH:1) NOT EQUAL '/'
               ADD  ONE                     TO BR-PATH-LENGTH
               MOVE '/'                     TO
                    BR-PATH(BR-PATH-LENGTH:1).

           MOVE FK-KEY(1:BR-KEY-LENGTH)
             TO BR-PATH(BR-PATH-LENGTH + 1:BR-KEY-LENGTH).
           ADD  BR-KEY-LENGTH               TO BR-PATH-LENGTH.

           PERFORM 8230-NEXT-SEQUENCE     THRU 8230-EXIT.

           PERFORM 4677-QUEUE-ONE         THRU 4677-EXIT
               VARYING DC-PARTNER-SUB FROM 1 BY 1
               UNTIL   DC-PARTNER-SUB GREATER THAN DC-PARTNER-COUNT.

           PERFORM 8237-WRITE-JOURNAL     THRU 8237-EXIT.

       4675-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Batch: yes.                                  *
      * Write one part's FAxxRT replay entry for one partner.         *
      *****************************************************************
       4677-QUEUE-ONE.
           MOVE EIBTRNID(3:2)               TO RT-TSQ(1:2).
           MOVE 'RT'                        TO RT-TSQ(3:2).

           MOVE WEB-HTTPMETHOD              TO TS-RT-METHOD.
           MOVE SPACES                      TO TS-RT-ECR.
           MOVE FF-MEDIA                    TO TS-RT-MEDIA.
           MOVE BR-PATH-LENGTH              TO TS-RT-PATH-LENGTH.
           MOVE BR-PATH                     TO TS-RT-PATH.
           MOVE ZEROES                      TO TS-RT-QS-LENGTH.
           MOVE SPACES                      TO TS-RT-QUERYSTRING.
           MOVE FK-KEY                      TO TS-RT-KEY.
           MOVE DC-PARTNER-URL(DC-PARTNER-SUB)
                                            TO TS-RT-PARTNER.
           MOVE DC-PARTNER-LENGTH(DC-PARTNER-SUB)
                                            TO TS-RT-PARTNER-LENGTH.
           MOVE HTTP-CORRID-VALUE           TO TS-RT-CORRID.
           MOVE SQ-SEQ                      TO TS-RT-SEQ.
           MOVE SQ-SITE                     TO TS-RT-SITE.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TS-RT-TIME)
                YYYYMMDD(TS-RT-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TS-RETRY-ENTRY    TO TS-RT-LENGTH.

           EXEC CICS WRITEQ TS
                QUEUE (RT-TSQ)
                FROM  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                ITEM  (TS-RT-ITEM)
                RESP  (TS-RT-RESP)
                NOHANDLE
           END-EXEC.

       4677-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * The whole batch was rolled back - parts that had already      *
      * been written must not answer 201, or a client retrying only   *
      * the failed parts would lose them for good.                    *
      *****************************************************************
       4665-MARK-ROLLED.
           PERFORM 4667-MARK-ONE          THRU 4667-EXIT
               VARYING BP-INDEX FROM 1 BY 1
               UNTIL   BP-INDEX GREATER THAN BP-COUNT.

       4665-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Re-mark one rolled-back part.                                 *
      *****************************************************************
       4667-MARK-ONE.
           IF  BP-R-STATUS(BP-INDEX) EQUAL 201
               MOVE 424                     TO BP-R-STATUS(BP-INDEX).

       4667-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Get HTTP headers for UID and MODULO generation.               *
      *****************************************************************
       4700-GET-HEADER.
           MOVE LENGTH OF HTTP-UID            TO ZFAM-UID-LENGTH.
           MOVE LENGTH OF HTTP-UID-VALUE      TO UID-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-UID)
                NAMELENGTH (ZFAM-UID-LENGTH)
                VALUE      (HTTP-UID-VALUE)
                VALUELENGTH(UID-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'no '                     TO HTTP-UID-VALUE.

      *****************************************************************
      * A POST with no key on a table with a key template is given a  *
      * generated key, just as zFAM-UID: yes would be.                *
      *****************************************************************
           IF  HTTP-UID-VALUE NOT EQUAL 'yes'
           AND URI-PATH-LENGTH EQUAL ZEROES
           AND WEB-HTTPMETHOD  EQUAL WEB-HTTP-POST
               PERFORM 4045-LOAD-KEY-POLICY THRU 4045-EXIT
               IF  KG-ACTIVE-SW EQUAL 'Y'
                   MOVE 'yes'                 TO HTTP-UID-VALUE.

           MOVE LENGTH OF HTTP-MODULO         TO ZFAM-MODULO-LENGTH.
           MOVE LENGTH OF HTTP-MODULO-VALUE   TO MODULO-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-MODULO)
                NAMELENGTH (ZFAM-MODULO-LENGTH)
                VALUE      (HTTP-MODULO-VALUE)
                VALUELENGTH(MODULO-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                    TO HTTP-MODULO-VALUE.

           IF  HTTP-MODULO-VALUE NOT NUMERIC
               MOVE ZEROES                    TO HTTP-MODULO-VALUE.

           IF  MODULO-VALUE-LENGTH EQUAL ONE
               MOVE HTTP-MODULO-VALUE(1:1)    TO HTTP-MODULO-VALUE(2:1)
               MOVE ZERO                      TO HTTP-MODULO-VALUE(1:1).

           IF  HTTP-MODULO-VALUE LESS THAN ONE
               MOVE ZEROES                    TO HTTP-MODULO-VALUE.

           IF  HTTP-UID-VALUE EQUAL 'yes'
               PERFORM 4710-LINK-ZUID001    THRU 4710-EXIT
               MOVE LOW-VALUES                TO FK-KEY
               MOVE THE-UNIQUE-KEY(1:32)      TO FK-KEY(1:32).

           IF  HTTP-MODULO-VALUE GREATER THAN ZEROES AND
               HTTP-UID-VALUE    EQUAL  'yes'
               PERFORM 4720-GET-MODULO      THRU 4720-EXIT
                   WITH TEST AFTER
                   UNTIL ZFAM-MOD-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 4740-QUERY-MODULO    THRU 4740-EXIT
               MOVE LOW-VALUES                TO FK-KEY
               MOVE THE-MODULO-KEY(1:37)      TO FK-KEY(1:37).

       4700-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue LINK to zUID001 to obtain a Unique ID for the key.      *
      * A table with a key template builds the key from it instead.   *
      *****************************************************************
       4710-LINK-ZUID001.
           PERFORM 4045-LOAD-KEY-POLICY      THRU 4045-EXIT.

           IF  KG-ACTIVE-SW  EQUAL 'Y'
           OR  KG-INVALID-SW EQUAL 'Y'
               PERFORM 4715-TEMPLATE-KEY     THRU 4715-EXIT
               GO TO 4710-EXIT.

           MOVE 'PLAIN'                      TO ZUID-FORMAT.
           MOVE 'LINK'                       TO ZUID-TYPE.

           EXEC CICS LINK
                PROGRAM (ZUID001)
                COMMAREA(ZUID001-COMMAREA)
                LENGTH  (COMMAREA-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZUID-UID                     TO THE-UNIQUE-KEY.

       4710-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * Build the key - prefix, today's date, the next counter value  *
      * and the check digit - into THE-UNIQUE-KEY, padded with        *
      * LOW-VALUES as a URI key is.  A template that cannot be used,  *
      * or a counter that is exhausted or cannot be defined, answers  *
      * 507 rather than hand out a key out of the template.           *
      *****************************************************************
       4715-TEMPLATE-KEY.
           IF  KG-INVALID-SW EQUAL 'Y'
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '20'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                YYYYMMDD(KG-TODAY)
                YYYYDDD (KG-TODAY-JULIAN)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                       TO KG-DATE-TEXT.
           IF  KP-DATE-FORMAT EQUAL 'YYYYMMDD'
               MOVE KG-TODAY                 TO KG-DATE-TEXT.
           IF  KP-DATE-FORMAT EQUAL 'YYMMDD'
               MOVE KG-TODAY(3:6)            TO KG-DATE-TEXT.
           IF  KP-DATE-FORMAT EQUAL 'YYYYDDD'
               MOVE KG-TODAY-JULIAN          TO KG-DATE-TEXT.
           IF  KP-DATE-FORMAT EQUAL 'YYDDD'
               MOVE KG-TODAY-JULIAN(3:5)     TO KG-DATE-TEXT.

           MOVE EIBTRNID                     TO KG-TRANID.
           MOVE SPACES                       TO KG-COUNTER-DATE.
           IF  KP-COUNTER-RESET EQUAL 'D'
               MOVE KG-TODAY                 TO KG-COUNTER-DATE.

           PERFORM 4716-GET-TEMPLATE-COUNTER THRU 4716-EXIT.

           IF  KG-RESP EQUAL DFHRESP(NOTFND)
               PERFORM 4719-DEFINE-TEMPLATE-COUNTER THRU 4719-EXIT
               PERFORM 4716-GET-TEMPLATE-COUNTER    THRU 4716-EXIT.

           IF  KG-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9300-NC-ERROR         THRU 9300-EXIT
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '20'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE LOW-VALUES                   TO KG-KEY.

           IF  KP-PREFIX-LENGTH GREATER THAN ZEROES
               MOVE KP-PREFIX(1:KP-PREFIX-LENGTH)
                 TO KG-KEY(1:KP-PREFIX-LENGTH).

           IF  KG-DATE-LENGTH GREATER THAN ZEROES
               MOVE KG-DATE-TEXT(1:KG-DATE-LENGTH)
                 TO KG-KEY(KG-DATE-POS:KG-DATE-LENGTH).

           MOVE KG-VALUE                     TO KG-VALUE-DISPLAY.
           COMPUTE KG-DIGIT-POS = LENGTH OF KG-VALUE-DISPLAY
                                - KP-COUNTER-DIGITS + 1.
           MOVE KG-VALUE-DISPLAY(KG-DIGIT-POS:KP-COUNTER-DIGITS)
             TO KG-KEY(KG-COUNTER-POS:KP-COUNTER-DIGITS).

           IF  KP-CHECK-DIGIT EQUAL 'Y'
               MOVE SPACES                   TO KG-LUHN-DATA
               MOVE KG-KEY(KG-DATE-POS:KG-NUMERIC-LENGTH)
                 TO KG-LUHN-DATA(1:KG-NUMERIC-LENGTH)
               PERFORM 4717-CHECK-DIGIT    THRU 4717-EXIT
               MOVE KG-CHECK-CHAR            TO KG-KEY(KG-CHECK-POS:1).

           MOVE KG-KEY                       TO THE-UNIQUE-KEY.

       4715-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * Issue GET DCOUNTER for the template's next value.  The        *
      * counter does not wrap: an exhausted counter must not repeat   *
      * a key.                                                        *
      *****************************************************************
       4716-GET-TEMPLATE-COUNTER.
           EXEC CICS GET DCOUNTER(KG-COUNTER)
                VALUE    (KG-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                RESP     (KG-RESP)
                NOHANDLE
           END-EXEC.

       4716-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * Mod-10 (Luhn) check digit over the digits in KG-LUHN-DATA:    *
      * from the right, every other digit is doubled (less 9 when     *
      * over 9); the check digit brings the sum to a multiple of 10.  *
      *****************************************************************
       4717-CHECK-DIGIT.
           MOVE ZEROES                       TO KG-LUHN-SUM.
           MOVE 2                            TO KG-LUHN-WEIGHT.

           PERFORM 4718-LUHN-DIGIT           THRU 4718-EXIT
               VARYING KG-LUHN-SUB FROM KG-NUMERIC-LENGTH BY -1
               UNTIL   KG-LUHN-SUB LESS THAN 1.

           DIVIDE KG-LUHN-SUM BY 10 GIVING KG-LUHN-QUOTIENT
               REMAINDER KG-LUHN-REMAINDER.

           MOVE ZEROES                       TO KG-CHECK-VALUE.
           IF  KG-LUHN-REMAINDER GREATER THAN ZEROES
               SUBTRACT KG-LUHN-REMAINDER FROM 10
                   GIVING KG-CHECK-VALUE.

           MOVE KG-CHECK-VALUE               TO KG-CHECK-CHAR.

       4717-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * Add one digit, weighted, to the check digit sum.              *
      *****************************************************************
       4718-LUHN-DIGIT.
           MOVE KG-LUHN-DATA(KG-LUHN-SUB:1)  TO KG-LUHN-DIGIT.
           COMPUTE KG-LUHN-PRODUCT = KG-LUHN-DIGIT * KG-LUHN-WEIGHT.

           IF  KG-LUHN-PRODUCT GREATER THAN 9
               SUBTRACT 9                  FROM KG-LUHN-PRODUCT.

           ADD  KG-LUHN-PRODUCT              TO KG-LUHN-SUM.

           IF  KG-LUHN-WEIGHT EQUAL 2
               MOVE 1                        TO KG-LUHN-WEIGHT
           ELSE
               MOVE 2                        TO KG-LUHN-WEIGHT.

       4718-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - key template.                                     *
      * Issue DEFINE DCOUNTER for the template, from 1 to the largest *
      * value the counter width holds.  Another task defining it      *
      * first (DUPREC) is fine.  The first key of a new day on a      *
      * daily counter also deletes yesterday's counter, so the pool   *
      * does not fill with spent ones.                                *
      *****************************************************************
       4719-DEFINE-TEMPLATE-COUNTER.
           COMPUTE KG-MAXIMUM = (10 ** KP-COUNTER-DIGITS) - 1.

           EXEC CICS DEFINE DCOUNTER(KG-COUNTER)
                VALUE    (KG-MINIMUM)
                MINIMUM  (KG-MINIMUM)
                MAXIMUM  (KG-MAXIMUM)
                RESP     (KG-RESP)
                NOHANDLE
           END-EXEC.

           IF  KG-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  KP-COUNTER-RESET NOT EQUAL 'D'
               GO TO 4719-EXIT.

           COMPUTE KG-PRIOR-ABS = WS-ABS - KG-DAY-MS.

           EXEC CICS FORMATTIME ABSTIME(KG-PRIOR-ABS)
                YYYYMMDD(KG-COUNTER-DATE)
                NOHANDLE
           END-EXEC.

           EXEC CICS DELETE DCOUNTER(KG-COUNTER)
                NOHANDLE
           END-EXEC.

           MOVE KG-TODAY                     TO KG-COUNTER-DATE.

       4719-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue GET COUNTER for current modulo.                         *
      *****************************************************************
       4720-GET-MODULO.
           MOVE EIBTRNID                     TO NC-MOD-TRANID.

           EXEC CICS GET
                COUNTER   (ZFAM-MOD-COUNTER)
                VALUE     (ZFAM-MOD-VALUE)
                INCREMENT (ZFAM-MOD-INCREMENT)
                RESP      (ZFAM-MOD-RESP)
                WRAP
                NOHANDLE
           END-EXEC.

           IF  ZFAM-MOD-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ONE                      TO RESTART-MOD-VALUE
               PERFORM 4730-DEFINE-MODULO  THRU 4730-EXIT.

           MOVE ZFAM-MOD-VALUE               TO THE-MODULO.

       4720-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue DEFINE COUNTER for a modulo request.                    *
      *****************************************************************
       4730-DEFINE-MODULO.
           MOVE HTTP-MODULO-VALUE            TO ZFAM-MOD-MAXIMUM.
           MOVE ONE                          TO ZFAM-MOD-MINIMUM.
           MOVE RESTART-MOD-VALUE            TO ZFAM-MOD-VALUE.

           EXEC CICS DEFINE
                COUNTER   (ZFAM-MOD-COUNTER)
                VALUE     (ZFAM-MOD-VALUE)
                MINIMUM   (ZFAM-MOD-MINIMUM)
                MAXIMUM   (ZFAM-MOD-MAXIMUM)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9300-NC-ERROR       THRU 9300-EXIT
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '08'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       4730-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue QUERY  COUNTER for a modulo request.                    *
      * If the requested modulo is different than the maximum,        *
      * 1).  Issue an ENQ to serialize the request.                   *
      * 2).  Issue a  DELETE/DEFINE COUNTER with new modulo maximum.  *
      * 3).  Issue a  DEQ                                             *
      *****************************************************************
       4740-QUERY-MODULO.
           EXEC CICS QUERY
                COUNTER   (ZFAM-MOD-COUNTER)
                VALUE     (ZFAM-MOD-VALUE)
                MINIMUM   (ZFAM-MOD-MINIMUM)
                MAXIMUM   (ZFAM-MOD-MAXIMUM)
                NOHANDLE
           END-EXEC.

           IF  ZFAM-MOD-MAXIMUM NOT EQUAL HTTP-MODULO-VALUE
               MOVE ZFAM-MOD-MAXIMUM      TO OLD-MOD-MAXIMUM
               MOVE ZFAM-MOD-VALUE        TO OLD-MOD-VALUE
               PERFORM 4745-CALC-RESTART  THRU 4745-EXIT
               PERFORM 4750-ENQ           THRU 4750-EXIT
               PERFORM 4760-DELETE-MODULO THRU 4760-EXIT
               PERFORM 4770-DEQ           THRU 4770-DEQ
               PERFORM 4780-LOG-RESIZE    THRU 4780-EXIT.

       4740-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Preserve the counter's current position across a modulo       *
      * (shard count) resize - the new position is the old position   *
      * wrapped into the new maximum, rather than restarting at 1, so *
      * already-sharded keys keep spreading across shards instead of  *
      * piling back onto the low-numbered ones.                       *
      *****************************************************************
       4745-CALC-RESTART.
           DIVIDE OLD-MOD-VALUE BY HTTP-MODULO-VALUE
                GIVING RESTART-MOD-QUOTIENT
                REMAINDER RESTART-MOD-VALUE.

           ADD  ONE                      TO RESTART-MOD-VALUE.

       4745-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue ENQ to serialize DELETE/DEFINE COUNTER.                 *
      *****************************************************************
       4750-ENQ.
           MOVE EIBTRNID                    TO NQ-MOD-TRANID.
           MOVE LENGTH OF ZFAM-MOD-ENQUEUE  TO NQ-MOD-LENGTH.
           EXEC CICS ENQ
                RESOURCE  (ZFAM-MOD-ENQUEUE)
                LENGTH    (NQ-MOD-LENGTH)
                RESP      (ENQRESP)
                NOSUSPEND
                NOHANDLE
           END-EXEC.

       4750-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue DELETE COUNTER for a modulo request.                    *
      * Issue DEFINE COUNTER for a modulo request.                    *
      *****************************************************************
       4760-DELETE-MODULO.
           IF  ENQRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DELETE
                    COUNTER   (ZFAM-MOD-COUNTER)
                    NOHANDLE
               END-EXEC

               PERFORM 4730-DEFINE-MODULO     THRU 4730-EXIT.

       4760-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue DEQ.                                                    *
      *****************************************************************
       4770-DEQ.
           MOVE EIBTRNID                    TO NQ-MOD-TRANID.
           MOVE LENGTH OF ZFAM-MOD-ENQUEUE  TO NQ-MOD-LENGTH.
           EXEC CICS DEQ
                RESOURCE  (ZFAM-MOD-ENQUEUE)
                LENGTH    (NQ-MOD-LENGTH)
                NOHANDLE
           END-EXEC.

       4770-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Log the modulo resize, old/new maximum and preserved restart  *
      * position, to CSSL for visibility.                              *
      *****************************************************************
       4780-LOG-RESIZE.
           MOVE OLD-MOD-MAXIMUM       TO TD-MR-OLD-MAX.
           MOVE HTTP-MODULO-VALUE     TO TD-MR-NEW-MAX.
           MOVE RESTART-MOD-VALUE     TO TD-MR-RESTART.
           MOVE TD-MODULO-RESIZE      TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL  THRU 9900-EXIT.

       4780-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue LINK to zFAM011 for secondary column index process.     *
      *****************************************************************
       4800-CI-PROCESS.
           MOVE 'N'                         TO CI-FAIL-SW.

           EXEC CICS GET CONTAINER(ZFAM-FAXXFD)
                FLENGTH(CONTAINER-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NODATA
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 4810-LINK-ZFAM011      THRU 4810-EXIT
               PERFORM 4820-CHECK-CI-FAIL     THRU 4820-EXIT.

       4800-EXIT.
           EXIT.

      *****************************************************************
      * Pick up a unique-constraint violation zFAM011/zFAM031 handed  *
      * back.  The container is deleted so a later LINK on the same   *
      * channel starts clean.                                         *
      *****************************************************************
       4820-CHECK-CI-FAIL.
           MOVE LENGTH OF CI-FAIL-RECORD    TO CI-FAIL-LENGTH.

           EXEC CICS GET CONTAINER(ZFAM-CI-FAIL)
                INTO   (CI-FAIL-RECORD)
                FLENGTH(CI-FAIL-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                RESP   (CI-FAIL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CI-FAIL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO CI-FAIL-SW
               EXEC CICS DELETE CONTAINER(ZFAM-CI-FAIL)
                    CHANNEL(ZFAM-CHANNEL)
                    NOHANDLE
               END-EXEC.

       4820-EXIT.
           EXIT.

      *****************************************************************
      * Fail the request on a unique-constraint violation.  The       *
      * index program already rolled the whole unit of work back, so  *
      * nothing may be journaled, saved for idempotency, replicated   *
      * or answered as created.                                       *
      *****************************************************************
       4830-CI-REJECT.
           MOVE CF-FILE                     TO CA090-FILE.
           MOVE CF-FIELD                    TO CA090-FIELD.
           MOVE STATUS-409                  TO CA090-STATUS.
           MOVE '07'                        TO CA090-REASON.
           PERFORM 9998-ZFAM090           THRU 9998-EXIT.

       4830-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Issue LINK to zFAM011 for secondary column index process.     *
      *****************************************************************
       4810-LINK-ZFAM011.
           SET ADDRESS OF ZFAM-MESSAGE TO SAVE-ADDRESS.

           EXEC CICS PUT CONTAINER(ZFAM-NEW-REC)
                FROM   (SAVE-ADDRESS-X)
                FLENGTH(LENGTH OF SAVE-ADDRESS-X)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-NEW-KEY)
                FROM   (FK-FF-KEY)
                FLENGTH(LENGTH OF FK-FF-KEY)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS LINK PROGRAM(ZFAM011)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

       4810-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget - multi-key batch GET.                             *
      * Walk the CRLF-delimited key list in the request body and      *
      * build one delimited response in a GETMAIN buffer, the same    *
      * framing ZFAM008 uses for ROWS output with no delimiter.       *
      *****************************************************************
       4900-MGET.
           EXEC CICS GETMAIN SET(MG-ADDRESS)
                FLENGTH(THREE-POINT-TWO-MB)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           MOVE MG-ADDRESS-X                TO MG-CURRENT-X.
           MOVE ZEROES                      TO MG-COUNT
                                                MG-TOTAL.
           MOVE 'N'                         TO MG-FULL-SW.
           MOVE ONE                         TO MG-OFFSET.

           PERFORM 4910-MGET-KEY          THRU 4910-EXIT
               WITH TEST AFTER
               UNTIL MG-OFFSET GREATER THAN RECEIVE-LENGTH
               OR    MG-COUNT  EQUAL MG-MAX
               OR    MG-FULL-SW EQUAL 'Y'.

           PERFORM 4950-MGET-RESPONSE     THRU 4950-EXIT.

       4900-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget.                                                   *
      * Isolate the next key on the list and process it.              *
      *****************************************************************
       4910-MGET-KEY.
           MOVE ZEROES                      TO MG-KEY-LEN.
           MOVE LOW-VALUES                  TO MG-KEY.
           MOVE MG-OFFSET                   TO MG-SCAN.
           MOVE 'N'                         TO MG-EOL-SW.

           PERFORM 4915-MGET-SCAN         THRU 4915-EXIT
               WITH TEST AFTER
               UNTIL MG-EOL-SW EQUAL 'Y'
               OR    MG-SCAN   GREATER THAN RECEIVE-LENGTH.

           IF  MG-KEY-LEN GREATER THAN ZEROES
               ADD  ONE                     TO MG-COUNT
               PERFORM 4920-MGET-READ     THRU 4920-EXIT.

           PERFORM 4918-MGET-SKIP-EOL     THRU 4918-EXIT
               WITH TEST AFTER
               UNTIL MG-EOL-SW EQUAL 'N'
               OR    MG-SCAN   GREATER THAN RECEIVE-LENGTH.

           MOVE MG-SCAN                     TO MG-OFFSET.

       4910-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget.                                                   *
      * Collect one key byte, stopping on a CR or LF terminator.      *
      *****************************************************************
       4915-MGET-SCAN.
           SET ADDRESS OF ZFAM-MESSAGE      TO ZFAM-ADDRESS.

           IF  ZFAM-MESSAGE(MG-SCAN:1) EQUAL CRLF(1:1)
           OR  ZFAM-MESSAGE(MG-SCAN:1) EQUAL CRLF(2:1)
               MOVE 'Y'                     TO MG-EOL-SW
           ELSE
           IF  MG-KEY-LEN LESS THAN TWO-FIFTY-FIVE
               ADD  ONE                     TO MG-KEY-LEN
               MOVE ZFAM-MESSAGE(MG-SCAN:1) TO MG-KEY(MG-KEY-LEN:1)
               ADD  ONE                     TO MG-SCAN
           ELSE
               ADD  ONE                     TO MG-SCAN.

       4915-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget.                                                   *
      * Skip past the CR/LF terminator bytes to the next key.         *
      *****************************************************************
       4918-MGET-SKIP-EOL.
           SET ADDRESS OF ZFAM-MESSAGE      TO ZFAM-ADDRESS.

           IF  MG-SCAN GREATER THAN RECEIVE-LENGTH
               MOVE 'N'                     TO MG-EOL-SW
           ELSE
           IF  ZFAM-MESSAGE(MG-SCAN:1) EQUAL CRLF(1:1)
           OR  ZFAM-MESSAGE(MG-SCAN:1) EQUAL CRLF(2:1)
               ADD  ONE                     TO MG-SCAN
           ELSE
               MOVE 'N'                     TO MG-EOL-SW.

       4918-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget.                                                   *
      * Read one listed key and append its framed record - or a       *
      * zero-length not-found marker - to the response buffer.        *
      *****************************************************************
       4920-MGET-READ.
           MOVE LOW-VALUES                  TO FK-KEY.
           MOVE MG-KEY(1:MG-KEY-LEN)        TO FK-KEY(1:MG-KEY-LEN).
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                  TO FK-SEGMENTS.

      *****************************************************************
      * An alias resolves to its target before the record is framed   *
      * - otherwise the pointer chain (the target key text) would be  *
      * returned as the record body.  A broken alias reads as not     *
      * found, the same marker any missing mget key gets.             *
      *****************************************************************
           IF  FK-RESP EQUAL DFHRESP(NORMAL)
           AND FK-ALIAS EQUAL 'Y'
               PERFORM 4925-MGET-ALIAS    THRU 4925-EXIT.

           COMPUTE MG-RECORD-LENGTH =
                   MG-TOTAL + TWO-FIFTY-FIVE + TEN + MG-KEY-LEN
                   + (FK-SEGMENTS * THIRTY-TWO-KB).

           IF  MG-RECORD-LENGTH GREATER THAN THREE-POINT-TWO-MB
               MOVE 'Y'                     TO MG-FULL-SW
               SUBTRACT ONE               FROM MG-COUNT
               GO TO 4920-EXIT.

           SET ADDRESS OF ZFAM-MESSAGE      TO MG-CURRENT.
           MOVE MG-KEY-LEN                  TO MG-KEYLEN-D.
           MOVE MG-KEYLEN-D                 TO ZFAM-MESSAGE(1:3).
           MOVE MG-KEY(1:MG-KEY-LEN)
                TO ZFAM-MESSAGE(4:MG-KEY-LEN).

           COMPUTE MG-LENPTR-X = MG-CURRENT-X + 3 + MG-KEY-LEN.
           COMPUTE MG-CURRENT-X = MG-LENPTR-X + 7.
           COMPUTE MG-TOTAL = MG-TOTAL + TEN + MG-KEY-LEN.

           MOVE ZEROES                      TO MG-RECORD-LENGTH.
           MOVE 'Y'                         TO MG-REC-OK-SW.

           IF  FK-RESP    NOT EQUAL DFHRESP(NORMAL)
           OR  FK-DELETED     EQUAL 'Y'
           OR  FK-ECR         EQUAL 'Y'
               MOVE 'N'                     TO MG-REC-OK-SW.

      *****************************************************************
      * With masks in force, a Content-Encoded record - which has no  *
      * columns to mask - is framed as the not-found marker.          *
      *****************************************************************
           IF  DM-ACTIVE-SW       EQUAL 'Y'
           AND FK-ENCODING    NOT EQUAL SPACES
               MOVE 'N'                     TO MG-REC-OK-SW.

           IF  MG-REC-OK-SW EQUAL 'Y'
               MOVE 'FILE'                  TO FF-DDNAME
               IF  FK-DDNAME NOT EQUAL SPACES
                   MOVE FK-DDNAME           TO FF-DDNAME.

           IF  MG-REC-OK-SW EQUAL 'Y'
               MOVE FK-FF-KEY               TO FF-KEY
               MOVE ZEROES                  TO FF-SUFFIX
                                                FF-ZEROES
               PERFORM 4930-MGET-SEGMENT  THRU 4930-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT       FROM 1 BY 1
                   UNTIL   FF-SEGMENT GREATER THAN FK-SEGMENTS
                   OR      MG-REC-OK-SW EQUAL 'N'.

           SET ADDRESS OF ZFAM-MESSAGE      TO MG-LENPTR.
           MOVE MG-RECORD-LENGTH            TO MG-DATALEN-D.
           MOVE MG-DATALEN-D                TO ZFAM-MESSAGE(1:7).

           IF  MG-REC-OK-SW EQUAL 'Y'
               PERFORM 9945-TOUCH-ACCESS  THRU 9945-EXIT.

       4920-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget - resolve one alias key to its target record.      *
      *****************************************************************
       4925-MGET-ALIAS.
           PERFORM 3206-RESOLVE-ALIAS     THRU 3206-EXIT.

           IF  ALIAS-RC NOT EQUAL 'Y'
               MOVE DFHRESP(NOTFND)         TO FK-RESP
               MOVE ZEROES                  TO FK-SEGMENTS
               GO TO 4925-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                  TO FK-SEGMENTS.

       4925-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget.                                                   *
      * Read one FILE store segment of the current listed key and     *
      * append it to the response buffer.  A segment that fails its   *
      * read or checksum turns the whole record into a zero-length    *
      * marker rather than shipping a partial or corrupt body.        *
      *****************************************************************
       4930-MGET-SEGMENT.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                         TO CHECKSUM-MISMATCH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT
               IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
                   MOVE 'Y'                 TO CHECKSUM-MISMATCH.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  CHECKSUM-MISMATCH EQUAL 'Y'
               MOVE 'N'                     TO MG-REC-OK-SW
               SUBTRACT MG-RECORD-LENGTH  FROM MG-TOTAL
               SUBTRACT MG-RECORD-LENGTH  FROM MG-CURRENT-X
               MOVE ZEROES                  TO MG-RECORD-LENGTH
               GO TO 4930-EXIT.

           SUBTRACT FF-PREFIX             FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT  THRU 9043-EXIT.

           IF  DM-ACTIVE-SW EQUAL 'Y'
           AND FF-SEGMENT   EQUAL ONE
           AND FF-LENGTH    GREATER THAN ZEROES
               MOVE FF-LENGTH               TO DM-LENGTH
               MOVE FF-DATA(1:DM-LENGTH)    TO DM-DATA(1:DM-LENGTH)
               MOVE 'A'                     TO DM-FUNCTION
               PERFORM 9093-MASK-CALL     THRU 9093-EXIT
               MOVE DM-DATA(1:DM-LENGTH)    TO FF-DATA(1:DM-LENGTH).

           SET ADDRESS OF ZFAM-MESSAGE      TO MG-CURRENT.
           MOVE FF-DATA(1:FF-LENGTH)
             TO ZFAM-MESSAGE(1:FF-LENGTH).
           ADD  FF-LENGTH                   TO MG-CURRENT-X.
           ADD  FF-LENGTH                   TO MG-RECORD-LENGTH.
           ADD  FF-LENGTH                   TO MG-TOTAL.

       4930-EXIT.
           EXIT.

      *****************************************************************
      * POST ?mget.                                                   *
      * Send the delimited multi-record response.  A key list whose   *
      * records overflowed the response buffer answers 206 so the     *
      * client knows to split its list, the same way ZFAM008 answers  *
      * 206 on a full ROWS buffer.                                    *
      *****************************************************************
       4950-MGET-RESPONSE.
           MOVE MG-COUNT                    TO MG-COUNT-DISPLAY.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HEADER-ROWS-LENGTH)
                VALUE      (MG-COUNT-DISPLAY)
                VALUELENGTH(ROWS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF ZFAM-MESSAGE      TO MG-ADDRESS.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           IF  MG-FULL-SW EQUAL 'Y'
               MOVE 206                     TO BP-HTTP-STATUS
           ELSE
               MOVE HTTP-STATUS-200         TO BP-HTTP-STATUS.

           MOVE BP-HTTP-STATUS              TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (ZFAM-MESSAGE)
                FROMLENGTH(MG-TOTAL)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(BP-HTTP-STATUS)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE MG-TOTAL                     TO MT-BYTES-OUT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               MOVE MG-TOTAL                TO AUDIT-BYTES
               PERFORM 9944-AUDIT-READ    THRU 9944-EXIT.

       4950-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST - zFAM-Multipart.                                   *
      * Dispatch the init/part/complete flow.                         *
      *****************************************************************
       4955-MULTIPART.
           IF  URI-PATH-LENGTH EQUAL ZEROES
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '07'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  MP-MODE EQUAL 'init    '
               PERFORM 4956-MP-INIT        THRU 4956-EXIT
               GO TO 4955-EXIT.

           IF  MP-MODE EQUAL 'part    '
               PERFORM 4957-MP-PART        THRU 4957-EXIT
               GO TO 4955-EXIT.

           IF  MP-MODE EQUAL 'complete'
               PERFORM 4958-MP-COMPLETE    THRU 4958-EXIT
               GO TO 4955-EXIT.

           MOVE STATUS-400                  TO CA090-STATUS.
           MOVE '01'                        TO CA090-REASON.
           PERFORM 9998-ZFAM090           THRU 9998-EXIT.

       4955-EXIT.
           EXIT.

      *****************************************************************
      * Multipart init - create the staging KEY record (intent 'M')   *
      * and its placeholder first segment.  The retention the init    *
      * carried (?ttl= and friends) ages an abandoned upload out      *
      * through the normal sweep.                                     *
      *****************************************************************
       4956-MP-INIT.
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.

           MOVE URI-KEY                     TO FK-KEY.
           MOVE WS-ABS                      TO FK-ABS.
           MOVE ZEROES                      TO FK-ACTIVATE-ABS
                                                FK-LOCK-TIME
                                                FK-VERSION-COUNT
                                                FK-DIGEST
                                                FK-RECUR-SECS.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           PERFORM 8400-DDNAME            THRU 8400-EXIT.
           MOVE FF-DDNAME                   TO FK-DDNAME.

           MOVE 'bits'                      TO FK-OBJECT.
           MOVE ZEROES                      TO FK-SEGMENTS.
           MOVE SPACES                      TO FK-LOB
                                                FK-ECR
                                                FK-ENCODING
                                                FK-DELETED
                                                FK-UID.
           MOVE 'M'                         TO FK-INTENT.

           PERFORM 9034-STAMP-OWNER       THRU 9034-EXIT.

           MOVE ZEROES                      TO FK-SCHEMA-VER.
           IF  DD-SCHEMA-VER NUMERIC
               MOVE DD-SCHEMA-VER           TO FK-SCHEMA-VER.

           EXEC CICS WRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(DUPREC)
               PERFORM 9046-RECORD-DUPREC THRU 9046-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4956'                  TO KE-PARAGRAPH
               MOVE FC-WRITE                TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

      *****************************************************************
      * The placeholder first segment carries the retention metadata  *
      * the sweep ages the record by; part 1 replaces it.             *
      *****************************************************************
           MOVE FK-KEY                      TO FF-FK-KEY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE MP-INIT-MEDIA               TO FF-MEDIA.
           MOVE ZEROES                      TO FF-SEGMENTS.
           MOVE WS-ABS                      TO FF-ABS.

           MOVE ONE                         TO FF-LENGTH.
           MOVE LOW-VALUES                  TO FF-DATA.
           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  FF-PREFIX                   TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 9050-ELAPSED-TIME      THRU 9050-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           MOVE HTTP-STATUS-201             TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-201)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       4956-EXIT.
           EXIT.

      *****************************************************************
      * Multipart part - land the body as one FILE segment of the     *
      * staging chain.  Parts arrive from parallel workers in any     *
      * order; a re-sent part replaces its earlier bytes.             *
      *****************************************************************
       4957-MP-PART.
           IF  MP-PART LESS THAN ONE
           OR  MP-PART GREATER THAN SEGMENT-NUMBER-LIMIT
           OR  RECEIVE-LENGTH GREATER THAN THIRTY-TWO-KB
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FK-INTENT NOT EQUAL 'M'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           SET ADDRESS OF ZFAM-MESSAGE      TO ZFAM-ADDRESS.

           MOVE FK-KEY                      TO FF-FK-KEY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE MP-PART                     TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE WEB-MEDIA-TYPE              TO FF-MEDIA.
           MOVE ZEROES                      TO FF-SEGMENTS.
           MOVE WS-ABS                      TO FF-ABS.

           MOVE RECEIVE-LENGTH              TO FF-LENGTH.
           MOVE LOW-VALUES                  TO FF-DATA.
           MOVE ZFAM-MESSAGE(1:FF-LENGTH)   TO FF-DATA(1:FF-LENGTH).
           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  FF-PREFIX                   TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP(MP-RESP)
                NOHANDLE
           END-EXEC.

           IF  MP-RESP EQUAL DFHRESP(DUPREC)
               EXEC CICS DELETE FILE(FF-FCT)
                    RIDFLD(FF-KEY-16)
                    NOHANDLE
               END-EXEC
               EXEC CICS WRITE FILE(FF-FCT)
                    FROM(FF-RECORD)
                    RIDFLD(FF-KEY-16)
                    LENGTH(FF-LENGTH)
                    RESP(MP-RESP)
                    NOHANDLE
               END-EXEC.

           IF  MP-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '4957'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '06'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 9050-ELAPSED-TIME      THRU 9050-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       4957-EXIT.
           EXIT.

      *****************************************************************
      * Multipart complete - prove every declared part exists, fix    *
      * up the first segment's count (the sweep ages the chain by     *
      * it), and finalize the KEY record the way 4170-STREAM-FIXUP    *
      * finalizes a stream.  A missing part answers 409 and the       *
      * staging record stays invisible.                               *
      *****************************************************************
       4958-MP-COMPLETE.
           IF  MP-TOTAL LESS THAN ONE
           OR  MP-TOTAL GREATER THAN SEGMENT-NUMBER-LIMIT
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FK-INTENT NOT EQUAL 'M'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           MOVE 'N'                         TO MP-MISSING-SW.
           MOVE ZEROES                      TO RD-DIGEST-TOTAL.

           PERFORM 4959-MP-VERIFY         THRU 4959-EXIT
               VARYING MP-SCAN FROM 1 BY 1
               UNTIL   MP-SCAN GREATER THAN MP-TOTAL
               OR      MP-MISSING-SW EQUAL 'Y'.

           IF  MP-MISSING-SW EQUAL 'Y'
               EXEC CICS UNLOCK FILE(FK-FCT)
                    NOHANDLE
               END-EXEC
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

      *****************************************************************
      * Fix the first segment's count up so the expiry sweep walks    *
      * the finished chain correctly.                                 *
      *****************************************************************
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE MP-TOTAL                TO FF-SEGMENTS
               EXEC CICS REWRITE FILE(FF-FCT)
                    FROM(FF-RECORD)
                    LENGTH(FF-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE MP-TOTAL                    TO FK-SEGMENTS.
           MOVE SPACES                      TO FK-INTENT
                                                FK-LOB.

           IF  MP-TOTAL GREATER THAN ONE-HUNDRED
               MOVE 'L'                     TO FK-LOB.

           MOVE WS-ABS                      TO FK-ABS.

           PERFORM 9054-SET-DIGEST        THRU 9054-EXIT.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '4958'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '05'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 9050-ELAPSED-TIME      THRU 9050-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           MOVE HTTP-STATUS-201             TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-201)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       4958-EXIT.
           EXIT.

      *****************************************************************
      * Prove one declared part exists, accumulating its checksum     *
      * for the whole-record digest.                                  *
      *****************************************************************
       4959-MP-VERIFY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE MP-SCAN                     TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (MP-RESP)
                NOHANDLE
           END-EXEC.

           IF  MP-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO MP-MISSING-SW
           ELSE
           IF  FF-MEDIA EQUAL MP-INIT-MEDIA
               MOVE 'Y'                     TO MP-MISSING-SW
           ELSE
               ADD  FF-CHECKSUM             TO RD-DIGEST-TOTAL.

       4959-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Read zFAM KEY store.                                          *
      *****************************************************************
       5000-READ-KEY.

           PERFORM 5010-HTTP-HEADER            THRU 5010-EXIT.

           IF  URI-PATH-LENGTH EQUAL ZEROES
               MOVE STATUS-400                   TO CA090-STATUS
               MOVE '06'                         TO CA090-REASON
               PERFORM 9998-ZFAM090            THRU 9998-EXIT.

           MOVE URI-KEY TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE EIBDS                        TO CA090-FILE
               MOVE STATUS-204                   TO CA090-STATUS
               MOVE '02'                         TO CA090-REASON
               PERFORM 9998-ZFAM090            THRU 9998-EXIT.

           IF  FK-DELETED  EQUAL 'Y'
               MOVE EIBDS                        TO CA090-FILE
               MOVE STATUS-204                   TO CA090-STATUS
               MOVE '02'                         TO CA090-REASON
               PERFORM 9998-ZFAM090            THRU 9998-EXIT.

           IF  FK-RETENTION-TYPE EQUAL 'H'
               MOVE EIBDS                        TO CA090-FILE
               MOVE STATUS-409                   TO CA090-STATUS
               MOVE '06'                         TO CA090-REASON
               PERFORM 9998-ZFAM090            THRU 9998-EXIT.

           IF  WEB-PATH(1:10) EQUAL DEPLICATE
               PERFORM 5500-DEPLICATE-DELETE   THRU 5500-EXIT.

           PERFORM 5030-CHECK-IF-MATCH         THRU 5030-EXIT.

           PERFORM 5040-REFERENCE-DELETE       THRU 5040-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                    TO FF-DDNAME.

           PERFORM 5800-OLD-RECORD             THRU 5800-EXIT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Conditional DELETE.  When the client supplies an If-Match      *
      * header, the DELETE only proceeds when it matches the record's *
      * current ETag (FK-ABS); otherwise the request is rejected with *
      * a 412 and the record is left untouched.  An asterisk matches   *
      * any record that exists, which this one does by the time this  *
      * paragraph runs.                                                *
      *****************************************************************
       5030-CHECK-IF-MATCH.
           MOVE LENGTH OF HTTP-IM             TO ZFAM-IM-LENGTH.
           MOVE LENGTH OF HTTP-IM-VALUE       TO IM-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-IM)
                NAMELENGTH (ZFAM-IM-LENGTH)
                VALUE      (HTTP-IM-VALUE)
                VALUELENGTH(IM-VALUE-LENGTH)
                RESP       (IM-RESP)
                NOHANDLE
           END-EXEC.

           IF  IM-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                     TO HTTP-IM-VALUE.

           IF  HTTP-IM-VALUE NOT EQUAL SPACES
           AND HTTP-IM-VALUE NOT EQUAL HTTP-IM-WILDCARD
               MOVE FK-ABS                     TO ETAG-DISPLAY
               MOVE ETAG-DISPLAY                TO HTTP-ETAG-VALUE
               IF  HTTP-IM-VALUE NOT EQUAL HTTP-ETAG-VALUE
                   MOVE STATUS-412              TO CA090-STATUS
                   MOVE '01'                    TO CA090-REASON
                   PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       5030-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Referential integrity - apply the RESTRICT/CASCADE policy of  *
      * every child table declared in this table's FAxxRI template.   *
      * A cascade deletes child rows in this unit of work, so any     *
      * refusal rolls it back before answering.                       *
      *****************************************************************
       5040-REFERENCE-DELETE.
           MOVE 'DELETE'                      TO CA150-FUNCTION.
           MOVE FK-TRANID                     TO CA150-TABLE.
           MOVE ZEROES                        TO CA150-DEPTH
                                                  CA150-RECORD-LENGTH.
           MOVE FK-KEY                        TO CA150-KEY.

           EXEC CICS LINK PROGRAM(ZFAM150)
                COMMAREA(ZFAM150-COMMAREA)
                LENGTH  (LENGTH OF ZFAM150-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9999-ROLLBACK        THRU 9999-EXIT
               MOVE ZFAM150                   TO CA090-FILE
               MOVE STATUS-503                TO CA090-STATUS
               MOVE '06'                      TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  CA150-STATUS EQUAL SPACES
               GO TO 5040-EXIT.

           PERFORM 9999-ROLLBACK            THRU 9999-EXIT.

           MOVE CA150-FILE                    TO CA090-FILE.
           MOVE CA150-COLUMN                  TO CA090-FIELD.
           MOVE STATUS-409                    TO CA090-STATUS.

           IF  CA150-STATUS EQUAL 'C'
               MOVE '11'                      TO CA090-REASON
           ELSE
           IF  CA150-STATUS EQUAL 'H'
               MOVE '12'                      TO CA090-REASON
           ELSE
               MOVE '13'                      TO CA090-REASON.

           PERFORM 9998-ZFAM090             THRU 9998-EXIT.

       5040-EXIT.
           EXIT.

      *****************************************************************
      * HTTP HEAD                                                     *
      * Preview/count the rows that a range DELETE (zFAM-RangeBegin/  *
      * zFAM-RangeEnd/zFAM-RangeType) would touch, without deleting   *
      * or replicating anything.  ZFAM003 tallies zFAM-Rows and       *
      * returns a body-less response, same as a real range delete.   *
      *                                                               *
      * 5010-HTTP-HEADER only returns control here when neither range *
      * header was supplied - a valid range ends the transaction via  *
      * the XCTL to ZFAM003, and a malformed one via 9998-ZFAM090 -    *
      * so reaching this point means the HEAD is a plain single-key   *
      * content-length precheck instead.                               *
      *****************************************************************
       5900-RANGE-COUNT.
           MOVE 'Y'                          TO CA-COUNT-ONLY.
           PERFORM 5010-HTTP-HEADER        THRU 5010-EXIT.

           PERFORM 5950-LOB-PRECHECK       THRU 5950-EXIT.

       5900-EXIT.
           EXIT.

      *****************************************************************
      * Check zFAM-RangeBegin and zFAM-RangeEnd HTTP headers.         *
      * When present, XCTL to zFAM003 to delete all records within    *
      * the range.                                                    *
      *****************************************************************
       5010-HTTP-HEADER.
           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-BEGIN)
                NAMELENGTH  (HEADER-BEGIN-LENGTH)
                VALUE       (BEGIN-VALUE)
                VALUELENGTH (BEGIN-VALUE-LENGTH)
                RESP        (BEGIN-RESPONSE)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-END)
                NAMELENGTH  (HEADER-END-LENGTH)
                VALUE       (END-VALUE)
                VALUELENGTH (END-VALUE-LENGTH)
                RESP        (END-RESPONSE)
                NOHANDLE
           END-EXEC.

           IF  BEGIN-RESPONSE EQUAL DFHRESP(NORMAL)
           AND   END-RESPONSE EQUAL DFHRESP(NORMAL)
               PERFORM 5020-RANGE          THRU 5020-EXIT.

           IF  BEGIN-RESPONSE EQUAL DFHRESP(NORMAL)
           OR    END-RESPONSE EQUAL DFHRESP(NORMAL)
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '10'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       5010-EXIT.
           EXIT.


      *****************************************************************
      * Check zFAM-RangeBegin and zFAM-RangeEnd for correct range.    *
      *****************************************************************
       5020-RANGE.
           IF  BEGIN-VALUE LESS THAN END-VALUE
           OR  BEGIN-VALUE EQUAL     END-VALUE
               PERFORM 5025-RANGE-OWNER    THRU 5025-EXIT
               MOVE ZFAM003                  TO MN-PROGRAM
               PERFORM 9084-MONITOR-RECORD   THRU 9084-EXIT
               MOVE MN-RECORD                TO CA-MONITOR
               PERFORM 9036-METER-TOKEN      THRU 9036-EXIT
               EXEC CICS XCTL PROGRAM(ZFAM003)
                    COMMAREA(ZFAM003-COMM-AREA)
                    NOHANDLE
               END-EXEC.

           MOVE STATUS-400                   TO CA090-STATUS.
           MOVE '11'                         TO CA090-REASON.
           PERFORM 9998-ZFAM090            THRU 9998-EXIT.

       5020-EXIT.
           EXIT.

      *****************************************************************
      * A range DELETE (or its HEAD preview) passes ZFAM003 the       *
      * caller's identity for the row-level ownership check, the      *
      * same test 7960-RANGE-UPDATE sets up for ZFAM169: rows owned   *
      * by another client are passed over unless the caller holds an  *
      * admin-scope token.                                            *
      *****************************************************************
       5025-RANGE-OWNER.
           MOVE 'N'                          TO CA-OWNER-CHECK.

           IF  DD-OWNERSHIP EQUAL 'Y'
               PERFORM 9034-OWNER-IDENTITY THRU 9034-ID-EXIT.

           IF  DD-OWNERSHIP   EQUAL 'Y'
           AND OW-ADMIN-SW    NOT EQUAL 'Y'
           AND WEB-PATH(1:10) NOT EQUAL REPLICATE
               MOVE 'Y'                      TO CA-OWNER-CHECK.

           MOVE OW-CALLER                    TO CA-OWNER.

       5025-EXIT.
           EXIT.

      *****************************************************************
      * HTTP HEAD.                                                    *
      * Plain content-length precheck - read the KEY store record the *
      * same way 3200-READ-KEY does, but add up every FILE segment's   *
      * actual byte count instead of staging/sending it, and report    *
      * the total via a zFAM-Length response header instead of a body.*
      *****************************************************************
       5950-LOB-PRECHECK.
           MOVE URI-KEY                      TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE '5950'                       TO KE-PARAGRAPH.
           PERFORM 3290-CHECK-RESPONSE     THRU 3290-EXIT.

           IF  FK-ALIAS EQUAL 'Y'
               PERFORM 3205-FOLLOW-ALIAS    THRU 3205-EXIT.

           PERFORM 3210-CHECK-ETAG          THRU 3210-EXIT.

           MOVE ZEROES                       TO LP-TOTAL-LENGTH.
           MOVE ONE                          TO FF-SEGMENT.

           IF  FK-LOB     EQUAL 'L'
               PERFORM 5960-SUM-SEGMENT     THRU 5960-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT FROM 1 BY 1
                   UNTIL   FF-SEGMENT EQUAL        FK-SEGMENTS
                   OR      FF-SEGMENT GREATER THAN FK-SEGMENTS.

           IF  FK-LOB NOT EQUAL 'L'
               PERFORM 5960-SUM-SEGMENT     THRU 5960-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT FROM 1 BY 1
                   UNTIL   FF-SEGMENT EQUAL        FF-SEGMENTS
                   OR      FF-SEGMENT GREATER THAN FF-SEGMENTS.

           MOVE LENGTH OF HTTP-CLEN          TO ZFAM-CLEN-LENGTH.
           MOVE LENGTH OF LP-TOTAL-LENGTH    TO CLEN-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-CLEN)
                NAMELENGTH (ZFAM-CLEN-LENGTH)
                VALUE      (LP-TOTAL-LENGTH)
                VALUELENGTH(CLEN-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 3611-WRITE-ETAG           THRU 3611-EXIT.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOHANDLE
           END-EXEC.

       5950-EXIT.
           EXIT.

      *****************************************************************
      * HTTP HEAD.                                                    *
      * Read one FILE segment and add its actual byte count - once     *
      * the fixed FF-PREFIX overhead is backed out - onto the running  *
      * total kept for the zFAM-Length precheck response.              *
      *****************************************************************
       5960-SUM-SEGMENT.
           MOVE FK-FF-KEY                  TO FF-KEY.
           MOVE ZEROES                     TO FF-ZEROES.
           MOVE LENGTH OF FF-RECORD        TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                TO FE-FN
               MOVE '5960'                 TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR   THRU 9100-EXIT
               MOVE EIBDS                  TO CA090-FILE
               MOVE STATUS-507             TO CA090-STATUS
               MOVE '10'                   TO CA090-REASON
               PERFORM 9998-ZFAM090      THRU 9998-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           ADD      FF-LENGTH              TO LP-TOTAL-LENGTH.

       5960-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Delete zFAM KEY store record.                                 *
      *****************************************************************
       5100-DELETE-KEY.
           IF  FK-TAG-COUNT NUMERIC
           AND FK-TAG-COUNT GREATER THAN ZEROES
               MOVE FK-FF-KEY               TO RETIRE-FF-KEY
               PERFORM 9075-RETIRE-TAGS   THRU 9075-EXIT.

           EXEC CICS DELETE FILE(FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
           END-EXEC.

      *****************************************************************
      * A shared chain is only deleted with its last reference.       *
      *****************************************************************
           MOVE 'N'                         TO DEDUP-KEEP-SW.
           IF  FK-SHARED EQUAL 'Y'
           AND FK-ECR    NOT EQUAL 'Y'
               MOVE FK-FF-KEY               TO DR-FF-KEY
               PERFORM 9061-RELEASE-CHAIN THRU 9061-EXIT.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Soft delete.  A table whose document template sets            *
      * DD-VERSION-RETAIN above zero never physically removes a        *
      * record on DELETE - FK-DELETED is flipped on and the KEY store  *
      * record is rewritten in place, leaving the FILE store chain it  *
      * points at completely untouched.  The record reads back as a    *
      * 204 from then on (3290-CHECK-RESPONSE, 5000-READ-KEY,          *
      * 6030-READ-KEY and 7000-READ-KEY all check FK-DELETED right     *
      * alongside NOTFND) but nothing is actually purged, so a PUT's   *
      * bounded version retention (6300-REWRITE-KEY) always has the    *
      * chain a DELETE left behind available to keep as history.       *
      *****************************************************************
       5105-SOFT-DELETE.
           MOVE 'Y'                     TO FK-DELETED.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                NOHANDLE
           END-EXEC.

       5105-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Delete zFAM FILE store record                                 *
      *****************************************************************
       5200-DELETE-FILE.
           MOVE FK-FF-KEY               TO FF-KEY.
           MOVE ZEROES                  TO FF-ZEROES.

           IF  FK-ECR EQUAL 'Y'
               MOVE LOW-VALUES          TO FF-KEY.

           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(FF-KEY-16)
                NOHANDLE
           END-EXEC.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Replicate across active/active Data Center.                   *
      * When ACTIVE-SINGLE,  there is no Data Center replication.     *
      * When ACTIVE-ACTIVE,  perform Data Center replicaiton before   *
      *      sending the response to the client.                      *
      * When ACTIVE-STANDBY, perform Data Center replication after    *
      *      sending the response to the client.                      *
      *****************************************************************
       5300-SEND-RESPONSE.
           PERFORM 9050-ELAPSED-TIME          THRU 9050-EXIT.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE        EQUAL ACTIVE-ACTIVE
           AND REPLICATE-PATH-SW EQUAL 'Y'
               PERFORM 5400-REPLICATE         THRU 5400-EXIT.

           MOVE DFHVALUE(IMMEDIATE)             TO SEND-ACTION.

           IF  FK-ECR EQUAL 'Y'
               PERFORM 9400-WRITE-ECR         THRU 9400-EXIT.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           IF  DC-TYPE        EQUAL ACTIVE-STANDBY
           AND REPLICATE-PATH-SW EQUAL 'Y'
               PERFORM 5400-REPLICATE         THRU 5400-EXIT.

       5300-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE.                                                  *
      * Replicate DELETE quest to active/active Data Center.          *
      *****************************************************************
       5400-REPLICATE.
           PERFORM 8230-NEXT-SEQUENCE     THRU 8230-EXIT.

           PERFORM 5410-REPLICATE-ONE         THRU 5410-EXIT
               VARYING DC-PARTNER-SUB           FROM 1 BY 1
               UNTIL   DC-PARTNER-SUB GREATER THAN DC-PARTNER-COUNT.

           PERFORM 8235-JOURNAL-SEQUENCE  THRU 8235-EXIT.

       5400-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE.                                                  *
      * Replicate the DELETE to one partner Data Center in the list.  *
      *****************************************************************
       5410-REPLICATE-ONE.
           IF  FO-STATE EQUAL 'F'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 5410-EXIT.

           PERFORM 8090-SET-PARTNER           THRU 8090-EXIT.
           PERFORM 8240-BATCH-CHECK             THRU 8240-EXIT.

           IF  BQ-SW EQUAL 'Y'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8245-BATCH-QUEUE   THRU 8245-EXIT
               GO TO 5410-EXIT.

           PERFORM 8260-CHECK-BREAKER         THRU 8260-EXIT.

           IF  CB-ALLOW-SW NOT EQUAL 'Y'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 5410-EXIT.

           PERFORM 8100-WEB-OPEN              THRU 8100-EXIT.

           MOVE DFHVALUE(DELETE)                TO WEB-METHOD

           IF  FK-ECR NOT EQUAL 'Y'
               PERFORM 8200-WEB-CONVERSE      THRU 8200-EXIT.

           IF  FK-ECR     EQUAL 'Y'
               PERFORM 8210-WEB-CONVERSE      THRU 8210-EXIT.

           PERFORM 8300-WEB-CLOSE             THRU 8300-EXIT.

       5410-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Deplicate request from zFAM expiration process from the       *
      * partner Data Center.                                          *
      * Check for expired message.                                    *
      * Delete when expired.                                          *
      * Return ABSTIME when not expired.                              *
      * And yes, 'Deplication' is a word.  Deplication is basically   *
      * 'data deduplication, data reduction, and delta differencing'. *
      *****************************************************************
       5500-DEPLICATE-DELETE.
           MOVE FK-FF-KEY               TO FF-KEY.
           MOVE ZEROES                  TO FF-ZEROES.
           MOVE LENGTH OF FF-RECORD     TO FF-LENGTH.

           MOVE ONE TO FF-SEGMENT.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 5600-CHECK-RET THRU 5600-EXIT.

       5500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Check for expired message.                                    *
      *****************************************************************
       5600-CHECK-RET.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.

           MOVE FF-RETENTION            TO RET-SECONDS.
           MOVE RET-TIME                TO RET-MILLISECONDS.

           SUBTRACT FF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.
           IF  RELATIVE-TIME LESS THAN RET-MILLISECONDS
           OR  RELATIVE-TIME EQUAL     RET-MILLISECONDS
               PERFORM 5700-SEND-ABS  THRU 5700-EXIT
               PERFORM 9000-RETURN    THRU 9000-EXIT.

       5600-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE                                                   *
      * Deplicate request from the partner Data Center zFAM           *
      * expiration process.                                           *
      * This message has not expired.                                 *
      * Send DELETE response with this record's ABSTIME.              *
      *****************************************************************
       5700-SEND-ABS.

           MOVE FF-ABS                  TO HTTP-ABSTIME.

           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.

           MOVE HTTP-STATUS-201         TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                FROM      (HTTP-ABSTIME)
                FROMLENGTH(HTTP-ABSTIME-LENGTH)
                STATUSCODE(HTTP-STATUS-201)
                STATUSTEXT(HTTP-ABSTIME)
                STATUSLEN (HTTP-ABSTIME-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

       5700-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE.                                                  *
      * When a schema is available (FAxxFD), read old record and      *
      * create containers for zFAM041 to delete old secondary CI      *
      * records.                                                      *
      *****************************************************************
       5800-OLD-RECORD.
           EXEC CICS GET CONTAINER(ZFAM-FAXXFD)
                FLENGTH(CONTAINER-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NODATA
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 5810-PUT-CONTAINERS    THRU 5810-EXIT.

       5800-EXIT.
           EXIT.

      *****************************************************************
      * HTTP DELETE.                                                  *
      * Create containers with information to delete 'old' secondary  *
      * column indexes.                                               *
      *****************************************************************
       5810-PUT-CONTAINERS.
           PERFORM 3000-READ-ZFAM             THRU 3000-EXIT.

           IF  FF-SEGMENTS EQUAL ONE
               SET ADDRESS OF ZFAM-MESSAGE      TO ADDRESS OF FF-DATA.

           IF  FF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF ZFAM-MESSAGE      TO SAVE-ADDRESS.

           SET RECORD-ADDRESS TO ADDRESS OF ZFAM-MESSAGE.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-REC)
                FROM   (RECORD-ADDRESS-X)
                FLENGTH(LENGTH OF RECORD-ADDRESS-X)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-KEY)
                FROM   (FK-FF-KEY)
                FLENGTH(LENGTH OF FK-FF-KEY)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-PROCESS)
                FROM   (PROCESS-DELETE)
                FLENGTH(LENGTH OF PROCESS-DELETE)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS LINK PROGRAM(ZFAM041)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

       5810-EXIT.
           EXIT.


      *****************************************************************
      * HTTP PUT.                                                     *
      * Read  zFAM KEY record for UPDATE to lock the record.          *
      * If the record does not exist, send an HTTP status code 204    *
      * and status text accordingly.                                  *
      *                                                               *
      * With row level locking, the PUT must match the lock before    *
      * the lock expires.  If an outstanding lock expires, the PUT    *
      * request will be rejected.  When an unlocked PUT is requested  *
      * an outstanding lock must be honored before the request can    *
      * be completed.  When a lock is active, all requests must wait  *
      * until completed, expired or matched.                          *
      *****************************************************************
       6000-READ-KEY.
           PERFORM 6010-GET-HEADER        THRU 6010-EXIT.
           PERFORM 6020-LOCK-PROCESS      THRU 6020-EXIT
               WITH TEST AFTER
               UNTIL LOCK-OBTAINED EQUAL 'Y'.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Get HTTP headers for row level locking.                       *
      *****************************************************************
       6010-GET-HEADER.
           MOVE LENGTH OF HTTP-LOCKID         TO ZFAM-LOCKID-LENGTH.
           MOVE LENGTH OF HTTP-LOCKID-VALUE   TO LOCKID-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-LOCKID)
                NAMELENGTH (ZFAM-LOCKID-LENGTH)
                VALUE      (HTTP-LOCKID-VALUE)
                VALUELENGTH(LOCKID-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                    TO HTTP-LOCK-VALUE.

           MOVE LENGTH OF HTTP-TIME           TO ZFAM-TIME-LENGTH.
           MOVE LENGTH OF HTTP-TIME-VALUE     TO TIME-VALUE-LENGTH.

       6010-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Row level locking process.                                    *
      *****************************************************************
       6020-LOCK-PROCESS.
           MOVE 'N' TO LOCK-OBTAINED.
           MOVE 'Y' TO ROW-LOCKED.

           PERFORM 6030-READ-KEY          THRU 6030-EXIT.
           PERFORM 6040-CHECK-LOCK        THRU 6040-EXIT.

           IF  ROW-LOCKED EQUAL 'Y'
               PERFORM 6070-UNLOCK-KEY    THRU 6070-EXIT
               PERFORM 6080-WAIT          THRU 6080-EXIT.

       6020-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Issue READ UPDATE for KEY store record.                       *
      *                                                               *
      * Event Control Record (ECR) processing is not allowed for PUT  *
      * requests.                                                     *
      *****************************************************************
       6030-READ-KEY.

           MOVE URI-KEY TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD        TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '03'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '6030'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '07'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DELETED  EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '03'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-ECR EQUAL 'Y'
               PERFORM 9400-WRITE-ECR     THRU 9400-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

      *****************************************************************
      * An alias cannot be replaced - its one-segment chain is a      *
      * pointer, not record content.  Write to the target key.        *
      *****************************************************************
           IF  FK-ALIAS EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '09'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           IF  WEB-PATH(1:10) EQUAL REPLICATE
           AND ORIGIN-RCVD-SW EQUAL 'Y'
               PERFORM 6035-CHECK-CONFLICT THRU 6035-EXIT.

           PERFORM 9001-SEGMENTS          THRU 9001-EXIT.

           MOVE MAX-SEGMENT-COUNT           TO FK-SEGMENTS.

           IF  LOB-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'L'                     TO FK-LOB.

       6030-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT on the /replicate path.                              *
      * A local copy written after the incoming update's origin       *
      * timestamp means both sites updated this key concurrently.     *
      * Record both images on the conflicts queue, then resolve per   *
      * the table's policy: reject ('R') answers 409, newest-wins     *
      * (the default) keeps the newer local copy and absorbs the      *
      * older incoming update with a 200 so it is not retried.        *
      * While a partner's clock skew is out of bounds the timestamps  *
      * cannot be trusted to pick a winner: both images are still     *
      * recorded, but the incoming update is applied as it arrives.   *
      *****************************************************************
       6035-CHECK-CONFLICT.
           IF  FK-ABS NOT GREATER THAN ORIGIN-ABS
               GO TO 6035-EXIT.

           MOVE 'incoming'                  TO SK-WINNER.
           PERFORM 6037-CHECK-SKEW        THRU 6037-EXIT.

           PERFORM 6036-LOG-CONFLICT      THRU 6036-EXIT.

           IF  SK-SUSPEND-SW EQUAL 'Y'
               GO TO 6035-EXIT.

           EXEC CICS UNLOCK FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

           IF  DD-CONFLICT EQUAL 'R'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 9050-ELAPSED-TIME      THRU 9050-EXIT.

           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           PERFORM 9000-RETURN            THRU 9000-EXIT.

       6035-EXIT.
           EXIT.

      *****************************************************************
      * Record a detected collision - both images - on the table's    *
      * FAxxCF conflicts queue and announce it on CSSL, so the owning *
      * application can adjudicate instead of an update being lost    *
      * silently.  A table with no FAxxCF queue defined still gets    *
      * the CSSL alert.                                               *
      *****************************************************************
       6036-LOG-CONFLICT.
           MOVE FK-TRANID(3:2)              TO CN-TDQ(1:2).
           MOVE 'CF'                        TO CN-TDQ(3:2).

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(CN-TIME)
                YYYYMMDD(CN-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE FK-KEY                      TO CN-KEY.
           INSPECT CN-KEY
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE FK-ABS                      TO CN-LOCAL-ABS.
           MOVE ORIGIN-ABS                  TO CN-ORIGIN-ABS.

           IF  DD-CONFLICT EQUAL 'R'
               MOVE 'rejected'              TO CN-WINNER
           ELSE
               MOVE 'local   '              TO CN-WINNER.

           IF  SK-SUSPEND-SW EQUAL 'Y'
               MOVE SK-WINNER               TO CN-WINNER.

      *****************************************************************
      * The local image is the current chain's first segment, read    *
      * the same way the journal captures a before image.             *
      *****************************************************************
           MOVE SPACES                      TO CN-LOCAL-IMAGE.
           MOVE ZEROES                      TO CN-LOCAL-LENGTH.
           MOVE FK-FF-KEY                   TO JL-BEFORE-IDN.
           PERFORM 8610-JOURNAL-BEFORE    THRU 8610-EXIT.
           MOVE LOW-VALUES                  TO JL-BEFORE-IDN.

           IF  JL-BEFORE-LENGTH GREATER THAN ZEROES
               MOVE JL-BEFORE-LENGTH        TO CN-LOCAL-LENGTH
               MOVE JL-BEFORE(1:JL-BEFORE-LENGTH)
                 TO CN-LOCAL-IMAGE(1:JL-BEFORE-LENGTH).

           MOVE SPACES                      TO CN-INCOMING-IMAGE.
           MOVE ZEROES                      TO CN-INCOMING-LENGTH.

           IF  RECEIVE-LENGTH GREATER THAN ZEROES
               MOVE RECEIVE-LENGTH          TO CN-INCOMING-LEN
               IF  CN-INCOMING-LEN GREATER THAN CN-INCOMING-MAX
                   MOVE CN-INCOMING-MAX     TO CN-INCOMING-LEN.

           IF  CN-INCOMING-LEN GREATER THAN ZEROES
               SET ADDRESS OF ZFAM-MESSAGE  TO ZFAM-ADDRESS
               MOVE CN-INCOMING-LEN         TO CN-INCOMING-LENGTH
               MOVE ZFAM-MESSAGE(1:CN-INCOMING-LEN)
                 TO CN-INCOMING-IMAGE(1:CN-INCOMING-LEN).

           MOVE LENGTH OF CN-RECORD         TO CN-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CN-TDQ)
                FROM  (CN-RECORD)
                LENGTH(CN-LENGTH)
                RESP  (CN-RESP)
                NOHANDLE
           END-EXEC.

           MOVE CN-WINNER                   TO TD-CN-WINNER.
           MOVE CN-KEY(1:52)                TO TD-CN-KEY.
           MOVE TD-CONFLICT-ALERT           TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL        THRU 9900-EXIT.

       6036-EXIT.
           EXIT.

      *****************************************************************
      * Read the table's xxSK clock skew state (ZFAM179) and set      *
      * SK-SUSPEND-SW to 'Y' when any partner's skew is out of        *
      * bounds.  No state on file - the monitor has not run - is      *
      * in bounds.                                                    *
      *****************************************************************
       6037-CHECK-SKEW.
           MOVE 'N'                         TO SK-SUSPEND-SW.
           MOVE EIBTRNID(3:2)               TO SK-TSQ(1:2).
           MOVE 'SK'                        TO SK-TSQ(3:2).
           MOVE 1                           TO SK-ITEM.
           MOVE LENGTH OF SK-ENTRY          TO SK-LENGTH.

           EXEC CICS READQ TS QUEUE(SK-TSQ)
                INTO  (SK-ENTRY)
                LENGTH(SK-LENGTH)
                ITEM  (SK-ITEM)
                RESP  (SK-RESP)
                NOHANDLE
           END-EXEC.

           IF  SK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 6037-EXIT.

           IF  SK-STATE(1) EQUAL 'O'
           OR  SK-STATE(2) EQUAL 'O'
           OR  SK-STATE(3) EQUAL 'O'
               MOVE 'Y'                     TO SK-SUSPEND-SW.

       6037-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Check the KEY store record for a row level lock.              *
      *****************************************************************
       6040-CHECK-LOCK.
           IF  FK-UID EQUAL SPACES
           OR  FK-UID EQUAL LOW-VALUES
               IF  HTTP-LOCKID-VALUE GREATER   THAN SPACES
                   PERFORM 6050-LOCK-FAILED    THRU 6050-EXIT
                   PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  FK-UID EQUAL SPACES
           OR  FK-UID EQUAL LOW-VALUES
               IF  HTTP-LOCKID-VALUE EQUAL SPACES
                   MOVE 'N' TO ROW-LOCKED
                   MOVE 'Y' TO LOCK-OBTAINED.

           IF  FK-UID NOT EQUAL SPACES
           AND FK-UID NOT EQUAL LOW-VALUES
               IF  HTTP-LOCKID-VALUE EQUAL FK-UID
                   MOVE 'N' TO ROW-LOCKED
                   MOVE 'Y' TO LOCK-OBTAINED.

           IF  FK-UID NOT EQUAL SPACES
           AND FK-UID NOT EQUAL LOW-VALUES
               IF  HTTP-LOCKID-VALUE EQUAL SPACES
                   PERFORM 6060-CHECK-EXPIRED  THRU 6060-EXIT
               ELSE
               IF  HTTP-LOCKID-VALUE NOT EQUAL FK-UID
                   PERFORM 6050-LOCK-FAILED    THRU 6050-EXIT
                   PERFORM 9000-RETURN         THRU 9000-EXIT.

       6040-EXIT.
           EXIT.

      *****************************************************************
      * PUT request with row level locking UID, however the UID on    *
      * the KEY store record header does not match.                   *
      *****************************************************************
       6050-LOCK-FAILED.
           MOVE LENGTH OF HTTP-STATUS         TO ZFAM-STATUS-LENGTH.
           MOVE LENGTH OF HTTP-STATUS-VALUE   TO STATUS-VALUE-LENGTH.

           MOVE LOCK-NOT-ACTIVE               TO HTTP-STATUS-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-STATUS)
                NAMELENGTH (ZFAM-STATUS-LENGTH)
                VALUE      (HTTP-STATUS-VALUE)
                VALUELENGTH(STATUS-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE STATUS-409                    TO CA090-STATUS
           MOVE '03'                          TO CA090-REASON
           PERFORM 9998-ZFAM090             THRU 9998-EXIT.

       6050-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Check for an expired lock.                                    *
      *****************************************************************
       6060-CHECK-EXPIRED.
           SUBTRACT FK-ABS FROM WS-ABS GIVING RELATIVE-TIME.

           MOVE FK-LOCK-TIME            TO LOCK-SECONDS.
           MOVE LOCK-TIME               TO LOCK-MILLISECONDS.

           IF  RELATIVE-TIME GREATER THAN LOCK-MILLISECONDS
           OR  RELATIVE-TIME EQUAL        LOCK-MILLISECONDS
               MOVE 'Y'                 TO LOCK-OBTAINED
               MOVE 'N'                 TO ROW-LOCKED.

       6060-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Issue UNLOCK  for KEY store record.                           *
      *****************************************************************
       6070-UNLOCK-KEY.
           EXEC CICS UNLOCK  FILE(FK-FCT)
                NOHANDLE
           END-EXEC.

       6070-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Issue 'wait' for an active lock to be released or expire.     *
      * This routine will call L8WAIT for 100 milliseconds up to      *
      * 50 times - or the ceiling the zFAM-LockWait header set -      *
      * before returning a 'locked' status.                           *
      *****************************************************************
       6080-WAIT.
           ADD ONE TO WAIT-COUNT.

           EXEC CICS LINK PROGRAM(L8WAIT)
                COMMAREA(L8WAIT-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  WAIT-COUNT EQUAL        WAIT-LIMIT
           OR  WAIT-COUNT GREATER THAN WAIT-LIMIT
               PERFORM 6050-LOCK-FAILED   THRU 6050-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       6080-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Get counter, which is used as ZFAM FILE store internal key.   *
      *****************************************************************
       6100-GET-COUNTER.

           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

       6100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Write zFAM FILE store record(s).                              *
      *                                                               *
      * Store media-type for PUT  in zFAM FILE record.                *
      * The media-type will be used for subsequent GET requests       *
      *****************************************************************
       6200-PROCESS-FILE.
           MOVE 'N'                         TO REPL-CKSUM-SET-SW
                                                REPL-VERIFIED-SW.
           PERFORM 6800-OLD-RECORD        THRU 6800-EXIT.

           MOVE ZFAM-ADDRESS-X              TO SAVE-ADDRESS-X.

           MOVE FK-KEY                      TO FF-FK-KEY.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                TO FF-KEY-IDN.
           MOVE ZFAM-NC-HW                  TO FF-KEY-NC.

           MOVE ZEROES                      TO FF-ZEROES.
           MOVE WEB-MEDIA-TYPE              TO FF-MEDIA.

           MOVE MAX-SEGMENT-COUNT           TO FF-SEGMENTS.

           MOVE WS-ABS                      TO FF-ABS.

           PERFORM 4212-DEDUP-ELIGIBLE    THRU 4212-EXIT.

           IF  DEDUP-SW EQUAL 'Y'
               PERFORM 4220-DEDUP-MATCH   THRU 4220-EXIT.

           IF  DEDUP-HIT-SW NOT EQUAL 'Y'
               PERFORM 6500-WRITE-FILE    THRU 6500-EXIT
                   WITH TEST AFTER
                   VARYING SEGMENT-COUNT FROM 1 BY 1 UNTIL
                           SEGMENT-COUNT EQUAL  MAX-SEGMENT-COUNT.

           IF  DEDUP-SW     EQUAL 'Y'
           AND DEDUP-HIT-SW NOT EQUAL 'Y'
               PERFORM 4230-DEDUP-REGISTER THRU 4230-EXIT.

       6200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Rewrite KEY store record with new FILE store internal key.    *
      *****************************************************************
       6300-REWRITE-KEY.
           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'REWRITE '               TO TR-STAGE
               PERFORM 9081-TRACE-STEP     THRU 9081-EXIT.

           MOVE FK-FF-KEY                   TO DELETE-KEY.
           MOVE ZEROES                      TO DELETE-ZEROES.

      *****************************************************************
      * Retire the replaced record's tag index entries - they point   *
      * at the outgoing FILE chain.  Fresh zFAM-Tags on this PUT      *
      * replace the record's tags; a PUT without the header keeps     *
      * them, and either way the survivors are re-indexed under the   *
      * new chain id once the rewrite lands.                          *
      *****************************************************************
           IF  FK-TAG-COUNT NUMERIC
           AND FK-TAG-COUNT GREATER THAN ZEROES
               MOVE FK-FF-KEY               TO RETIRE-FF-KEY
               PERFORM 9075-RETIRE-TAGS   THRU 9075-EXIT.

           IF  TW-COUNT GREATER THAN ZEROES
               PERFORM 9072-STAMP-TAGS    THRU 9072-EXIT.

           IF  FK-TAG-COUNT NOT NUMERIC
               MOVE ZEROES                  TO FK-TAG-COUNT.

           IF  DD-VERSION-RETAIN GREATER THAN ZEROES
               PERFORM 6310-SAVE-VERSION   THRU 6310-EXIT.

           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.

           MOVE FK-SHARED                   TO DEDUP-OLD-SHARED.
           MOVE SPACES                      TO FK-SHARED.
           PERFORM 4255-DEDUP-STAMP       THRU 4255-EXIT.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE 'text'                  TO FK-OBJECT
           ELSE
               MOVE 'bits'                  TO FK-OBJECT.

           MOVE SPACES                      TO FK-UID
           MOVE ZEROES                      TO FK-ABS.
           MOVE ZEROES                      TO FK-LOCK-TIME.

           MOVE SPACES                      TO FK-ENCODING.
           IF  ENCODING-RESP EQUAL DFHRESP(NORMAL)
               MOVE HTTP-ENCODING-VALUE     TO FK-ENCODING.

           PERFORM 9054-SET-DIGEST        THRU 9054-EXIT.

           MOVE ZEROES                      TO FK-SCHEMA-VER.
           IF  DD-SCHEMA-VER NUMERIC
               MOVE DD-SCHEMA-VER           TO FK-SCHEMA-VER.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '6300'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '08'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 6900-NEW-RECORD        THRU 6900-EXIT.

           IF  FK-TAG-COUNT GREATER THAN ZEROES
               PERFORM 9073-INDEX-TAGS    THRU 9073-EXIT.

           IF  CI-FAIL-SW EQUAL 'Y'
               PERFORM 4830-CI-REJECT     THRU 4830-EXIT.

       6300-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Push the chain this PUT is about to replace onto FK-VERSIONS  *
      * instead of letting 6400-SEND-RESPONSE's 6700-DELETE purge it.  *
      * Once the list already holds DD-VERSION-RETAIN entries the      *
      * oldest one is physically purged and the rest shift down to     *
      * make room.                                                    *
      *****************************************************************
       6310-SAVE-VERSION.
           IF  FK-VERSION-COUNT GREATER THAN OR EQUAL DD-VERSION-RETAIN
               MOVE FK-VER-IDN(1)            TO EVICT-KEY(1:6)
               MOVE FK-VER-NC(1)             TO EVICT-KEY(7:2)
               MOVE ZEROES                   TO EVICT-ZEROES
               PERFORM 6315-EVICT-CHAIN    THRU 6315-EXIT
               PERFORM 6330-SHIFT-VERSIONS THRU 6330-EXIT
           ELSE
               ADD 1                         TO FK-VERSION-COUNT.

           MOVE DELETE-KEY(1:6)
                                  TO FK-VER-IDN(FK-VERSION-COUNT).
           MOVE DELETE-KEY(7:2)
                                  TO FK-VER-NC(FK-VERSION-COUNT).

       6310-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Purge the oldest retained version's chain - unless ZFAM170    *
      * reports other references to it are still counted.             *
      *****************************************************************
       6315-EVICT-CHAIN.
           MOVE EVICT-KEY                   TO DR-FF-KEY.
           PERFORM 9061-RELEASE-CHAIN     THRU 9061-EXIT.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               PERFORM 6320-EVICT-OLDEST  THRU 6320-EXIT
                   WITH TEST AFTER
                   VARYING EVICT-SEGMENT    FROM 1 BY 1
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

       6315-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Physically purge one segment of the oldest retained version,  *
      * evicted from FK-VERSIONS to make room for the one just saved.  *
      *****************************************************************
       6320-EVICT-OLDEST.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(EVICT-KEY-16)
                NOHANDLE
           END-EXEC.

       6320-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Shift the surviving FK-VERSIONS entries down by one slot once  *
      * the oldest has been evicted, opening up the last slot for the  *
      * version 6310-SAVE-VERSION is about to record.                  *
      *****************************************************************
       6330-SHIFT-VERSIONS.
           PERFORM 6340-SHIFT-ONE          THRU 6340-EXIT
               VARYING VERSION-INDEX         FROM 2 BY 1
               UNTIL   VERSION-INDEX GREATER THAN FK-VERSION-COUNT.

       6330-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Move one FK-VERSIONS entry down to the slot ahead of it.      *
      *****************************************************************
       6340-SHIFT-ONE.
           MOVE FK-VER-IDN(VERSION-INDEX)
                                  TO FK-VER-IDN(VERSION-INDEX - 1).
           MOVE FK-VER-NC (VERSION-INDEX)
                                  TO FK-VER-NC (VERSION-INDEX - 1).

       6340-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Set IMMEDIATE action on WEB SEND command.                     *
      * Send POST response.                                           *
      *                                                               *
      * Replicate across active/active Data Center.                   *
      * Get URL and replication type from document template.          *
      *                                                               *
      * When ACTIVE-SINGLE,  there is no Data Center replication.     *
      * When ACTIVE-ACTIVE,  perform Data Center replicaiton before   *
      *      sending the response to the client.                      *
      * When ACTIVE-STANDBY, perform Data Center replication after    *
      *      sending the response to the client.                      *
      *****************************************************************
       6400-SEND-RESPONSE.
           PERFORM 9050-ELAPSED-TIME          THRU 9050-EXIT.

           MOVE DELETE-KEY                      TO JL-BEFORE-IDN.
           MOVE FK-FF-KEY                       TO JL-AFTER-IDN.
           PERFORM 8600-JOURNAL               THRU 8600-EXIT.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE        EQUAL ACTIVE-ACTIVE
           AND REPLICATE-PATH-SW EQUAL 'Y'
               PERFORM 6600-REPLICATE         THRU 6600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)             TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           IF  DC-TYPE        EQUAL ACTIVE-STANDBY
           AND REPLICATE-PATH-SW EQUAL 'Y'
               PERFORM 6600-REPLICATE         THRU 6600-EXIT.

           IF  DD-VERSION-RETAIN EQUAL ZEROES
               PERFORM 6690-RELEASE-OLD       THRU 6690-EXIT.

           IF  DD-VERSION-RETAIN EQUAL ZEROES
           AND DEDUP-KEEP-SW NOT EQUAL 'Y'
               PERFORM 6700-DELETE            THRU 6700-EXIT
                   WITH TEST AFTER
                   VARYING DELETE-SEGMENT FROM 1 BY 1
                   UNTIL   EIBRESP NOT EQUAL DFHRESP(NORMAL).

       6400-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Release the replaced chain when it was shared - 6700-DELETE   *
      * only purges it once the last reference is gone.               *
      *****************************************************************
       6690-RELEASE-OLD.
           MOVE 'N'                         TO DEDUP-KEEP-SW.

           IF  DEDUP-OLD-SHARED EQUAL 'Y'
               MOVE DELETE-KEY              TO DR-FF-KEY
               PERFORM 9061-RELEASE-CHAIN THRU 9061-EXIT.

       6690-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Write zFAM FILE record.                                       *
      * A logical record can span one hundred 32,000 byte segments.   *
      *****************************************************************
       6500-WRITE-FILE.
           SET ADDRESS OF ZFAM-MESSAGE          TO ZFAM-ADDRESS.
           MOVE SEGMENT-COUNT                   TO FF-SEGMENT.

           IF  UNSEGMENTED-LENGTH LESS THAN     OR EQUAL THIRTY-TWO-KB
               MOVE UNSEGMENTED-LENGTH          TO FF-LENGTH
           ELSE
               MOVE THIRTY-TWO-KB               TO FF-LENGTH.

           MOVE LOW-VALUES                      TO FF-DATA.
           MOVE ZFAM-MESSAGE(1:FF-LENGTH)       TO FF-DATA.
           PERFORM 9042-ENCIPHER-SEGMENT      THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM      THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED               TO FF-CHECKSUM.
           ADD  CHECKSUM-COMPUTED           TO RD-DIGEST-TOTAL.
           PERFORM 9047-TRACK-CHECKSUM        THRU 9047-EXIT.
           ADD  FF-PREFIX                       TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                    TO FE-FN
               MOVE '6500'                      TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR        THRU 9100-EXIT
               PERFORM 9999-ROLLBACK          THRU 9999-EXIT
               MOVE EIBDS                       TO CA090-FILE
               MOVE STATUS-507                  TO CA090-STATUS
               MOVE '09'                        TO CA090-REASON
               PERFORM 9998-ZFAM090           THRU 9998-EXIT.

           IF  UNSEGMENTED-LENGTH GREATER THAN  OR EQUAL THIRTY-TWO-KB
               SUBTRACT THIRTY-TWO-KB         FROM UNSEGMENTED-LENGTH
               ADD      THIRTY-TWO-KB           TO ZFAM-ADDRESS-X.

       6500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Replicate PUT request to partner Data Center.                 *
      *****************************************************************
       6600-REPLICATE.
           PERFORM 8230-NEXT-SEQUENCE     THRU 8230-EXIT.

           PERFORM 6610-REPLICATE-ONE         THRU 6610-EXIT
               VARYING DC-PARTNER-SUB           FROM 1 BY 1
               UNTIL   DC-PARTNER-SUB GREATER THAN DC-PARTNER-COUNT.

           PERFORM 8235-JOURNAL-SEQUENCE  THRU 8235-EXIT.

       6600-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Replicate the PUT to one partner Data Center in the list.     *
      *****************************************************************
       6610-REPLICATE-ONE.
           IF  FO-STATE EQUAL 'F'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 6610-EXIT.

           PERFORM 8090-SET-PARTNER           THRU 8090-EXIT.
           PERFORM 8240-BATCH-CHECK             THRU 8240-EXIT.

           IF  BQ-SW EQUAL 'Y'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8245-BATCH-QUEUE   THRU 8245-EXIT
               GO TO 6610-EXIT.

           PERFORM 8260-CHECK-BREAKER         THRU 8260-EXIT.

           IF  CB-ALLOW-SW NOT EQUAL 'Y'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 6610-EXIT.

           PERFORM 8100-WEB-OPEN              THRU 8100-EXIT.

           MOVE DFHVALUE(PUT)                   TO WEB-METHOD
           PERFORM 8200-WEB-CONVERSE          THRU 8200-EXIT.

           PERFORM 8300-WEB-CLOSE             THRU 8300-EXIT.

       6610-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Delete previous record(s).                                    *
      *****************************************************************
       6700-DELETE.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(DELETE-KEY-16)
                NOHANDLE
           END-EXEC.

       6700-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * When a schema is available (FAxxFD), read old record and      *
      * create containers for zFAM031 to delete old secondary CI      *
      * records.                                                      *
      *****************************************************************
       6800-OLD-RECORD.
           EXEC CICS GET CONTAINER(ZFAM-FAXXFD)
                FLENGTH(CONTAINER-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NODATA
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 6810-PUT-CONTAINERS    THRU 6810-EXIT.

       6800-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Create containers with information to delete 'old' secondary  *
      * column indexes.                                               *
      *****************************************************************
       6810-PUT-CONTAINERS.
           PERFORM 3000-READ-ZFAM             THRU 3000-EXIT.

           IF  FF-SEGMENTS EQUAL ONE
               SET ADDRESS OF ZFAM-MESSAGE      TO ADDRESS OF FF-DATA.

           IF  FF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF ZFAM-MESSAGE      TO SAVE-ADDRESS.

           SET RECORD-ADDRESS TO ADDRESS OF ZFAM-MESSAGE.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-REC)
                FROM   (RECORD-ADDRESS-X)
                FLENGTH(LENGTH OF RECORD-ADDRESS-X)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-KEY)
                FROM   (FK-FF-KEY)
                FLENGTH(LENGTH OF FK-FF-KEY)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-PROCESS)
                FROM   (PROCESS-DELETE)
                FLENGTH(LENGTH OF PROCESS-DELETE)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS LINK PROGRAM(ZFAM031)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

       6810-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * When a schema is available (FAxxFD), create containers for    *
      * zFAM031 to create new secondary column index entries.         *
      *****************************************************************
       6900-NEW-RECORD.
           MOVE 'N'                         TO CI-FAIL-SW.

           EXEC CICS GET CONTAINER(ZFAM-FAXXFD)
                FLENGTH(CONTAINER-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NODATA
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 6910-LINK-ZFAM031      THRU 6910-EXIT
               PERFORM 4820-CHECK-CI-FAIL     THRU 4820-EXIT.

       6900-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT.                                                     *
      * Issue LINK to zFAM031 for secondary column index process.     *
      *****************************************************************
       6910-LINK-ZFAM031.
           SET ADDRESS OF ZFAM-MESSAGE          TO SAVE-ADDRESS.

           EXEC CICS PUT CONTAINER(ZFAM-NEW-REC)
                FROM   (SAVE-ADDRESS-X)
                FLENGTH(LENGTH OF SAVE-ADDRESS-X)
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

       6910-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Read  zFAM KEY record for UPDATE to lock the record.          *
      * If the record does not exist, send an HTTP status code 204    *
      * and status text accordingly.                                  *
      *****************************************************************
       7000-READ-KEY.
           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD        TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7000'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '11'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DELETED  EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           PERFORM 9001-SEGMENTS          THRU 9001-EXIT.

           IF  APP-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7010-APPEND        THRU 7010-EXIT.

           IF  FK-SHARED EQUAL 'Y'
               PERFORM 9062-UNSHARE-CHAIN THRU 9062-EXIT.

           MOVE MAX-SEGMENT-COUNT           TO FK-SEGMENTS.

           IF  LOB-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'L'                     TO FK-LOB.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Check for HTTP header zFAM-Append.                            *
      *****************************************************************
       7010-APPEND.
           MOVE FK-SEGMENTS                TO APPEND-SEGMENT.
           MOVE FK-SEGMENTS                TO MAX-SEGMENT-TOTAL.
           ADD  MAX-SEGMENT-COUNT          TO MAX-SEGMENT-TOTAL.

           IF  MAX-SEGMENT-TOTAL    LESS THAN SIXTY-FIVE-KB
           OR  MAX-SEGMENT-TOTAL    EQUAL     SIXTY-FIVE-KB
               MOVE MAX-SEGMENT-TOTAL      TO MAX-SEGMENT-COUNT.

           IF  MAX-SEGMENT-TOTAL GREATER THAN SIXTY-FIVE-KB
               MOVE STATUS-413             TO CA090-STATUS
               MOVE '02'                   TO CA090-REASON
               PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       7010-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Write zFAM FILE store record(s).                              *
      *                                                               *
      * Store media-type for PUT  in zFAM FILE record.                *
      * The media-type will be used for subsequent GET requests       *
      *****************************************************************
       7200-PROCESS-FILE.
           MOVE 'N'                         TO REPL-CKSUM-SET-SW
                                                REPL-VERIFIED-SW.
           MOVE ZFAM-ADDRESS-X              TO SAVE-ADDRESS-X.

           MOVE FK-KEY                      TO FF-FK-KEY.

           MOVE FK-FF-IDN                   TO FF-KEY-IDN.
           MOVE FK-FF-NC                    TO FF-KEY-NC.

           MOVE ZEROES                      TO FF-ZEROES.
           MOVE WEB-MEDIA-TYPE              TO FF-MEDIA.

           MOVE MAX-SEGMENT-COUNT           TO FF-SEGMENTS.

           MOVE WS-ABS                      TO FF-ABS.
           ADD  ONE                         TO APPEND-SEGMENT.

           PERFORM 7500-WRITE-FILE        THRU 7500-EXIT
               WITH TEST AFTER
               VARYING SEGMENT-COUNT FROM APPEND-SEGMENT BY 1
                 UNTIL SEGMENT-COUNT EQUAL  MAX-SEGMENT-COUNT.

       7200-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Rewrite KEY store record with new FILE store internal key.    *
      *****************************************************************
       7300-REWRITE-FK.
           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE 'text'                  TO FK-OBJECT
           ELSE
               MOVE 'bits'                  TO FK-OBJECT.

           MOVE SPACES                      TO FK-UID
           MOVE ZEROES                      TO FK-ABS.
           MOVE ZEROES                      TO FK-LOCK-TIME.

           IF  ENCODING-RESP EQUAL DFHRESP(NORMAL)
               MOVE HTTP-ENCODING-VALUE     TO FK-ENCODING.

      *****************************************************************
      * An appended chain's digest is the old digest plus the new     *
      * segments' checksums.  A legacy record carrying no digest      *
      * stays undigested - summing only the appended tail would       *
      * fail every future read.                                       *
      *****************************************************************
           IF  FK-DIGEST NUMERIC
           AND FK-DIGEST GREATER THAN ZEROES
               ADD  FK-DIGEST               TO RD-DIGEST-TOTAL
               PERFORM 9054-SET-DIGEST    THRU 9054-EXIT
           ELSE
               MOVE ZEROES                  TO FK-DIGEST.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7300'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '12'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       7300-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Set IMMEDIATE action on WEB SEND command.                     *
      * Send POST response.                                           *
      *                                                               *
      * Replicate across active/active Data Center.                   *
      * Get URL and replication type from document template.          *
      *                                                               *
      * When ACTIVE-SINGLE,  there is no Data Center replication.     *
      * When ACTIVE-ACTIVE,  perform Data Center replication before   *
      *      sending the response to the client.                      *
      * When ACTIVE-STANDBY, perform Data Center replication after    *
      *      sending the response to the client.                      *
      *****************************************************************
       7400-SEND-RESPONSE.
           PERFORM 9050-ELAPSED-TIME          THRU 9050-EXIT.

           MOVE FK-FF-KEY                       TO JL-BEFORE-IDN
                                                   JL-AFTER-IDN.
           PERFORM 8600-JOURNAL               THRU 8600-EXIT.

           PERFORM 8000-GET-URL               THRU 8000-EXIT.

           IF  DC-TYPE        EQUAL ACTIVE-ACTIVE
           AND REPLICATE-PATH-SW EQUAL 'Y'
               PERFORM 7600-REPLICATE         THRU 7600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)             TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

           IF  DC-TYPE        EQUAL ACTIVE-STANDBY
           AND REPLICATE-PATH-SW EQUAL 'Y'
               PERFORM 7600-REPLICATE         THRU 7600-EXIT.

       7400-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Write zFAM FILE record.                                       *
      * A logical record can span one hundred 32,000 byte segments.   *
      *****************************************************************
       7500-WRITE-FILE.
           SET ADDRESS OF ZFAM-MESSAGE          TO ZFAM-ADDRESS.
           MOVE SEGMENT-COUNT                   TO FF-SEGMENT.

           IF  UNSEGMENTED-LENGTH LESS THAN     OR EQUAL THIRTY-TWO-KB
               MOVE UNSEGMENTED-LENGTH          TO FF-LENGTH
           ELSE
               MOVE THIRTY-TWO-KB               TO FF-LENGTH.

           MOVE LOW-VALUES                      TO FF-DATA.
           MOVE ZFAM-MESSAGE(1:FF-LENGTH)       TO FF-DATA.
           PERFORM 9042-ENCIPHER-SEGMENT      THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM      THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED               TO FF-CHECKSUM.
           ADD  CHECKSUM-COMPUTED           TO RD-DIGEST-TOTAL.
           PERFORM 9047-TRACK-CHECKSUM        THRU 9047-EXIT.
           ADD  FF-PREFIX                       TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                    TO FE-FN
               MOVE '7500'                      TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR        THRU 9100-EXIT
               PERFORM 9999-ROLLBACK          THRU 9999-EXIT
               MOVE EIBDS                       TO CA090-FILE
               MOVE STATUS-507                  TO CA090-STATUS
               MOVE '13'                        TO CA090-REASON
               PERFORM 9998-ZFAM090           THRU 9998-EXIT.

           IF  UNSEGMENTED-LENGTH GREATER THAN  OR EQUAL THIRTY-TWO-KB
               SUBTRACT THIRTY-TWO-KB         FROM UNSEGMENTED-LENGTH
               ADD      THIRTY-TWO-KB           TO ZFAM-ADDRESS-X.

       7500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Replicate PUT request to partner Data Center.                 *
      *****************************************************************
       7600-REPLICATE.
           PERFORM 8230-NEXT-SEQUENCE     THRU 8230-EXIT.

           PERFORM 7610-REPLICATE-ONE         THRU 7610-EXIT
               VARYING DC-PARTNER-SUB           FROM 1 BY 1
               UNTIL   DC-PARTNER-SUB GREATER THAN DC-PARTNER-COUNT.

           PERFORM 8235-JOURNAL-SEQUENCE  THRU 8235-EXIT.

       7600-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Replicate the append to one partner Data Center in the list.  *
      *****************************************************************
       7610-REPLICATE-ONE.
           IF  FO-STATE EQUAL 'F'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 7610-EXIT.

           PERFORM 8090-SET-PARTNER           THRU 8090-EXIT.
           PERFORM 8260-CHECK-BREAKER         THRU 8260-EXIT.

           IF  CB-ALLOW-SW NOT EQUAL 'Y'
               MOVE REPLICATE               TO WEB-PATH(1:10)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 7610-EXIT.

           PERFORM 8100-WEB-OPEN              THRU 8100-EXIT.

           PERFORM 7700-WRITE-APP             THRU 7700-EXIT.
           PERFORM 7800-WRITE-LOB             THRU 7800-EXIT.

           MOVE DFHVALUE(PUT)                   TO WEB-METHOD
           PERFORM 8200-WEB-CONVERSE          THRU 8200-EXIT.

           PERFORM 8300-WEB-CLOSE             THRU 8300-EXIT.

       7610-EXIT.
           EXIT.


      *****************************************************************
      * HTTP PUT - Append.                                            *
      * Issue WRITE for HTTP Header - zFAM-Append.                    *
      *****************************************************************
       7700-WRITE-APP.
           MOVE LENGTH OF HTTP-APP              TO ZFAM-APP-LENGTH.
           MOVE LENGTH OF HTTP-APP-VALUE        TO APP-VALUE-LENGTH.
           MOVE 'yes'                           TO HTTP-APP-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-APP)
                NAMELENGTH (ZFAM-APP-LENGTH)
                VALUE      (HTTP-APP-VALUE)
                VALUELENGTH(APP-VALUE-LENGTH)
                RESP       (APP-RESP)
                NOHANDLE
           END-EXEC.

       7700-EXIT.
           EXIT.

      *****************************************************************
      * Issue WRITE HTTPHEADER for the LOB replication.               *
      *****************************************************************
       7800-WRITE-LOB.
           MOVE LENGTH OF HTTP-LOB              TO ZFAM-LOB-LENGTH.
           MOVE LENGTH OF HTTP-LOB-VALUE        TO LOB-VALUE-LENGTH.
           MOVE 'yes'                           TO HTTP-LOB-VALUE.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-LOB)
                NAMELENGTH (ZFAM-LOB-LENGTH)
                VALUE      (HTTP-LOB-VALUE)
                VALUELENGTH(LOB-VALUE-LENGTH)
                RESP       (LOB-RESP)
                NOHANDLE
           END-EXEC.

       7800-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - Partial update.                                  *
      *                                                               *
      * PATCH updates only the retention/TTL metadata of an existing  *
      * record - the FILE store segments and their content are left   *
      * untouched, so no payload is received and no segments are      *
      * rewritten.  The new retention values were already computed by *
      * 1310-RETENTION during query-string processing; save them off  *
      * before the READ FOR UPDATE overlays FK-RETENTION/TYPE with    *
      * the record's current values.                                  *
      *****************************************************************
       7900-PATCH-KEY.
           MOVE FK-RETENTION                TO PATCH-RETENTION.
           MOVE FK-RETENTION-TYPE           TO PATCH-RETENTION-TYPE.

           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD        TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7900'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '11'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DELETED  EQUAL 'Y'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       7900-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - Partial update.                                  *
      * Rewrite the KEY store record with the new retention metadata. *
      *****************************************************************
       7910-PATCH-REWRITE.
           IF  HOLD-ACTION-SW EQUAL 'S'
           AND FK-RETENTION-TYPE NOT EQUAL 'H'
               MOVE FK-RETENTION            TO FK-HOLD-RETENTION
               MOVE FK-RETENTION-TYPE       TO FK-HOLD-TYPE
               MOVE 'H'                     TO FK-RETENTION-TYPE.

           IF  HOLD-ACTION-SW EQUAL 'C'
           AND FK-RETENTION-TYPE EQUAL 'H'
               MOVE FK-HOLD-RETENTION       TO FK-RETENTION
               MOVE FK-HOLD-TYPE            TO FK-RETENTION-TYPE
               MOVE SPACES                  TO FK-HOLD-TYPE.

           IF  HOLD-ACTION-SW EQUAL SPACES
               IF  TOUCH-REQUEST-SW EQUAL 'Y'
                   MOVE WS-ABS                  TO FK-ABS
               ELSE
                   MOVE PATCH-RETENTION         TO FK-RETENTION
                   MOVE PATCH-RETENTION-TYPE    TO FK-RETENTION-TYPE.

           IF  ENCODING-RESP EQUAL DFHRESP(NORMAL)
               MOVE HTTP-ENCODING-VALUE     TO FK-ENCODING.

           IF  FK-SHARED EQUAL 'Y'
               IF  HOLD-ACTION-SW EQUAL 'S'
               OR  HOLD-ACTION-SW EQUAL 'C'
                   PERFORM 9062-UNSHARE-CHAIN THRU 9062-EXIT.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7910'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '12'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  HOLD-ACTION-SW EQUAL 'S'
           OR  HOLD-ACTION-SW EQUAL 'C'
               PERFORM 7915-PATCH-HOLD-FILE THRU 7915-EXIT.

       7910-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - ?hold=set / ?hold=clear.                         *
      * PATCH never rewrites the FILE store for a normal retention     *
      * change (7910-PATCH-REWRITE only touches the KEY store), but a  *
      * legal hold must also block 4000-READ-FILE in ZFAM000, which    *
      * expires non-ECR records off the first FILE segment's own       *
      * retention metadata.  Mirror the just-finalized FK-RETENTION/   *
      * FK-RETENTION-TYPE onto that segment so the hold actually       *
      * protects the record.  A missing segment (ECR, or a record      *
      * with no FILE store entries) is not an error here.              *
      *****************************************************************
       7915-PATCH-HOLD-FILE.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE 1                           TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE FK-RETENTION-TYPE        TO FF-RETENTION-TYPE
               MOVE FK-RETENTION             TO FF-RETENTION

               EXEC CICS REWRITE FILE(FF-FCT)
                    FROM(FF-RECORD)
                    LENGTH(FF-LENGTH)
                    NOHANDLE
               END-EXEC.

       7915-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - Partial update.                                  *
      * Set IMMEDIATE action on WEB SEND command.                     *
      * Send PATCH response.                                          *
      *****************************************************************
       7920-PATCH-RESPONSE.
           PERFORM 9050-ELAPSED-TIME          THRU 9050-EXIT.

           MOVE FK-FF-KEY                       TO JL-BEFORE-IDN
                                                   JL-AFTER-IDN.
           PERFORM 8600-JOURNAL               THRU 8600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)             TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       7920-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - ?restore=n.                                      *
      * Promote retained version n back to current, or un-delete a    *
      * soft-deleted record when n is zero.  A promote swaps the      *
      * chosen FK-VERSIONS chain with the current one - the replaced  *
      * chain lands in the slot the promoted one vacated, so the      *
      * restore itself is reversible.  The record is read for UPDATE  *
      * directly (not via 7900-PATCH-KEY) because a restore must be    *
      * allowed to touch a record 7900 would reject as deleted.       *
      *****************************************************************
       7930-RESTORE-VERSION.
           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD        TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7930'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '11'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  RESTORE-WANTED EQUAL ZEROES
           AND FK-DELETED NOT EQUAL 'Y'
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  RESTORE-WANTED GREATER THAN FK-VERSION-COUNT
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE FK-FF-KEY                   TO RESTORE-OLD-IDN.

           IF  RESTORE-WANTED GREATER THAN ZEROES
               PERFORM 7933-PROMOTE-CHAIN THRU 7933-EXIT.

           MOVE SPACES                      TO FK-DELETED.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7930'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '12'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       7930-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - ?restore=n.                                      *
      * Swap the chosen version chain into FK-FF-KEY, park the        *
      * replaced current chain in the vacated slot, and refresh the   *
      * KEY record's segment count and timestamp from the promoted    *
      * chain's first FILE segment.  A promoted chain whose first     *
      * segment is gone rolls the whole request back.                 *
      *****************************************************************
       7933-PROMOTE-CHAIN.
           MOVE FK-VER-IDN(RESTORE-WANTED)  TO FK-FF-IDN.
           MOVE FK-VER-NC (RESTORE-WANTED)  TO FK-FF-NC.

           MOVE RESTORE-OLD-IDN(1:6)
                                  TO FK-VER-IDN(RESTORE-WANTED).
           MOVE RESTORE-OLD-IDN(7:2)
                                  TO FK-VER-NC (RESTORE-WANTED).

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                 TO FE-FN
               MOVE '7933'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE FF-SEGMENTS                 TO FK-SEGMENTS.
           MOVE WS-ABS                      TO FK-ABS.

      *****************************************************************
      * The whole-record digest belongs to the chain it was computed  *
      * over - recompute it from the promoted chain's segment         *
      * checksums, or the next plain GET of a multi-segment restore   *
      * fails the 3400 digest check against the replaced chain.       *
      *****************************************************************
           MOVE ZEROES                      TO RD-DIGEST-TOTAL.
           ADD  FF-CHECKSUM                 TO RD-DIGEST-TOTAL.

           PERFORM 7934-SUM-SEGMENT       THRU 7934-EXIT
               WITH TEST AFTER
               VARYING FF-SEGMENT           FROM 2 BY 1
               UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

           PERFORM 9054-SET-DIGEST        THRU 9054-EXIT.

      *****************************************************************
      * The promoted chain is shared when ZFAM170 still counts it.    *
      *****************************************************************
           MOVE SPACES                      TO FK-SHARED.

           IF  DD-DEDUP EQUAL 'Y'
               MOVE 'Q'                     TO DR-FUNCTION
               MOVE FK-FF-KEY               TO DR-FF-KEY
               PERFORM 9064-LINK-ZFAM170  THRU 9064-EXIT
               IF  DR-RESULT EQUAL 'Y'
                   MOVE 'Y'                 TO FK-SHARED.

       7933-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - ?restore=n.                                      *
      * Fold one promoted-chain segment's checksum into the digest.   *
      *****************************************************************
       7934-SUM-SEGMENT.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               ADD  FF-CHECKSUM             TO RD-DIGEST-TOTAL.

       7934-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - ?restore=n.                                      *
      * Journal the restore with the replaced chain as the before     *
      * image and the promoted chain as the after image, then answer  *
      * 200.                                                          *
      *****************************************************************
       7935-RESTORE-RESPONSE.
           PERFORM 9050-ELAPSED-TIME          THRU 9050-EXIT.

           MOVE RESTORE-OLD-IDN                 TO JL-BEFORE-IDN.
           MOVE FK-FF-KEY                       TO JL-AFTER-IDN.
           PERFORM 8600-JOURNAL               THRU 8600-EXIT.

           MOVE DFHVALUE(IMMEDIATE)             TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE(TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION(SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       7935-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - zFAM-Increment/zFAM-Delta.                       *
      * Apply the signed delta to the named numeric schema column     *
      * under the key lock and answer the new value - a server-side   *
      * read-modify-write in one unit of work.                        *
      *****************************************************************
       7940-INCREMENT.
           MOVE URI-KEY                     TO FK-KEY.
           MOVE LENGTH  OF FK-RECORD        TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  EIBRESP     EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7940'                  TO KE-PARAGRAPH
               MOVE FC-READ                 TO KE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '11'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-INTENT  EQUAL 'M'
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-204              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-ECR EQUAL 'Y'
           OR  FK-SEGMENTS GREATER THAN ONE
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

      *****************************************************************
      * Locate the column through the schema container, the same      *
      * scan the domain-validation path drives.                       *
      *****************************************************************
           MOVE SIXTY-FIVE-KB               TO DV-FD-LENGTH.

           EXEC CICS GET
                CONTAINER(ZFAM-FAXXFD)
                CHANNEL  (ZFAM-CHANNEL)
                FLENGTH  (DV-FD-LENGTH)
                SET      (FAXXFD-ADDRESS)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-412              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE IC-COLUMN                   TO VR-NAME.
           MOVE 'N'                         TO DV-FOUND-SW.
           MOVE DV-FD-LENGTH                TO DV-FD-REMAINING.
           SET ADDRESS OF FD-ENTRY          TO FAXXFD-ADDRESS.

           PERFORM 4067-FIND-COLUMN       THRU 4067-EXIT
               WITH TEST AFTER
               UNTIL DV-FD-REMAINING NOT GREATER THAN ZEROES
               OR    DV-FOUND-SW EQUAL 'Y'.

           IF  DV-FOUND-SW NOT EQUAL 'Y'
           OR  DV-COL NOT GREATER THAN ZEROES
           OR  DV-LEN NOT GREATER THAN ZEROES
           OR  DV-LEN GREATER THAN 18
           OR  DV-COL + DV-LEN GREATER THAN THIRTY-TWO-KB
               MOVE STATUS-412              TO CA090-STATUS
               MOVE '01'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

      *****************************************************************
      * A secondary-indexed column cannot be incremented in place -   *
      * the CI entry keyed by the old value would be orphaned.        *
      *****************************************************************
           IF  DV-FD-INDEX GREATER THAN ONE
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-409              TO CA090-STATUS
               MOVE '04'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 7945-INCR-APPLY        THRU 7945-EXIT.
           PERFORM 7948-INCR-RESPONSE     THRU 7948-EXIT.

       7940-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - increment.  Read the record's single segment     *
      * under the lock, apply the delta, and rewrite segment and KEY  *
      * record together.                                              *
      *****************************************************************
       7945-INCR-APPLY.
           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                 TO FE-FN
               MOVE '7945'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '03'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '16'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           SUBTRACT FF-PREFIX             FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT  THRU 9043-EXIT.

           MOVE SPACES                      TO DV-FIELD-TEXT.
           MOVE FF-DATA(DV-COL:DV-LEN)
             TO DV-FIELD-TEXT(1:DV-LEN).

           INSPECT DV-FIELD-TEXT
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE ZEROES                      TO DV-TEXT-SPACES.
           INSPECT FUNCTION REVERSE(DV-FIELD-TEXT)
           TALLYING DV-TEXT-SPACES
           FOR LEADING SPACES.

           SUBTRACT DV-TEXT-SPACES
               FROM LENGTH OF DV-FIELD-TEXT
               GIVING DV-TEXT-LENGTH.

           MOVE ZEROES                      TO IC-VALUE.

           IF  DV-TEXT-LENGTH GREATER THAN ZEROES
               MOVE ZEROES                  TO DV-FIELD-JUST
               MOVE DV-FIELD-TEXT(1:DV-TEXT-LENGTH)
                 TO DV-FIELD-JUST(19 - DV-TEXT-LENGTH:DV-TEXT-LENGTH)
               IF  DV-FIELD-JUST-N NUMERIC
                   MOVE DV-FIELD-JUST-N     TO IC-VALUE
               ELSE
                   MOVE IC-COLUMN           TO CA090-FIELD
                   MOVE STATUS-400          TO CA090-STATUS
                   MOVE '16'                TO CA090-REASON
                   PERFORM 9998-ZFAM090   THRU 9998-EXIT.

           COMPUTE IC-NEW = IC-VALUE + IC-DELTA.

           IF  IC-NEW LESS THAN ZEROES
               MOVE IC-COLUMN               TO CA090-FIELD
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '16'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE IC-NEW                      TO IC-NEW-D.

           IF  DV-LEN LESS THAN 18
           AND IC-NEW-D(1:18 - DV-LEN) NOT EQUAL ZEROES
               MOVE IC-COLUMN               TO CA090-FIELD
               MOVE STATUS-400              TO CA090-STATUS
               MOVE '16'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE IC-NEW-D(19 - DV-LEN:DV-LEN)
             TO FF-DATA(DV-COL:DV-LEN).

      *****************************************************************
      * The column may land past the occupied payload on a short      *
      * record - extend the payload to cover it.                      *
      *****************************************************************
           COMPUTE IC-PAYLOAD-END = DV-COL + DV-LEN - 1.

           IF  IC-PAYLOAD-END GREATER THAN FF-LENGTH
               MOVE IC-PAYLOAD-END          TO FF-LENGTH.

           PERFORM 9042-ENCIPHER-SEGMENT  THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM  THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED           TO FF-CHECKSUM.
           ADD  FF-PREFIX                   TO FF-LENGTH.

           MOVE 'N'                         TO DEDUP-KEEP-SW.
           IF  FK-SHARED EQUAL 'Y'
               PERFORM 7946-INCR-UNSHARE  THRU 7946-EXIT.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               EXEC CICS REWRITE FILE(FF-FCT)
                    FROM  (FF-RECORD)
                    LENGTH(FF-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-REWRITE              TO FE-FN
               MOVE '7945'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '06'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE WS-ABS                      TO FK-ABS.

           MOVE ZEROES                      TO RD-DIGEST-TOTAL.
           ADD  CHECKSUM-COMPUTED           TO RD-DIGEST-TOTAL.
           PERFORM 9054-SET-DIGEST        THRU 9054-EXIT.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '7945'                  TO FE-PARAGRAPH
               MOVE FC-REWRITE              TO FE-FN
               PERFORM 9200-KEY-ERROR     THRU 9200-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '12'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       7945-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - increment.                                       *
      * The record shares its chain with other KEY records - write    *
      * the updated segment as a chain of its own and leave theirs    *
      * alone. When this was the last reference the chain is simply   *
      * rewritten in place.                                           *
      *****************************************************************
       7946-INCR-UNSHARE.
           MOVE FK-FF-KEY                   TO DR-FF-KEY.
           PERFORM 9061-RELEASE-CHAIN     THRU 9061-EXIT.
           MOVE SPACES                      TO FK-SHARED.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               GO TO 7946-EXIT.

           EXEC CICS UNLOCK FILE(FF-FCT)
                NOHANDLE
           END-EXEC.

           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE FK-KEY                      TO FF-FK-KEY.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '7946'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '06'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       7946-EXIT.
           EXIT.

      *****************************************************************
      * HTTP PATCH - increment.  Journal the change and answer the    *
      * new value.                                                    *
      *****************************************************************
       7948-INCR-RESPONSE.
           PERFORM 9050-ELAPSED-TIME          THRU 9050-EXIT.

           MOVE FK-FF-KEY                       TO JL-BEFORE-IDN
                                                   JL-AFTER-IDN.
           PERFORM 8600-JOURNAL               THRU 8600-EXIT.

           MOVE LENGTH OF HTTP-VALUE-HDR        TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF IC-NEW-D              TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-VALUE-HDR)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (IC-NEW-D)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)             TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (IC-NEW-D)
                FROMLENGTH(HTTP-VALUE-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                SRVCONVERT
                NOHANDLE
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
           END-EXEC.

       7948-EXIT.
           EXIT.

      *****************************************************************
      * PATCH without a URI key carrying zFAM-RangeBegin and          *
      * zFAM-RangeEnd assigns one schema column across the key range. *
      * XCTL to zFAM169 with the caller's identity for the row-level  *
      * ownership check and the correlation id for the journal.       *
      *****************************************************************
       7960-RANGE-UPDATE.
           MOVE 'N'                          TO CU-OWNER-CHECK.

           IF  DD-OWNERSHIP EQUAL 'Y'
               PERFORM 9034-OWNER-IDENTITY THRU 9034-ID-EXIT.

           IF  DD-OWNERSHIP   EQUAL 'Y'
           AND OW-ADMIN-SW    NOT EQUAL 'Y'
           AND WEB-PATH(1:10) NOT EQUAL REPLICATE
               MOVE 'Y'                      TO CU-OWNER-CHECK.

           MOVE OW-CALLER                    TO CU-OWNER.
           MOVE HTTP-CORRID-VALUE            TO CU-CORRID.

           MOVE ZFAM169                      TO MN-PROGRAM.
           PERFORM 9084-MONITOR-RECORD     THRU 9084-EXIT.
           MOVE MN-RECORD                    TO CU-MONITOR.
           PERFORM 9036-METER-TOKEN        THRU 9036-EXIT.

           EXEC CICS XCTL PROGRAM(ZFAM169)
                COMMAREA(ZFAM169-COMM-AREA)
                NOHANDLE
           END-EXEC.

       7960-EXIT.
           EXIT.

      *****************************************************************
      * Check zFAM-RangeBegin and zFAM-RangeEnd HTTP headers on a     *
      * PATCH without a URI key.  Either one marks a range PATCH for  *
      * zFAM169, which answers a missing partner header itself.       *
      *****************************************************************
       7961-RANGE-HEADERS.
           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-BEGIN)
                NAMELENGTH  (HEADER-BEGIN-LENGTH)
                VALUE       (BEGIN-VALUE)
                VALUELENGTH (BEGIN-VALUE-LENGTH)
                RESP        (BEGIN-RESPONSE)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-END)
                NAMELENGTH  (HEADER-END-LENGTH)
                VALUE       (END-VALUE)
                VALUELENGTH (END-VALUE-LENGTH)
                RESP        (END-RESPONSE)
                NOHANDLE
           END-EXEC.

           IF  BEGIN-RESPONSE EQUAL DFHRESP(NORMAL)
           OR  END-RESPONSE   EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO RANGE-UPDATE-SW.

       7961-EXIT.
           EXIT.

      *****************************************************************
      * Get URL for replication process.                              *
      * URL must be in the following format:                          *
      * http://hostname:port                                          *
      *****************************************************************
       8000-GET-URL.
           MOVE SPACES               TO DC-TYPE
                                        THE-OTHER-DC
                                        DC-URL-2
                                        DC-URL-3.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZFAM-DC)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DC-CONTROL TO DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                    INTO     (DC-CONTROL)
                    LENGTH   (DC-LENGTH)
                    MAXLENGTH(DC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND DC-LENGTH GREATER THAN TEN
           AND DC-LENGTH NOT GREATER THAN DC-SINGLE-MAX
               SUBTRACT TWELVE FROM DC-LENGTH
                             GIVING THE-OTHER-DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND DC-LENGTH GREATER THAN DC-SINGLE-MAX
               INSPECT THE-OTHER-DC
               REPLACING ALL LOW-VALUES BY SPACES
               MOVE ZEROES                  TO DC-TRAILING
               INSPECT FUNCTION REVERSE(THE-OTHER-DC)
               TALLYING DC-TRAILING
               FOR LEADING SPACES
               SUBTRACT DC-TRAILING
                   FROM LENGTH OF THE-OTHER-DC
                   GIVING THE-OTHER-DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND DC-LENGTH        GREATER THAN  TEN
               MOVE 80                      TO URL-HOST-NAME-LENGTH
               EXEC CICS WEB PARSE
                    URL(THE-OTHER-DC)
                    URLLENGTH(THE-OTHER-DC-LENGTH)
                    SCHEMENAME(URL-SCHEME-NAME)
                    HOST(URL-HOST-NAME)
                    HOSTLENGTH(URL-HOST-NAME-LENGTH)
                    PORTNUMBER(URL-PORT)
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DC-LENGTH        LESS THAN TEN
           OR  DC-LENGTH        EQUAL     TEN
               MOVE ACTIVE-SINGLE  TO DC-TYPE.

           PERFORM 8050-BUILD-PARTNERS THRU 8050-EXIT.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Build the partner list from the retrieved template lines.     *
      * Each non-blank URL line becomes one partner; a table with no  *
      * partner configured gets an empty list and nothing fans out.   *
      *****************************************************************
       8050-BUILD-PARTNERS.
           MOVE ZEROES                      TO DC-PARTNER-COUNT.
           MOVE SPACES                      TO DC-PARTNER-URL(1)
                                                DC-PARTNER-URL(2)
                                                DC-PARTNER-URL(3).
           MOVE ZEROES                      TO DC-PARTNER-LENGTH(1)
                                                DC-PARTNER-LENGTH(2)
                                                DC-PARTNER-LENGTH(3).

           IF  DC-TYPE EQUAL ACTIVE-SINGLE
               GO TO 8050-EXIT.

           IF  THE-OTHER-DC NOT EQUAL SPACES
               ADD  ONE                     TO DC-PARTNER-COUNT
               MOVE THE-OTHER-DC
                    TO DC-PARTNER-URL(DC-PARTNER-COUNT)
               MOVE THE-OTHER-DC-LENGTH
                    TO DC-PARTNER-LENGTH(DC-PARTNER-COUNT).

           INSPECT DC-URL-2
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  DC-URL-2 NOT EQUAL SPACES
               ADD  ONE                     TO DC-PARTNER-COUNT
               MOVE DC-URL-2
                    TO DC-PARTNER-URL(DC-PARTNER-COUNT)
               MOVE ZEROES                  TO DC-TRAILING
               INSPECT FUNCTION REVERSE(DC-URL-2)
               TALLYING DC-TRAILING
               FOR LEADING SPACES
               SUBTRACT DC-TRAILING
                   FROM LENGTH OF DC-URL-2
                   GIVING DC-PARTNER-LENGTH(DC-PARTNER-COUNT).

           INSPECT DC-URL-3
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  DC-URL-3 NOT EQUAL SPACES
               ADD  ONE                     TO DC-PARTNER-COUNT
               MOVE DC-URL-3
                    TO DC-PARTNER-URL(DC-PARTNER-COUNT)
               MOVE ZEROES                  TO DC-TRAILING
               INSPECT FUNCTION REVERSE(DC-URL-3)
               TALLYING DC-TRAILING
               FOR LEADING SPACES
               SUBTRACT DC-TRAILING
                   FROM LENGTH OF DC-URL-3
                   GIVING DC-PARTNER-LENGTH(DC-PARTNER-COUNT).

       8050-EXIT.
           EXIT.

      *****************************************************************
      * Point the WEB OPEN host/port/scheme fields at one partner in  *
      * the list.  URL-HOST-NAME-LENGTH is an in/out field on WEB     *
      * PARSE, so it is reset before every parse.                     *
      *****************************************************************
       8090-SET-PARTNER.
           MOVE DC-PARTNER-URL(DC-PARTNER-SUB)    TO PARSE-URL-WORK.
           MOVE DC-PARTNER-LENGTH(DC-PARTNER-SUB) TO PARSE-URL-LENGTH.
           MOVE 80                                TO
                                               URL-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (PARSE-URL-WORK)
                URLLENGTH (PARSE-URL-LENGTH)
                SCHEMENAME(URL-SCHEME-NAME)
                HOST      (URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                NOHANDLE
           END-EXEC.

       8090-EXIT.
           EXIT.


      *****************************************************************
      * Open WEB connection with the partner Data Center zFAM.        *
      *****************************************************************
       8100-WEB-OPEN.
           IF  URL-SCHEME-NAME EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)  TO URL-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)   TO URL-SCHEME.

           EXEC CICS WEB OPEN
                HOST(URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                SCHEME(URL-SCHEME)
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Converse with the partner Data Center zFAM.                   *
      * The first element of the path, which for normal processing is *
      * /datastore, must be changed to /replicate.                    *
      *****************************************************************
       8200-WEB-CONVERSE.
           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'REPLCONV'               TO TR-STAGE
               PERFORM 9081-TRACE-STEP     THRU 9081-EXIT.

           MOVE REPLICATE TO WEB-PATH(1:10).

           EXEC CICS ASKTIME ABSTIME(LG-START-ABS) NOHANDLE
           END-EXEC.

           SET ADDRESS OF ZFAM-MESSAGE        TO SAVE-ADDRESS.

      *****************************************************************
      * An injected partner fault fails the converse without sending  *
      * it.  The change is queued to the retry task as a real failure *
      * would be, but the circuit breaker is left alone.              *
      *****************************************************************
           IF  FI-PARTNER-SW EQUAL 'Y'
               MOVE 'injected fault'          TO TD-RA-FAULT
               PERFORM 8250-QUEUE-RETRY     THRU 8250-EXIT
               MOVE SPACES                    TO TD-RA-FAULT
               PERFORM 9068-PARTNER-NOTE    THRU 9068-EXIT
               GO TO 8200-EXIT.

           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING
           OR  WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML
           OR  WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON
               MOVE DFHVALUE(CLICONVERT)      TO CLIENT-CONVERT
           ELSE
               MOVE DFHVALUE(NOCLICONVERT)    TO CLIENT-CONVERT.

           PERFORM 8220-CONVERSE-ONCE       THRU 8220-EXIT.

      *****************************************************************
      * The partner session is reused across every converse this      *
      * task issues; a session gone stale under us (the partner or a  *
      * firewall closed it between requests) fails the converse, so   *
      * one reopen-and-retry is attempted before the failure is       *
      * queued to the retry task.  A CICS session cannot outlive the  *
      * task that opened it, so this reuse-within-task plus reopen-   *
      * on-stale is the whole of what connection pooling can mean     *
      * here.                                                         *
      *****************************************************************
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 8300-WEB-CLOSE       THRU 8300-EXIT
               PERFORM 8100-WEB-OPEN        THRU 8100-EXIT
               PERFORM 8220-CONVERSE-ONCE   THRU 8220-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               PERFORM 8280-BREAKER-FAILURE THRU 8280-EXIT
           ELSE
               PERFORM 9048-RECORD-REPL-LAG THRU 9048-EXIT
               PERFORM 8270-BREAKER-SUCCESS THRU 8270-EXIT
               PERFORM 8227-READ-RESEND     THRU 8227-EXIT
               IF  MN-REPLICATION EQUAL SPACES
                   MOVE 'S'                 TO MN-REPLICATION.

       8200-EXIT.
           EXIT.

      *****************************************************************
      * Issue one replication converse on the currently open partner  *
      * session, writing the zFAM-Checksum request header first -     *
      * request headers belong to the session, so they are rewritten  *
      * here on every (re)open.                                       *
      *****************************************************************
       8220-CONVERSE-ONCE.
           MOVE LENGTH OF CONVERSE-RESPONSE   TO CONVERSE-LENGTH.
           MOVE LENGTH OF HTTP-CORRID         TO ZFAM-CORRID-LENGTH.
           MOVE LENGTH OF HTTP-CORRID-VALUE   TO CORRID-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-CORRID)
                NAMELENGTH (ZFAM-CORRID-LENGTH)
                VALUE      (HTTP-CORRID-VALUE)
                VALUELENGTH(CORRID-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  REPL-CKSUM-SET-SW EQUAL 'Y'
               IF  WEB-METHOD EQUAL DFHVALUE(POST)
               OR  WEB-METHOD EQUAL DFHVALUE(PUT)
                   MOVE REPL-CKSUM-SAVE       TO REPL-CKSUM-VALUE
                   MOVE LENGTH OF HTTP-REPL-CKSUM
                                              TO HTTP-NAME-LENGTH
                   MOVE LENGTH OF REPL-CKSUM-VALUE
                                              TO HTTP-VALUE-LENGTH
                   EXEC CICS WEB WRITE
                        HTTPHEADER (HTTP-REPL-CKSUM)
                        NAMELENGTH (HTTP-NAME-LENGTH)
                        VALUE      (REPL-CKSUM-VALUE)
                        VALUELENGTH(HTTP-VALUE-LENGTH)
                        SESSTOKEN  (SESSION-TOKEN)
                        NOHANDLE
                   END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(POST)
           AND FK-OWNER   NOT EQUAL SPACES
               MOVE FK-OWNER                  TO HTTP-OWNER-VALUE
               MOVE LENGTH OF HTTP-OWNER      TO HTTP-NAME-LENGTH
               MOVE LENGTH OF HTTP-OWNER-VALUE
                                              TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-OWNER)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (HTTP-OWNER-VALUE)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    SESSTOKEN  (SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(POST)
           OR  WEB-METHOD EQUAL DFHVALUE(PUT)
               PERFORM 9044-UTC-OFFSET    THRU 9044-EXIT
               SUBTRACT UT-OFFSET-MS FROM WS-ABS
                   GIVING HTTP-ORIGIN-SEND
               MOVE LENGTH OF HTTP-ORIGIN     TO HTTP-NAME-LENGTH
               MOVE LENGTH OF HTTP-ORIGIN-SEND
                                              TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-ORIGIN)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (HTTP-ORIGIN-SEND)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    SESSTOKEN  (SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           PERFORM 8225-WRITE-SEQUENCE    THRU 8225-EXIT.

           IF  WEB-METHOD EQUAL DFHVALUE(POST)
           OR  WEB-METHOD EQUAL DFHVALUE(PUT)
               IF  WEB-QUERYSTRING-LENGTH EQUAL ZEROES
                   EXEC CICS WEB CONVERSE
                        SESSTOKEN(SESSION-TOKEN)
                        NOHANDLE
                   END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(POST)
           OR  WEB-METHOD EQUAL DFHVALUE(PUT)
               IF  WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES
                   EXEC CICS WEB CONVERSE
                        SESSTOKEN(SESSION-TOKEN)
                        PATH(WEB-PATH)
                        PATHLENGTH(WEB-PATH-LENGTH)
                        METHOD(WEB-METHOD)
                        MEDIATYPE(FF-MEDIA)
                        FROM(ZFAM-MESSAGE)
                        FROMLENGTH(RECEIVE-LENGTH)
                        INTO(CONVERSE-RESPONSE)
                        TOLENGTH(CONVERSE-LENGTH)
                        MAXLENGTH(CONVERSE-LENGTH)
                        STATUSCODE(WEB-STATUS-CODE)
                        STATUSLEN(WEB-STATUS-LENGTH)
                        STATUSTEXT(WEB-STATUS-TEXT)
                        QUERYSTRING(WEB-QUERYSTRING)
                        QUERYSTRLEN(WEB-QUERYSTRING-LENGTH)
                        CLIENTCONV(CLIENT-CONVERT)
                        NOHANDLE
                   END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(DELETE)
                   EXEC CICS WEB CONVERSE
                        SESSTOKEN(SESSION-TOKEN)
                        PATH(WEB-PATH)
                        PATHLENGTH(WEB-PATH-LENGTH)
                        METHOD(WEB-METHOD)
                        MEDIATYPE(FF-MEDIA)
                        INTO(CONVERSE-RESPONSE)
                        TOLENGTH(CONVERSE-LENGTH)
                        MAXLENGTH(CONVERSE-LENGTH)
                        STATUSCODE(WEB-STATUS-CODE)
                        STATUSLEN(WEB-STATUS-LENGTH)
                        STATUSTEXT(WEB-STATUS-TEXT)
                        CLIENTCONV(CLIENT-CONVERT)
                        NOHANDLE
                   END-EXEC.

       8220-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - write the zFAM-Repl-Seq and            *
      * zFAM-Repl-Site request headers for a stamped change.          *
      *****************************************************************
       8225-WRITE-SEQUENCE.
           IF  SQ-SEQ EQUAL ZEROES
               GO TO 8225-EXIT.

           MOVE SQ-SEQ                      TO SQ-SEQ-VALUE.
           MOVE SQ-SITE                     TO SQ-SITE-VALUE.
           MOVE LENGTH OF HTTP-REPL-SEQ     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-SEQ-VALUE      TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-SEQ)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-SEQ-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-REPL-SITE    TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-SITE-VALUE     TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-SITE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-SITE-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       8225-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - the partner answers a stamped change   *
      * that showed it a gap with zFAM-Repl-Resend: from-to.  START   *
      * the xxSR transaction (ZFAM178) to requeue just those          *
      * changes from the xxSJ queue for this partner.                 *
      *****************************************************************
       8227-READ-RESEND.
           IF  SQ-SEQ EQUAL ZEROES
               GO TO 8227-EXIT.

           MOVE LENGTH OF HTTP-REPL-RESEND  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-RESEND-VALUE   TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-REPL-RESEND)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-RESEND-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8227-EXIT.

           IF  SQ-RESEND-FROM NOT NUMERIC
           OR  SQ-RESEND-TO   NOT NUMERIC
           OR  SQ-RESEND-FROM EQUAL ZEROES
           OR  SQ-RESEND-FROM GREATER THAN SQ-RESEND-TO
               GO TO 8227-EXIT.

           MOVE EIBTRNID(3:2)               TO SR-TSQ(1:2).
           MOVE 'SR'                        TO SR-TSQ(3:2).
           MOVE EIBTRNID                    TO SR-TRANID.
           MOVE SQ-RESEND-FROM              TO SR-FROM.
           MOVE SQ-RESEND-TO                TO SR-TO.
           MOVE DC-PARTNER-URL(DC-PARTNER-SUB)
                                            TO SR-PARTNER.
           MOVE DC-PARTNER-LENGTH(DC-PARTNER-SUB)
                                            TO SR-PARTNER-LENGTH.
           MOVE LENGTH OF SR-PARM           TO SR-PARM-LENGTH.

           EXEC CICS START TRANSID(SR-TSQ)
                FROM    (SR-PARM)
                LENGTH  (SR-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

       8227-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - take the table's next sequence number  *
      * for this change from its FAxx_REPLSEQ named counter, once     *
      * for all the partners it goes to, defining the counter the     *
      * first time.  SQ-SEQ stays ZEROES - the change goes            *
      * unstamped - for a table without DD-REPL-SEQ, or when the      *
      * counter cannot be had.                                        *
      *****************************************************************
       8230-NEXT-SEQUENCE.
           MOVE ZEROES                      TO SQ-SEQ.

           IF  DD-REPL-SEQ NOT EQUAL 'Y'
               GO TO 8230-EXIT.

           MOVE EIBTRNID(3:2)               TO SQ-NC-TRANID(3:2).

           EXEC CICS GET DCOUNTER(SQ-COUNTER)
                VALUE(SQ-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               PERFORM 8232-DEFINE-SEQUENCE THRU 8232-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8230-EXIT.

           MOVE SQ-NC-VALUE                 TO SQ-SEQ.
           MOVE DD-REPL-SITE                TO SQ-SITE.

           IF  SQ-SITE EQUAL SPACES
           OR  SQ-SITE EQUAL LOW-VALUES
               EXEC CICS ASSIGN APPLID(SQ-SITE)
                    NOHANDLE
               END-EXEC.

       8230-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - define the table's FAxx_REPLSEQ        *
      * counter, starting at one, and take its first value.  A        *
      * task defining it at the same moment gets DUPREC and simply    *
      * takes the next value.                                         *
      *****************************************************************
       8232-DEFINE-SEQUENCE.
           MOVE SQ-NC-MINIMUM               TO SQ-NC-VALUE.

           EXEC CICS DEFINE
                DCOUNTER  (SQ-COUNTER)
                VALUE     (SQ-NC-VALUE)
                MINIMUM   (SQ-NC-MINIMUM)
                MAXIMUM   (SQ-NC-MAXIMUM)
                NOHANDLE
           END-EXEC.

           EXEC CICS GET DCOUNTER(SQ-COUNTER)
                VALUE(SQ-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

       8232-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - keep the stamped change on the         *
      * table's xxSJ queue, as a retry queue entry with no partner,   *
      * for a partner that later asks for it again.                   *
      *****************************************************************
       8235-JOURNAL-SEQUENCE.
           IF  SQ-SEQ EQUAL ZEROES
               GO TO 8235-EXIT.

           MOVE REPLICATE                   TO WEB-PATH(1:10).
           MOVE ONE                         TO DC-PARTNER-SUB.

           IF  HTTP-ECR-VALUE EQUAL 'Yes'
               MOVE 'Y'                     TO TS-RT-ECR-SW.

           PERFORM 8248-BUILD-RETRY       THRU 8248-EXIT.
           MOVE 'N'                         TO TS-RT-ECR-SW.

           PERFORM 8237-WRITE-JOURNAL     THRU 8237-EXIT.

       8235-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - write TS-RETRY-ENTRY, as built for     *
      * the change just stamped, to the table's xxSJ auxiliary        *
      * queue.  A full window is cleared and restarted, as the        *
      * xxJM journal mirror is; a resend reaching back past it        *
      * says so and leaves the partner to a ZFAM106 reconcile.        *
      *****************************************************************
       8237-WRITE-JOURNAL.
           IF  SQ-SEQ EQUAL ZEROES
               GO TO 8237-EXIT.

           MOVE EIBTRNID(3:2)               TO SJ-TSQ(1:2).
           MOVE 'SJ'                        TO SJ-TSQ(3:2).
           MOVE SPACES                      TO TS-RT-PARTNER.
           MOVE ZEROES                      TO TS-RT-PARTNER-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(SJ-TSQ)
                FROM    (TS-RETRY-ENTRY)
                LENGTH  (TS-RT-LENGTH)
                ITEM    (SJ-ITEM)
                AUXILIARY
                RESP    (SJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  SJ-RESP EQUAL DFHRESP(NORMAL)
           AND SJ-ITEM NOT LESS THAN SQ-JOURNAL-MAX
               EXEC CICS DELETEQ TS QUEUE(SJ-TSQ)
                    NOHANDLE
               END-EXEC.

       8237-EXIT.
           EXIT.

      *****************************************************************
      * Batched replication - is this write one for the xxRB queue?   *
      * BQ-SW 'Y' when the table sets DD-REPL-BATCH and the record    *
      * fits one batch frame: not ECR, not a LOB, and (a DELETE       *
      * aside) a single FILE store segment.  Anything else            *
      * converses with the partner itself as always.                  *
      *****************************************************************
       8240-BATCH-CHECK.
           MOVE 'N'                         TO BQ-SW.

           IF  DD-REPL-BATCH NOT NUMERIC
           OR  DD-REPL-BATCH EQUAL ZEROES
               GO TO 8240-EXIT.

           IF  HTTP-ECR-VALUE EQUAL 'Yes'
           OR  FK-ECR         EQUAL 'Y'
           OR  LOB-RESP       EQUAL DFHRESP(NORMAL)
               GO TO 8240-EXIT.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE
           AND FK-SEGMENTS    GREATER THAN ONE
               GO TO 8240-EXIT.

           MOVE 'Y'                         TO BQ-SW.

       8240-EXIT.
           EXIT.

      *****************************************************************
      * Batched replication - queue this write for the partner at     *
      * DC-PARTNER-SUB to the table's xxRB queue.  The first entry    *
      * STARTs the xxRB transaction (ZFAM176) after                   *
      * DD-REPL-BATCH-SECS seconds (default 1); an entry that fills   *
      * a batch STARTs it at once.  The queue is written under ENQ    *
      * on its name, which ZFAM176 also holds while it takes the      *
      * queue, so no entry is lost between the two.  An entry that    *
      * cannot be queued goes to the retry task instead.              *
      *****************************************************************
       8245-BATCH-QUEUE.
           MOVE EIBTRNID(3:2)               TO BQ-TSQ(1:2).
           MOVE 'RB'                        TO BQ-TSQ(3:2).

           PERFORM 8248-BUILD-RETRY       THRU 8248-EXIT.

           EXEC CICS ENQ RESOURCE(BQ-TSQ)
                LENGTH(BQ-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITEQ TS
                QUEUE   (BQ-TSQ)
                FROM    (TS-RETRY-ENTRY)
                LENGTH  (TS-RT-LENGTH)
                NUMITEMS(BQ-NUMITEMS)
                RESP    (BQ-RESP)
                NOHANDLE
           END-EXEC.

           EXEC CICS DEQ RESOURCE(BQ-TSQ)
                LENGTH(BQ-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  BQ-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               GO TO 8245-EXIT.

           IF  MN-REPLICATION EQUAL SPACES
               MOVE 'B'                     TO MN-REPLICATION.

           MOVE EIBTRNID                    TO BQ-TRANID.
           MOVE DD-REPL-BATCH               TO BQ-LIMIT.

           IF  BQ-LIMIT GREATER THAN BQ-MAX
               MOVE BQ-MAX                  TO BQ-LIMIT.

           MOVE LENGTH OF BQ-PARM           TO BQ-PARM-LENGTH.

           DIVIDE BQ-NUMITEMS BY BQ-LIMIT GIVING BQ-QUOTIENT
               REMAINDER BQ-REMAINDER.

           IF  BQ-REMAINDER EQUAL ZEROES
               EXEC CICS START TRANSID(BQ-TSQ)
                    FROM    (BQ-PARM)
                    LENGTH  (BQ-PARM-LENGTH)
                    NOHANDLE
               END-EXEC
               GO TO 8245-EXIT.

           IF  BQ-NUMITEMS NOT EQUAL ONE
               GO TO 8245-EXIT.

           MOVE 1                           TO BQ-INTERVAL.

           IF  DD-REPL-BATCH-SECS NUMERIC
           AND DD-REPL-BATCH-SECS GREATER THAN ZEROES
           AND DD-REPL-BATCH-SECS LESS    THAN 60
               MOVE DD-REPL-BATCH-SECS      TO BQ-INTERVAL.

           EXEC CICS START TRANSID(BQ-TSQ)
                FROM    (BQ-PARM)
                LENGTH  (BQ-PARM-LENGTH)
                INTERVAL(BQ-INTERVAL)
                NOHANDLE
           END-EXEC.

       8245-EXIT.
           EXIT.

      *****************************************************************
      * Build the retry queue entry (ZFAMRTC) for this request and    *
      * the partner at DC-PARTNER-SUB.                                *
      *****************************************************************
       8248-BUILD-RETRY.
           MOVE WEB-HTTPMETHOD              TO TS-RT-METHOD.
           MOVE TS-RT-ECR-SW                TO TS-RT-ECR.
           MOVE FF-MEDIA                    TO TS-RT-MEDIA.
           MOVE WEB-PATH-LENGTH             TO TS-RT-PATH-LENGTH.
           MOVE WEB-PATH                    TO TS-RT-PATH.
           MOVE WEB-QUERYSTRING-LENGTH      TO TS-RT-QS-LENGTH.
           MOVE WEB-QUERYSTRING             TO TS-RT-QUERYSTRING.
           MOVE FK-KEY                      TO TS-RT-KEY.
           MOVE DC-PARTNER-URL(DC-PARTNER-SUB)
                                            TO TS-RT-PARTNER.
           MOVE DC-PARTNER-LENGTH(DC-PARTNER-SUB)
                                            TO TS-RT-PARTNER-LENGTH.
           MOVE HTTP-CORRID-VALUE           TO TS-RT-CORRID.
           MOVE SQ-SEQ                      TO TS-RT-SEQ.
           MOVE SQ-SITE                     TO TS-RT-SITE.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TS-RT-TIME)
                YYYYMMDD(TS-RT-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TS-RETRY-ENTRY    TO TS-RT-LENGTH.

       8248-EXIT.
           EXIT.

      *****************************************************************
      * The partner Data Center could not be reached at all for this  *
      * replication attempt (as opposed to the partner responding     *
      * with an error status, which is left for the client to see).   *
      * Log a CSSL alert, queue the request to the table's retry TS   *
      * queue, and start the background retry task to work it off.    *
      *****************************************************************
       8250-QUEUE-RETRY.
           IF  DC-TYPE EQUAL ACTIVE-ACTIVE
           OR  DC-TYPE EQUAL ACTIVE-STANDBY
               MOVE 'Q'                   TO MN-REPLICATION
               MOVE EIBTRNID(3:2)         TO RT-TSQ(1:2)
               MOVE 'RT'                  TO RT-TSQ(3:2)

               PERFORM 8248-BUILD-RETRY THRU 8248-EXIT

               EXEC CICS WRITEQ TS
                    QUEUE (RT-TSQ)
                    FROM  (TS-RETRY-ENTRY)
                    LENGTH(TS-RT-LENGTH)
                    ITEM  (TS-RT-ITEM)
                    RESP  (TS-RT-RESP)
                    NOHANDLE
               END-EXEC

               MOVE EIBTRNID              TO RT-TRANID
               MOVE LENGTH OF RT-PARM     TO RT-LENGTH

               EXEC CICS START TRANSID(RT-TSQ)
                    FROM    (RT-PARM)
                    LENGTH  (RT-LENGTH)
                    NOHANDLE
               END-EXEC

               MOVE WEB-HTTPMETHOD        TO TD-RA-METHOD
               MOVE TD-REPLICATION-ALERT  TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL  THRU 9900-EXIT.

       8250-EXIT.
           EXIT.

      *****************************************************************
      * Replication circuit breaker - may this request converse with  *
      * the partner at DC-PARTNER-SUB?  CB-ALLOW-SW 'Y' when the      *
      * breaker is closed, or when it has cooled down and this        *
      * request takes the probe (claimed under ENQ on the queue name  *
      * so only one request probes); 'N' while it is open or another  *
      * request's probe is still in flight - the caller queues the    *
      * request to the retry task instead.                            *
      *****************************************************************
       8260-CHECK-BREAKER.
           PERFORM 8265-READ-BREAKER      THRU 8265-EXIT.
           PERFORM 8266-BREAKER-WAIT      THRU 8266-EXIT.

           IF  CB-ALLOW-SW NOT EQUAL 'T'
               GO TO 8260-EXIT.

           EXEC CICS ENQ RESOURCE(CB-TSQ)
                LENGTH(CB-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 8265-READ-BREAKER      THRU 8265-EXIT.
           PERFORM 8266-BREAKER-WAIT      THRU 8266-EXIT.

           IF  CB-ALLOW-SW EQUAL 'T'
               MOVE 'P'                     TO CB-STATE(DC-PARTNER-SUB)
               MOVE CB-NOW             TO CB-PROBE-ABS(DC-PARTNER-SUB)
               PERFORM 8267-SAVE-BREAKER  THRU 8267-EXIT
               MOVE 'Y'                     TO CB-ALLOW-SW.

           EXEC CICS DEQ RESOURCE(CB-TSQ)
                LENGTH(CB-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       8260-EXIT.
           EXIT.

      *****************************************************************
      * Read the table's breakers from the xxCB queue; a table with   *
      * no queue yet has every breaker closed.                        *
      *****************************************************************
       8265-READ-BREAKER.
           MOVE EIBTRNID(3:2)               TO CB-TSQ(1:2).
           MOVE 'CB'                        TO CB-TSQ(3:2).
           MOVE 1                           TO CB-ITEM.
           MOVE LENGTH OF CB-ENTRY          TO CB-LENGTH.

           EXEC CICS READQ TS QUEUE(CB-TSQ)
                INTO  (CB-ENTRY)
                LENGTH(CB-LENGTH)
                ITEM  (CB-ITEM)
                RESP  (CB-RESP)
                NOHANDLE
           END-EXEC.

           IF  CB-RESP NOT EQUAL DFHRESP(NORMAL)
               INITIALIZE CB-ENTRY.

       8265-EXIT.
           EXIT.

      *****************************************************************
      * Set CB-ALLOW-SW from the partner's breaker as read: 'Y'       *
      * closed, 'N' still cooling down, 'T' cooled down - the open    *
      * breaker, or a probe older than the cool-down (its task never  *
      * came back), may be probed.                                    *
      *****************************************************************
       8266-BREAKER-WAIT.
           MOVE 'Y'                         TO CB-ALLOW-SW.

           IF  CB-STATE(DC-PARTNER-SUB) NOT EQUAL 'O'
           AND CB-STATE(DC-PARTNER-SUB) NOT EQUAL 'P'
               GO TO 8266-EXIT.

           PERFORM 8269-BREAKER-LIMITS    THRU 8269-EXIT.

           IF  CB-STATE(DC-PARTNER-SUB) EQUAL 'O'
               SUBTRACT CB-OPENED-ABS(DC-PARTNER-SUB) FROM CB-NOW
                   GIVING CB-ELAPSED
           ELSE
               SUBTRACT CB-PROBE-ABS(DC-PARTNER-SUB)  FROM CB-NOW
                   GIVING CB-ELAPSED.

           IF  CB-ELAPSED LESS THAN CB-COOL-MS
               MOVE 'N'                     TO CB-ALLOW-SW
           ELSE
               MOVE 'T'                     TO CB-ALLOW-SW.

       8266-EXIT.
           EXIT.

      *****************************************************************
      * Persist the table's breakers back to the xxCB queue.          *
      *****************************************************************
       8267-SAVE-BREAKER.
           MOVE 1                           TO CB-ITEM.
           MOVE LENGTH OF CB-ENTRY          TO CB-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(CB-TSQ)
                FROM  (CB-ENTRY)
                LENGTH(CB-LENGTH)
                ITEM  (CB-ITEM)
                REWRITE
                RESP  (CB-RESP)
                NOHANDLE
           END-EXEC.

           IF  CB-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                       TO CB-ITEM
               EXEC CICS WRITEQ TS QUEUE(CB-TSQ)
                    FROM  (CB-ENTRY)
                    LENGTH(CB-LENGTH)
                    ITEM  (CB-ITEM)
                    RESP  (CB-RESP)
                    NOHANDLE
               END-EXEC.

       8267-EXIT.
           EXIT.

      *****************************************************************
      * The table's breaker thresholds - DD-CB-FAILS consecutive      *
      * failures (default 5) and DD-CB-COOL-SECS seconds of cool-     *
      * down (default 30) - and the time now.                         *
      *****************************************************************
       8269-BREAKER-LIMITS.
           IF  DD-CB-FAILS NUMERIC
           AND DD-CB-FAILS GREATER THAN ZEROES
               MOVE DD-CB-FAILS             TO CB-LIMIT
           ELSE
               MOVE 5                       TO CB-LIMIT.

           IF  DD-CB-COOL-SECS NUMERIC
           AND DD-CB-COOL-SECS GREATER THAN ZEROES
               COMPUTE CB-COOL-MS = DD-CB-COOL-SECS * 1000
           ELSE
               MOVE 30000                   TO CB-COOL-MS.

           EXEC CICS ASKTIME ABSTIME(CB-NOW) NOHANDLE
           END-EXEC.

       8269-EXIT.
           EXIT.

      *****************************************************************
      * The partner answered - close its breaker and clear the        *
      * failure count.  A breaker already closed with no failures     *
      * counted is left alone, so the queue is only rewritten when    *
      * something changes.                                            *
      *****************************************************************
       8270-BREAKER-SUCCESS.
           PERFORM 8265-READ-BREAKER      THRU 8265-EXIT.

           IF  CB-STATE(DC-PARTNER-SUB) NOT EQUAL 'O'
           AND CB-STATE(DC-PARTNER-SUB) NOT EQUAL 'P'
           AND CB-FAILURES(DC-PARTNER-SUB) EQUAL ZEROES
               GO TO 8270-EXIT.

           EXEC CICS ENQ RESOURCE(CB-TSQ)
                LENGTH(CB-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 8265-READ-BREAKER      THRU 8265-EXIT.

           MOVE CB-STATE(DC-PARTNER-SUB)    TO CB-PRIOR-STATE.
           MOVE 'C'                         TO CB-STATE(DC-PARTNER-SUB).
           MOVE ZEROES                   TO CB-FAILURES(DC-PARTNER-SUB).
           MOVE URL-HOST-NAME               TO CB-HOST(DC-PARTNER-SUB).
           PERFORM 8267-SAVE-BREAKER      THRU 8267-EXIT.

           EXEC CICS DEQ RESOURCE(CB-TSQ)
                LENGTH(CB-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  CB-PRIOR-STATE NOT EQUAL 'O'
           AND CB-PRIOR-STATE NOT EQUAL 'P'
               GO TO 8270-EXIT.

           MOVE 'CLOSED'                    TO TD-BA-STATE.
           MOVE 'BRKCLOSE'                  TO AL-RAISE-CONDITION.
           PERFORM 8290-BREAKER-ALERT     THRU 8290-EXIT.

       8270-EXIT.
           EXIT.

      *****************************************************************
      * The partner could not be reached - count the failure.  The    *
      * breaker opens when a closed breaker reaches DD-CB-FAILS       *
      * consecutive failures, or at once when the failure was the     *
      * probe; a converse already under way when the breaker opened   *
      * only adds to the count.                                       *
      *****************************************************************
       8280-BREAKER-FAILURE.
           EXEC CICS ENQ RESOURCE(CB-TSQ)
                LENGTH(CB-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 8265-READ-BREAKER      THRU 8265-EXIT.
           PERFORM 8269-BREAKER-LIMITS    THRU 8269-EXIT.

           MOVE CB-STATE(DC-PARTNER-SUB)    TO CB-PRIOR-STATE.
           MOVE URL-HOST-NAME               TO CB-HOST(DC-PARTNER-SUB).

           IF  CB-FAILURES(DC-PARTNER-SUB) LESS THAN 99999
               ADD  1                   TO CB-FAILURES(DC-PARTNER-SUB).

           IF  CB-PRIOR-STATE EQUAL 'P'
           OR (CB-PRIOR-STATE NOT EQUAL 'O'
           AND CB-FAILURES(DC-PARTNER-SUB) NOT LESS THAN CB-LIMIT)
               MOVE 'O'                     TO CB-STATE(DC-PARTNER-SUB)
               MOVE CB-NOW            TO CB-OPENED-ABS(DC-PARTNER-SUB).

           PERFORM 8267-SAVE-BREAKER      THRU 8267-EXIT.

           EXEC CICS DEQ RESOURCE(CB-TSQ)
                LENGTH(CB-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  CB-STATE(DC-PARTNER-SUB) NOT EQUAL 'O'
           OR  CB-PRIOR-STATE EQUAL 'O'
               GO TO 8280-EXIT.

           MOVE 'OPEN'                      TO TD-BA-STATE.
           MOVE 'BRKOPEN'                   TO AL-RAISE-CONDITION.
           PERFORM 8290-BREAKER-ALERT     THRU 8290-EXIT.

       8280-EXIT.
           EXIT.

      *****************************************************************
      * Tell the operator a partner's breaker opened or closed -      *
      * through ZFAM164 for the ZFAM165 router, and on CSSL.          *
      *****************************************************************
       8290-BREAKER-ALERT.
           MOVE EIBTRNID                    TO TD-BA-TABLE
                                               AL-RAISE-TABLE.
           MOVE URL-HOST-NAME               TO TD-BA-HOST.
           MOVE TD-BREAKER-ALERT            TO AL-RAISE-TEXT.
           PERFORM 9059-RAISE-ALERT       THRU 9059-EXIT.

           MOVE TD-BREAKER-ALERT            TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL        THRU 9900-EXIT.

       8290-EXIT.
           EXIT.

      *****************************************************************
      * Converse with the partner Data Center zFAM.                   *
      * The first element of the path, which for normal processing is *
      * /datastore, must be changed to /replicate.                    *
      * This routine is for Event Control Record POST process only.   *
      *****************************************************************
       8210-WEB-CONVERSE.
           MOVE REPLICATE                 TO WEB-PATH(1:10).

           EXEC CICS ASKTIME ABSTIME(LG-START-ABS) NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(CLICONVERT)      TO CLIENT-CONVERT.
           MOVE TEXT-PLAIN                TO WEB-MEDIA-TYPE.
           MOVE DFHVALUE(IMMEDIATE)       TO SEND-ACTION.
           INSPECT WEB-MEDIA-TYPE
           REPLACING ALL LOW-VALUES BY SPACES.

           PERFORM 9400-WRITE-ECR       THRU 9400-EXIT.
           PERFORM 8225-WRITE-SEQUENCE    THRU 8225-EXIT.

           IF  WEB-METHOD EQUAL DFHVALUE(POST)
               EXEC CICS WEB CONVERSE
                    SESSTOKEN (SESSION-TOKEN)
                    PATH      (WEB-PATH)
                    PATHLENGTH(WEB-PATH-LENGTH)
                    METHOD    (WEB-METHOD)
                    MEDIATYPE (WEB-MEDIA-TYPE)
                    FROM      (URI-KEY)
                    FROMLENGTH(URI-KEY-LENGTH)
                    INTO      (CONVERSE-RESPONSE)
                    TOLENGTH  (CONVERSE-LENGTH)
                    MAXLENGTH (CONVERSE-LENGTH)
                    STATUSCODE(WEB-STATUS-CODE)
                    STATUSLEN (WEB-STATUS-LENGTH)
                    STATUSTEXT(WEB-STATUS-TEXT)
                    CLIENTCONV(CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(DELETE)
               EXEC CICS WEB CONVERSE
                    SESSTOKEN (SESSION-TOKEN)
                    PATH      (WEB-PATH)
                    PATHLENGTH(WEB-PATH-LENGTH)
                    METHOD    (WEB-METHOD)
                    MEDIATYPE (WEB-MEDIA-TYPE)
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
               MOVE 'Y'                   TO TS-RT-ECR-SW
               PERFORM 8250-QUEUE-RETRY   THRU 8250-EXIT
               MOVE 'N'                   TO TS-RT-ECR-SW
               PERFORM 8280-BREAKER-FAILURE THRU 8280-EXIT
           ELSE
               PERFORM 9048-RECORD-REPL-LAG THRU 9048-EXIT
               PERFORM 8270-BREAKER-SUCCESS THRU 8270-EXIT
               PERFORM 8227-READ-RESEND     THRU 8227-EXIT.

       8210-EXIT.
           EXIT.

      *****************************************************************
      * Close WEB connection with the partner Data Center zFAM.       *
      *****************************************************************
       8300-WEB-CLOSE.

           EXEC CICS WEB CLOSE
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       8300-EXIT.
           EXIT.

      *****************************************************************
      * Get current DDNAME for FA## file store.                       *
      * This feature allows zFAM to span up to 100 file structures,   *
      * varying the last two bytes of the resolved DDNAME with        *
      * ZFAM-NC-VALUE MOD DD-POOL-SIZE.  Each file structure will be  *
      * managed at a reasonable allocation, such as 50-100GB          *
      * structures.  The ZFAM-DD and current file DDNAME will be      *
      * updated by a background process.                              *
      *****************************************************************
       8400-DDNAME.
           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'DDNAME  '               TO TR-STAGE
               PERFORM 9081-TRACE-STEP     THRU 9081-EXIT.


           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION   TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC

           IF  DD-NAME NOT EQUAL SPACES
               MOVE DD-NAME                TO FF-DDNAME.

           IF  DD-POOL-SIZE GREATER THAN 1
               DIVIDE ZFAM-NC-VALUE BY DD-POOL-SIZE
                    GIVING    POOL-QUOTIENT
                    REMAINDER POOL-INDEX
               MOVE POOL-INDEX              TO FF-DDNAME(3:2)
               PERFORM 8420-SKIP-CLOSED   THRU 8420-EXIT.

       8400-EXIT.
           EXIT.

      *****************************************************************
      * A FILE store write refused with NOSPACE.  Close the member on *
      * xxPF, then move the write to the next open member - a first   *
      * segment is written there at once, a later one sets SPILL-SW   *
      * 'R' for 4215-WRITE-CHAIN to start the chain again.  When no   *
      * member is left open the write is re-driven on the original    *
      * member, so the caller reports the NOSPACE as it always has.   *
      *****************************************************************
       8410-POOL-SPILL.
           MOVE SPACES                      TO SPILL-SW.

           IF  DD-POOL-SIZE NOT GREATER THAN 1
           OR  FF-DDNAME(3:2) NOT NUMERIC
               GO TO 8410-EXIT.

           MOVE FF-DDNAME                   TO SPILL-FULL-DDNAME.

           PERFORM 8415-SPILL-NEXT        THRU 8415-EXIT
               WITH TEST AFTER
               UNTIL SPILL-SW NOT EQUAL SPACES
               OR    EIBRESP  NOT EQUAL DFHRESP(NOSPACE).

       8410-EXIT.
           EXIT.

      *****************************************************************
      * Close the member just refused and try the next open one.      *
      *****************************************************************
       8415-SPILL-NEXT.
           MOVE FF-DDNAME(3:2)              TO POOL-INDEX.
           PERFORM 8430-READ-POOL-STATE   THRU 8430-EXIT.

           IF  PF-MAP(POOL-INDEX + 1:1) NOT EQUAL 'C'
               PERFORM 8440-CLOSE-MEMBER  THRU 8440-EXIT.

           PERFORM 8425-NEXT-OPEN         THRU 8425-EXIT.

           IF  PF-FOUND-SW NOT EQUAL 'Y'
               MOVE 'N'                     TO SPILL-SW
               MOVE SPILL-FULL-DDNAME       TO FF-DDNAME
               PERFORM 8460-WRITE-SEGMENT THRU 8460-EXIT
               GO TO 8415-EXIT.

           IF  FF-SEGMENT GREATER THAN ONE
               PERFORM 8450-DROP-SEGMENTS THRU 8450-EXIT
               MOVE POOL-INDEX              TO FF-DDNAME(3:2)
               MOVE FF-DDNAME               TO SPILL-DDNAME
                                               FK-DDNAME
               MOVE 'R'                     TO SPILL-SW
               GO TO 8415-EXIT.

           MOVE POOL-INDEX                  TO FF-DDNAME(3:2).
           MOVE FF-DDNAME                   TO SPILL-DDNAME
                                               FK-DDNAME.
           PERFORM 8460-WRITE-SEGMENT     THRU 8460-EXIT.

       8415-EXIT.
           EXIT.

      *****************************************************************
      * A new record whose modulo share falls on a closed member goes *
      * to the next open member instead.                              *
      *****************************************************************
       8420-SKIP-CLOSED.
           PERFORM 8430-READ-POOL-STATE   THRU 8430-EXIT.

           IF  PF-MAP(POOL-INDEX + 1:1) NOT EQUAL 'C'
               GO TO 8420-EXIT.

           PERFORM 8425-NEXT-OPEN         THRU 8425-EXIT.

           IF  PF-FOUND-SW EQUAL 'Y'
               MOVE POOL-INDEX              TO FF-DDNAME(3:2).

       8420-EXIT.
           EXIT.

      *****************************************************************
      * Advance POOL-INDEX round the pool to the next open member.    *
      *****************************************************************
       8425-NEXT-OPEN.
           MOVE 'N'                         TO PF-FOUND-SW.
           MOVE 1                           TO PF-TRIES.

           PERFORM 8426-TRY-MEMBER        THRU 8426-EXIT
               UNTIL PF-FOUND-SW EQUAL 'Y'
               OR    PF-TRIES NOT LESS THAN DD-POOL-SIZE.

       8425-EXIT.
           EXIT.

       8426-TRY-MEMBER.
           ADD  1                           TO POOL-INDEX.
           IF  POOL-INDEX NOT LESS THAN DD-POOL-SIZE
               MOVE ZEROES                  TO POOL-INDEX.

           IF  PF-MAP(POOL-INDEX + 1:1) NOT EQUAL 'C'
               MOVE 'Y'                     TO PF-FOUND-SW.

           ADD  1                           TO PF-TRIES.

       8426-EXIT.
           EXIT.

      *****************************************************************
      * Read the table's pool member state from xxPF.  No queue       *
      * means every member is open.                                   *
      *****************************************************************
       8430-READ-POOL-STATE.
           MOVE FF-TRANID(3:2)              TO PF-TSQ(1:2).
           MOVE 'PF'                        TO PF-TSQ(3:2).
           MOVE 1                           TO PF-ITEM.
           MOVE LENGTH OF PF-ENTRY          TO PF-LENGTH.

           EXEC CICS READQ TS QUEUE(PF-TSQ)
                INTO  (PF-ENTRY)
                LENGTH(PF-LENGTH)
                ITEM  (PF-ITEM)
                RESP  (PF-RESP)
                NOHANDLE
           END-EXEC.

           IF  PF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                  TO PF-MAP.

       8430-EXIT.
           EXIT.

      *****************************************************************
      * Close member POOL-INDEX to new writes and raise its alert -   *
      * once, by the write that found it full.                        *
      *****************************************************************
       8440-CLOSE-MEMBER.
           MOVE 'C'                         TO PF-MAP(POOL-INDEX + 1:1).
           MOVE 1                           TO PF-ITEM.
           MOVE LENGTH OF PF-ENTRY          TO PF-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(PF-TSQ)
                FROM  (PF-ENTRY)
                LENGTH(PF-LENGTH)
                ITEM  (PF-ITEM)
                REWRITE
                RESP  (PF-RESP)
                NOHANDLE
           END-EXEC.

           IF  PF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                       TO PF-ITEM
               EXEC CICS WRITEQ TS QUEUE(PF-TSQ)
                    FROM  (PF-ENTRY)
                    LENGTH(PF-LENGTH)
                    ITEM  (PF-ITEM)
                    RESP  (PF-RESP)
                    NOHANDLE
               END-EXEC.

           MOVE FF-DDNAME                   TO TD-PF-DDNAME.
           MOVE FF-TRANID                   TO TD-PF-TABLE
                                               AL-RAISE-TABLE.
           MOVE 'FULL'                      TO AL-RAISE-CONDITION(1:4).
           MOVE FF-DDNAME                   TO AL-RAISE-CONDITION(5:4).
           MOVE TD-POOL-FULL                TO AL-RAISE-TEXT.
           PERFORM 9059-RAISE-ALERT       THRU 9059-EXIT.

           MOVE TD-POOL-FULL                TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL        THRU 9900-EXIT.

       8440-EXIT.
           EXIT.

      *****************************************************************
      * Drop the segments already written on the full member ahead of *
      * FF-SEGMENT, so the chain can start again on the next one.     *
      *****************************************************************
       8450-DROP-SEGMENTS.
           MOVE FF-SEGMENT                  TO SPILL-LAST-SEGMENT.

           PERFORM 8455-DROP-ONE          THRU 8455-EXIT
               VARYING FF-SEGMENT FROM 1 BY 1
               UNTIL   FF-SEGMENT NOT LESS THAN SPILL-LAST-SEGMENT.

           MOVE SPILL-LAST-SEGMENT          TO FF-SEGMENT.

       8450-EXIT.
           EXIT.

       8455-DROP-ONE.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(FF-KEY-16)
                NOHANDLE
           END-EXEC.

       8455-EXIT.
           EXIT.

      *****************************************************************
      * Write the segment in hand on the member FF-DDNAME now names.  *
      *****************************************************************
       8460-WRITE-SEGMENT.
           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

       8460-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the KEY record already written with the pool member its *
      * FILE store chain spilled to.                                  *
      *****************************************************************
       8470-RESTAMP-KEY.
           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE SPILL-DDNAME            TO FK-DDNAME
               EXEC CICS REWRITE FILE(FK-FCT)
                    FROM(FK-RECORD)
                    LENGTH(FK-LENGTH)
                    NOHANDLE
               END-EXEC.

       8470-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Fan out a new Event Control Record to every subscriber URL    *
      * listed in the table's webhook document template.  A table     *
      * with no webhook document template configured (the DOCUMENT    *
      * RETRIEVE fails, same as an unconfigured DC-CONTROL) sends      *
      * nothing and falls through unchanged.                          *
      *****************************************************************
       8500-WEBHOOK-FANOUT.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(WH-TOKEN)
                TEMPLATE(ZFAM-WH)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF WH-CONTROL TO WH-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(WH-TOKEN)
                    INTO     (WH-CONTROL)
                    LENGTH   (WH-LENGTH)
                    MAXLENGTH(WH-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC

               PERFORM 8510-WEBHOOK-SEND THRU 8510-EXIT
                   VARYING WH-SUBSCRIBER-INDEX FROM 1 BY 1
                   UNTIL   WH-SUBSCRIBER-INDEX GREATER THAN 3.

       8500-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST.                                                    *
      * Open a WEB connection to one subscriber URL and converse the  *
      * new record's key to it as a plain-text POST, the same body    *
      * an Event Control Record replicates to the partner Data        *
      * Center with.  A blank subscriber slot is skipped.  A          *
      * subscriber that cannot be reached only gets a CSSL alert -    *
      * unlike Data Center replication, a missed webhook is not       *
      * queued for retry.                                             *
      *****************************************************************
       8510-WEBHOOK-SEND.
           IF  WH-URL(WH-SUBSCRIBER-INDEX) NOT EQUAL SPACES
               MOVE LENGTH OF WH-URL(WH-SUBSCRIBER-INDEX)
                                                 TO WH-URL-LENGTH

               EXEC CICS WEB PARSE
                    URL       (WH-URL(WH-SUBSCRIBER-INDEX))
                    URLLENGTH (WH-URL-LENGTH)
                    SCHEMENAME(WH-SCHEME-NAME)
                    HOST      (WH-HOST-NAME)
                    HOSTLENGTH(WH-HOST-NAME-LENGTH)
                    PORTNUMBER(WH-PORT)
                    PATH      (WH-PATH)
                    PATHLENGTH(WH-PATH-LENGTH)
                    NOHANDLE
               END-EXEC

               IF  WH-SCHEME-NAME EQUAL 'HTTPS'
                   MOVE DFHVALUE(HTTPS)      TO WH-SCHEME
               ELSE
                   MOVE DFHVALUE(HTTP)       TO WH-SCHEME

               EXEC CICS WEB OPEN
                    HOST      (WH-HOST-NAME)
                    HOSTLENGTH(WH-HOST-NAME-LENGTH)
                    PORTNUMBER(WH-PORT)
                    SCHEME    (WH-SCHEME)
                    SESSTOKEN (WH-SESSION-TOKEN)
                    NOHANDLE
               END-EXEC

               MOVE DFHVALUE(POST)           TO WEB-METHOD
               MOVE DFHVALUE(CLICONVERT)     TO CLIENT-CONVERT

               MOVE LENGTH OF HTTP-CORRID    TO ZFAM-CORRID-LENGTH
               MOVE LENGTH OF HTTP-CORRID-VALUE
                                             TO CORRID-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-CORRID)
                    NAMELENGTH (ZFAM-CORRID-LENGTH)
                    VALUE      (HTTP-CORRID-VALUE)
                    VALUELENGTH(CORRID-VALUE-LENGTH)
                    SESSTOKEN  (WH-SESSION-TOKEN)
                    NOHANDLE
               END-EXEC

               EXEC CICS WEB CONVERSE
                    SESSTOKEN (WH-SESSION-TOKEN)
                    PATH      (WH-PATH)
                    PATHLENGTH(WH-PATH-LENGTH)
                    METHOD    (WEB-METHOD)
                    MEDIATYPE (TEXT-PLAIN)
                    FROM      (URI-KEY)
                    FROMLENGTH(URI-KEY-LENGTH)
                    INTO      (CONVERSE-RESPONSE)
                    TOLENGTH  (CONVERSE-LENGTH)
                    MAXLENGTH (CONVERSE-LENGTH)
                    STATUSCODE(WEB-STATUS-CODE)
                    STATUSLEN (WEB-STATUS-LENGTH)
                    STATUSTEXT(WEB-STATUS-TEXT)
                    CLIENTCONV(CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC

               IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE TD-WEBHOOK-ALERT     TO TD-MESSAGE
                   PERFORM 9900-WRITE-CSSL THRU 9900-EXIT

               EXEC CICS WEB CLOSE
                    SESSTOKEN(WH-SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

       8510-EXIT.
           EXIT.

      *****************************************************************
      * Write one change-data-capture journal record to the table's   *
      * FAxxCL queue.  The caller sets JL-BEFORE-IDN/JL-AFTER-IDN to  *
      * the FILE store chains whose first segments are the before and *
      * after images (LOW-VALUES means no image on that side), while  *
      * FK-RECORD still describes the key the change applied to.  A   *
      * table with no FAxxCL queue defined is simply not journaled.   *
      *****************************************************************
       8590-JOURNAL-CAPTURE.
           MOVE SPACES                      TO JL-BEFORE.
           MOVE ZEROES                      TO JL-BEFORE-LENGTH.

           IF  JL-BEFORE-IDN NOT EQUAL LOW-VALUES
               PERFORM 8610-JOURNAL-BEFORE THRU 8610-EXIT.

           MOVE 'Y'                         TO JL-CAPTURED-SW.

       8590-EXIT.
           EXIT.

      *****************************************************************
      * Write the FAxxCL change-journal record.  A caller that must   *
      * journal a physical delete captures the before image with      *
      * 8590-JOURNAL-CAPTURE while the segments still exist, then     *
      * performs this paragraph once the delete stands.               *
      *****************************************************************
      * The queue is keyed off FK-TRANID rather than EIBTRNID so a    *
      * multi-table batch part journals to the table it was actually  *
      * written to; everywhere else the two are the same.             *
       8600-JOURNAL.
           MOVE FK-TRANID(3:2)              TO JL-TDQ(1:2).
           MOVE 'CL'                        TO JL-TDQ(3:2).

           MOVE WEB-HTTPMETHOD              TO JL-METHOD.

           IF  POP-REQUEST-SW EQUAL 'Y'
               MOVE WEB-HTTP-DELETE         TO JL-METHOD.

           MOVE FK-KEY                      TO JL-KEY.
           INSPECT JL-KEY
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FK-ABS                      TO JL-ABS.

           MOVE SPACES                      TO JL-AFTER.
           MOVE ZEROES                      TO JL-AFTER-LENGTH.

           IF  JL-CAPTURED-SW NOT EQUAL 'Y'
               MOVE SPACES                  TO JL-BEFORE
               MOVE ZEROES                  TO JL-BEFORE-LENGTH.

           IF  JL-CAPTURED-SW NOT EQUAL 'Y'
           AND JL-BEFORE-IDN NOT EQUAL LOW-VALUES
               PERFORM 8610-JOURNAL-BEFORE THRU 8610-EXIT.

           MOVE 'N'                         TO JL-CAPTURED-SW.

           IF  JL-AFTER-IDN NOT EQUAL LOW-VALUES
               PERFORM 8620-JOURNAL-AFTER  THRU 8620-EXIT.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(JL-TIME)
                YYYYMMDD(JL-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE HTTP-CORRID-VALUE           TO JL-CORRID.

           COMPUTE JL-LENGTH =
                   LENGTH OF JL-RECORD - LENGTH OF JL-CORRID.

           EXEC CICS WRITEQ TD QUEUE(JL-TDQ)
                FROM  (JL-RECORD)
                LENGTH(JL-LENGTH)
                RESP  (JL-RESP)
                NOHANDLE
           END-EXEC.

           IF  JL-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 8630-JOURNAL-MIRROR THRU 8630-EXIT.

           IF  DD-TRIGGERS EQUAL 'Y'
               PERFORM 8640-START-TRIGGERS THRU 8640-EXIT.

           MOVE LOW-VALUES                  TO JL-BEFORE-IDN
                                                JL-AFTER-IDN.

       8600-EXIT.
           EXIT.

      *****************************************************************
      * Mirror the journal entry - after image and correlation id     *
      * included - to the table's xxJM auxiliary TS queue so the      *
      * as-of read path can walk changes non-destructively and the    *
      * ZFAM153 MQ publisher can forward them.  A full window is      *
      * cleared and restarted rather than growing without bound; the  *
      * as-of reach is the window, which is the documented trade.     *
      * Only journaled tables (the TD write above succeeded)          *
      * accumulate a mirror.  The write serializes on the queue name  *
      * with ZFAM185, which compacts pruned entries off the front of  *
      * the mirror under the same ENQ.                                *
      *****************************************************************
       8630-JOURNAL-MIRROR.
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
               PERFORM 8635-BUMP-EPOCH    THRU 8635-EXIT.

           EXEC CICS DEQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       8630-EXIT.
           EXIT.

      *****************************************************************
      * The mirror window just rolled - bump its wipe generation so   *
      * outstanding changes-feed cursors are recognized as stale.     *
      *****************************************************************
       8635-BUMP-EPOCH.
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

       8635-EXIT.
           EXIT.

      *****************************************************************
      * Hand the change just journaled to the table's xxRU trigger    *
      * transaction: the key, the method, and the after image - or,   *
      * for a DELETE, the before image - for the rule conditions.     *
      *****************************************************************
       8640-START-TRIGGERS.
           MOVE FK-TRANID(3:2)              TO TE-TSQ(1:2).
           MOVE 'RU'                        TO TE-TSQ(3:2).

           MOVE FK-TRANID                   TO TE-TRANID.
           MOVE JL-METHOD                   TO TE-METHOD.
           MOVE FK-ABS                      TO TE-ABS.
           MOVE FK-KEY                      TO TE-KEY.
           MOVE JL-AFTER-LENGTH             TO TE-IMAGE-LENGTH.
           MOVE JL-AFTER                    TO TE-IMAGE.

           IF  JL-METHOD EQUAL WEB-HTTP-DELETE
               MOVE JL-BEFORE-LENGTH        TO TE-IMAGE-LENGTH
               MOVE JL-BEFORE               TO TE-IMAGE.

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
               PERFORM 9900-WRITE-CSSL    THRU 9900-EXIT.

       8640-EXIT.
           EXIT.

      *****************************************************************
      * Shadow-mirror this request when the table has a FAxxMR        *
      * template, the sampling percentage selects this task, and the  *
      * request is a form the mirror can carry (GET, DELETE, and      *
      * non-streamed POST/PUT).                                       *
      *****************************************************************
       8700-SHADOW-MIRROR.
           MOVE EIBTRNID(3:2)               TO MR-TRANID(3:2).

           EXEC CICS DOCUMENT CREATE DOCTOKEN(MR-TOKEN)
                TEMPLATE(ZFAM-MR)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8700-EXIT.

           MOVE LENGTH OF MR-CONTROL        TO MR-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(MR-TOKEN)
                INTO     (MR-CONTROL)
                LENGTH   (MR-DOC-LENGTH)
                MAXLENGTH(MR-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  MR-PERCENT NOT NUMERIC
           OR  MR-PERCENT EQUAL ZEROES
           OR  MR-URL     EQUAL SPACES
               GO TO 8700-EXIT.

           DIVIDE EIBTASKN BY ONE-HUNDRED
               GIVING    MR-SAMPLE-QUOT
               REMAINDER MR-SAMPLE-REM.

           IF  MR-SAMPLE-REM NOT LESS THAN MR-PERCENT
               GO TO 8700-EXIT.

           IF  STREAM-RECEIVE-SW EQUAL 'Y'
               GO TO 8700-EXIT.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-POST
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PUT
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE
               GO TO 8700-EXIT.

           PERFORM 8710-MIRROR-CONVERSE   THRU 8710-EXIT.
           PERFORM 8720-RECORD-MIRROR     THRU 8720-EXIT.

       8700-EXIT.
           EXIT.

      *****************************************************************
      * Drive the sampled request against the shadow URL with the     *
      * same session mechanics a replication converse uses.  Any      *
      * failure to reach the shadow, or a shadow status of 400 or     *
      * above against a live request that completed its mainline      *
      * path, is a mismatch.                                          *
      *****************************************************************
       8710-MIRROR-CONVERSE.
           MOVE 'Y'                         TO MR-MISMATCH-SW.
           MOVE ZEROES                      TO WEB-STATUS-CODE.

           INSPECT MR-URL
           REPLACING ALL LOW-VALUES BY SPACES.

           INSPECT MR-URL
           REPLACING ALL X'0D' BY SPACE
                     ALL X'25' BY SPACE.

           MOVE ZEROES                      TO MR-TRAILING.
           INSPECT FUNCTION REVERSE(MR-URL)
           TALLYING MR-TRAILING
           FOR LEADING SPACES.

           SUBTRACT MR-TRAILING
               FROM LENGTH OF MR-URL
               GIVING MR-URL-LENGTH.

           IF  MR-URL-LENGTH NOT GREATER THAN ZEROES
               GO TO 8710-EXIT.

           MOVE 80                          TO MR-HOST-LENGTH.

           MOVE SPACES                      TO MR-PATH.
           MOVE LENGTH OF MR-PATH           TO MR-PATH-LENGTH.

           EXEC CICS WEB PARSE
                URL       (MR-URL)
                URLLENGTH (MR-URL-LENGTH)
                SCHEMENAME(MR-SCHEME-NAME)
                HOST      (MR-HOST-NAME)
                HOSTLENGTH(MR-HOST-LENGTH)
                PORTNUMBER(MR-PORT)
                PATH      (MR-PATH)
                PATHLENGTH(MR-PATH-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8710-EXIT.

      *****************************************************************
      * A mirror URL naming this region's own host and port would    *
      * re-drive the mutation against the live table - refuse it.     *
      * The skip leaves the mismatch counter ticking so the           *
      * misconfiguration shows on zFAM-Stats instead of hiding.       *
      *****************************************************************
           IF  MR-HOST-NAME(1:80) EQUAL WEB-HOST(1:80)
           AND MR-PORT EQUAL WEB-PORT
               GO TO 8710-EXIT.

           IF  MR-SCHEME-NAME(1:5) EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)         TO MR-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)          TO MR-SCHEME.

           EXEC CICS WEB OPEN
                HOST      (MR-HOST-NAME)
                HOSTLENGTH(MR-HOST-LENGTH)
                PORTNUMBER(MR-PORT)
                SCHEME    (MR-SCHEME)
                SESSTOKEN (MR-SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8710-EXIT.

      *****************************************************************
      * The FAxxMR URL's own path names the shadow table - the live   *
      * key portion (everything past '/datastore/xx') is appended to  *
      * it, so a mirror can land on a DIFFERENT table.  A URL with    *
      * no path keeps the live path, re-rooted onto /datastore.       *
      *****************************************************************
           MOVE SPACES                      TO MR-SEND-PATH.
           MOVE WEB-PATH                    TO MR-SEND-PATH.
           MOVE WEB-PATH-LENGTH             TO MR-SEND-PATH-LENGTH.
           MOVE DATASTORE                   TO MR-SEND-PATH(1:10).

           IF  MR-PATH-LENGTH GREATER THAN ONE
           AND WEB-PATH-LENGTH GREATER THAN 13
               MOVE SPACES                  TO MR-SEND-PATH
               MOVE MR-PATH(1:MR-PATH-LENGTH)
                 TO MR-SEND-PATH(1:MR-PATH-LENGTH)
               MOVE WEB-PATH(14:WEB-PATH-LENGTH - 13)
                 TO MR-SEND-PATH(MR-PATH-LENGTH + 1:
                                 WEB-PATH-LENGTH - 13)
               COMPUTE MR-SEND-PATH-LENGTH =
                       MR-PATH-LENGTH + WEB-PATH-LENGTH - 13.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
               MOVE DFHVALUE(GET)           TO WEB-METHOD.
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
               MOVE DFHVALUE(POST)          TO WEB-METHOD.
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
               MOVE DFHVALUE(PUT)           TO WEB-METHOD.
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
               MOVE DFHVALUE(DELETE)        TO WEB-METHOD.

           MOVE LENGTH OF CONVERSE-RESPONSE TO CONVERSE-LENGTH.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
               SET ADDRESS OF ZFAM-MESSAGE  TO ZFAM-ADDRESS
               EXEC CICS WEB CONVERSE
                    SESSTOKEN(MR-SESSION-TOKEN)
                    PATH(MR-SEND-PATH)
                    PATHLENGTH(MR-SEND-PATH-LENGTH)
                    METHOD(WEB-METHOD)
                    MEDIATYPE(WEB-MEDIA-TYPE)
                    FROM(ZFAM-MESSAGE)
                    FROMLENGTH(RECEIVE-LENGTH)
                    INTO(CONVERSE-RESPONSE)
                    TOLENGTH(CONVERSE-LENGTH)
                    MAXLENGTH(CONVERSE-LENGTH)
                    STATUSCODE(WEB-STATUS-CODE)
                    STATUSLEN(WEB-STATUS-LENGTH)
                    STATUSTEXT(WEB-STATUS-TEXT)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB CONVERSE
                    SESSTOKEN(MR-SESSION-TOKEN)
                    PATH(MR-SEND-PATH)
                    PATHLENGTH(MR-SEND-PATH-LENGTH)
                    METHOD(WEB-METHOD)
                    MEDIATYPE(TEXT-PLAIN)
                    INTO(CONVERSE-RESPONSE)
                    TOLENGTH(CONVERSE-LENGTH)
                    MAXLENGTH(CONVERSE-LENGTH)
                    STATUSCODE(WEB-STATUS-CODE)
                    STATUSLEN(WEB-STATUS-LENGTH)
                    STATUSTEXT(WEB-STATUS-TEXT)
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND WEB-STATUS-CODE LESS THAN 400
               MOVE 'N'                     TO MR-MISMATCH-SW.

           EXEC CICS WEB CLOSE
                SESSTOKEN(MR-SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       8710-EXIT.
           EXIT.

      *****************************************************************
      * Count the mirrored request - and the mismatch, with a CSSL    *
      * line - on the table's xxMR queue.                             *
      *****************************************************************
       8720-RECORD-MIRROR.
           MOVE EIBTRNID(3:2)               TO MR-TSQ(1:2).
           MOVE 'MR'                        TO MR-TSQ(3:2).
           MOVE 1                           TO MR-ITEM.
           MOVE LENGTH OF MR-ENTRY          TO MR-LENGTH.

           EXEC CICS READQ TS QUEUE(MR-TSQ)
                INTO  (MR-ENTRY)
                LENGTH(MR-LENGTH)
                ITEM  (MR-ITEM)
                RESP  (MR-RESP)
                NOHANDLE
           END-EXEC.

           IF  MR-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                  TO MR-SENT
                                                MR-MISMATCHES.

           ADD  1                           TO MR-SENT.

           IF  MR-MISMATCH-SW EQUAL 'Y'
               ADD  1                       TO MR-MISMATCHES
               MOVE WEB-HTTPMETHOD          TO TD-MM-METHOD
               MOVE WEB-STATUS-CODE         TO TD-MM-STATUS
               MOVE URI-KEY(1:47)           TO TD-MM-KEY
               INSPECT TD-MM-KEY
               REPLACING ALL LOW-VALUES BY SPACES
               MOVE TD-MIRROR-ALERT         TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL    THRU 9900-EXIT.

           MOVE LENGTH OF MR-ENTRY          TO MR-LENGTH.

           IF  MR-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(MR-TSQ)
                    FROM  (MR-ENTRY)
                    LENGTH(MR-LENGTH)
                    ITEM  (MR-ITEM)
                    REWRITE
                    RESP  (MR-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE 1                       TO MR-ITEM
               EXEC CICS WRITEQ TS QUEUE(MR-TSQ)
                    FROM  (MR-ENTRY)
                    LENGTH(MR-LENGTH)
                    ITEM  (MR-ITEM)
                    RESP  (MR-RESP)
                    NOHANDLE
               END-EXEC.

       8720-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - a /replicate change stamped by its     *
      * origin.  Find the origin site's entry on the table's xxSG     *
      * queue (one item per site) and move its last sequence on,      *
      * under ENQ on the queue name.  A site's first change only      *
      * starts its entry.  A change past the next expected            *
      * sequence is a gap: alert it and ask the origin to resend      *
      * the missing range.  A change at or below the last one is      *
      * a late or repeated arrival filling an earlier gap.            *
      *****************************************************************
       8800-TRACK-SEQUENCE.
           MOVE EIBTRNID(3:2)               TO SG-TSQ(1:2).
           MOVE 'SG'                        TO SG-TSQ(3:2).
           MOVE 'N'                         TO SQ-GAP-SW.
           MOVE 'N'                         TO SG-FOUND-SW.
           MOVE DFHRESP(NORMAL)             TO SG-RESP.

           EXEC CICS ENQ RESOURCE(SG-TSQ)
                LENGTH(SG-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           PERFORM 8810-FIND-SITE         THRU 8810-EXIT
               VARYING SG-ITEM FROM 1 BY 1
               UNTIL   SG-FOUND-SW EQUAL 'Y'
               OR      SG-RESP NOT EQUAL DFHRESP(NORMAL).

           IF  SG-FOUND-SW EQUAL 'Y'
               PERFORM 8820-APPLY-SEQUENCE THRU 8820-EXIT
           ELSE
               PERFORM 8815-NEW-SITE      THRU 8815-EXIT.

           EXEC CICS DEQ RESOURCE(SG-TSQ)
                LENGTH(SG-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  SQ-GAP-SW EQUAL 'Y'
               PERFORM 8830-SEQUENCE-GAP  THRU 8830-EXIT.

       8800-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - read xxSG item SG-ITEM and see         *
      * whether it is the origin site's.                              *
      *****************************************************************
       8810-FIND-SITE.
           MOVE LENGTH OF SG-ENTRY          TO SG-LENGTH.

           EXEC CICS READQ TS QUEUE(SG-TSQ)
                INTO  (SG-ENTRY)
                LENGTH(SG-LENGTH)
                ITEM  (SG-ITEM)
                RESP  (SG-RESP)
                NOHANDLE
           END-EXEC.

           IF  SG-RESP EQUAL DFHRESP(NORMAL)
           AND SG-SITE EQUAL SQ-SITE-VALUE
               MOVE 'Y'                     TO SG-FOUND-SW
               MOVE SG-ITEM                 TO SG-FOUND-ITEM.

       8810-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - the first change seen from this        *
      * origin site starts its xxSG entry at that sequence.           *
      *****************************************************************
       8815-NEW-SITE.
           MOVE SPACES                      TO SG-ENTRY.
           MOVE SQ-SITE-VALUE               TO SG-SITE.
           MOVE SQ-SEQ-VALUE                TO SG-LAST.
           MOVE ZEROES                      TO SG-GAPS
                                               SG-GAP-FROM
                                               SG-GAP-TO.
           MOVE WS-ABS                      TO SG-UPDATED-ABS.
           MOVE LENGTH OF SG-ENTRY          TO SG-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(SG-TSQ)
                FROM  (SG-ENTRY)
                LENGTH(SG-LENGTH)
                ITEM  (SG-ITEM)
                AUXILIARY
                NOHANDLE
           END-EXEC.

       8815-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - move the site's last sequence on.      *
      * Sequence one is the origin's counter starting over, which     *
      * restarts the site's tracking from there.                      *
      *****************************************************************
       8820-APPLY-SEQUENCE.
           IF  SQ-SEQ-VALUE EQUAL ONE
               MOVE SQ-SEQ-VALUE            TO SG-LAST
               GO TO 8820-REWRITE.

           IF  SQ-SEQ-VALUE NOT GREATER THAN SG-LAST
               GO TO 8820-EXIT.

           ADD  ONE SG-LAST             GIVING SQ-NEXT.

           IF  SQ-SEQ-VALUE GREATER THAN SQ-NEXT
               MOVE SQ-NEXT                 TO SG-GAP-FROM
               SUBTRACT ONE FROM SQ-SEQ-VALUE GIVING SG-GAP-TO
               ADD  ONE                     TO SG-GAPS
               MOVE 'Y'                     TO SQ-GAP-SW.

           MOVE SQ-SEQ-VALUE                TO SG-LAST.

       8820-REWRITE.
           MOVE WS-ABS                      TO SG-UPDATED-ABS.
           MOVE LENGTH OF SG-ENTRY          TO SG-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(SG-TSQ)
                FROM  (SG-ENTRY)
                LENGTH(SG-LENGTH)
                ITEM  (SG-FOUND-ITEM)
                REWRITE
                NOHANDLE
           END-EXEC.

       8820-EXIT.
           EXIT.

      *****************************************************************
      * Replication sequence - a gap.  Raise the SEQGAP alert         *
      * naming the missing range, log it on CSSL, and answer the      *
      * origin with zFAM-Repl-Resend: from-to so it resends just      *
      * those changes from its xxSJ queue.                            *
      *****************************************************************
       8830-SEQUENCE-GAP.
           MOVE EIBTRNID                    TO TD-SG-TABLE
                                               AL-RAISE-TABLE.
           MOVE SQ-SITE-VALUE               TO TD-SG-SITE.
           MOVE SG-GAP-FROM                 TO TD-SG-FROM
                                               SQ-RESEND-FROM.
           MOVE SG-GAP-TO                   TO TD-SG-TO
                                               SQ-RESEND-TO.
           MOVE 'SEQGAP'                    TO AL-RAISE-CONDITION.
           MOVE TD-SEQ-GAP                  TO AL-RAISE-TEXT.
           PERFORM 9059-RAISE-ALERT       THRU 9059-EXIT.

           MOVE TD-SEQ-GAP                  TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL        THRU 9900-EXIT.

           MOVE LENGTH OF HTTP-REPL-RESEND  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-RESEND-VALUE   TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-RESEND)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-RESEND-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       8830-EXIT.
           EXIT.

      *****************************************************************
      * Read the before-image chain's first segment into JL-BEFORE.   *
      *****************************************************************
       8610-JOURNAL-BEFORE.
           MOVE JL-BEFORE-IDN               TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               SUBTRACT FF-PREFIX         FROM FF-LENGTH
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE FF-LENGTH               TO JL-IMAGE-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND JL-IMAGE-LENGTH GREATER THAN JL-IMAGE-MAX
               MOVE JL-IMAGE-MAX            TO JL-IMAGE-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE JL-IMAGE-LENGTH         TO JL-BEFORE-LENGTH
               MOVE FF-DATA(1:JL-IMAGE-LENGTH)
                                            TO JL-BEFORE.

       8610-EXIT.
           EXIT.

      *****************************************************************
      * Read the after-image chain's first segment into JL-AFTER.     *
      *****************************************************************
       8620-JOURNAL-AFTER.
           MOVE JL-AFTER-IDN                TO FF-KEY.
           MOVE ONE                         TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               SUBTRACT FF-PREFIX         FROM FF-LENGTH
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE FF-LENGTH               TO JL-IMAGE-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND JL-IMAGE-LENGTH GREATER THAN JL-IMAGE-MAX
               MOVE JL-IMAGE-MAX            TO JL-IMAGE-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE JL-IMAGE-LENGTH         TO JL-AFTER-LENGTH
               MOVE FF-DATA(1:JL-IMAGE-LENGTH)
                                            TO JL-AFTER.

       8620-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           PERFORM 9078-CLEAR-INFLIGHT    THRU 9078-EXIT.

           IF  MN-HTTP-STATUS EQUAL ZEROES
               MOVE HTTP-STATUS-200       TO MN-HTTP-STATUS.

           PERFORM 9085-MONITOR-POINT     THRU 9085-EXIT.

           IF  MT-NAME NOT EQUAL SPACES
               PERFORM 9036-METER-TOKEN   THRU 9036-EXIT.

           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'RESPOND '            TO TR-STAGE
               PERFORM 9082-TRACE-FLUSH   THRU 9082-EXIT.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Create maximum segment count                                  *
      *****************************************************************
       9001-SEGMENTS.
           PERFORM 9010-MAX-SEGMENTS  THRU 9010-EXIT.

           MOVE RECEIVE-LENGTH        TO UNSEGMENTED-LENGTH.

           DIVIDE RECEIVE-LENGTH BY THIRTY-TWO-KB
               GIVING    MAX-SEGMENT-COUNT
               REMAINDER SEGMENT-REMAINDER.

           IF  SEGMENT-REMAINDER GREATER THAN ZEROES
               ADD ONE TO MAX-SEGMENT-COUNT.

           IF  MAX-SEGMENT-COUNT GREATER THAN TABLE-MAX-SEGMENTS
               MOVE STATUS-413          TO CA090-STATUS
               MOVE '02'                TO CA090-REASON
               PERFORM 9998-ZFAM090   THRU 9998-EXIT.

       9001-EXIT.
           EXIT.

      *****************************************************************
      * Look up the per-table maximum segment count override from the *
      * same document-template pool 8400-DDNAME uses for DC-TYPE/URL, *
      * without disturbing FF-DDNAME (already resolved for PUT from   *
      * the existing FK-DDNAME).                                      *
      *****************************************************************
       9010-MAX-SEGMENTS.
           MOVE ONE-HUNDRED           TO TABLE-MAX-SEGMENTS.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION   TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  DD-MAXSEG NUMERIC
           AND DD-MAXSEG GREATER THAN ZEROES
               MOVE DD-MAXSEG          TO TABLE-MAX-SEGMENTS.

       9010-EXIT.
           EXIT.

      *****************************************************************
      * Look up the per-table retention floor/ceiling override from   *
      * the same document-template pool 9010-MAX-SEGMENTS uses.       *
      *****************************************************************
       9020-RET-LIMITS.
           MOVE ONE-YEAR              TO TABLE-RET-FLOOR-YEARS.
           MOVE 100-YEARS             TO TABLE-RET-CEILING-YEARS.
           MOVE ONE-DAY               TO TABLE-RET-FLOOR-DAYS.
           MOVE 36500-DAYS            TO TABLE-RET-CEILING-DAYS.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION   TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  DD-RET-FLOOR-YEARS   NUMERIC
           AND DD-RET-FLOOR-YEARS   GREATER THAN ZEROES
               MOVE DD-RET-FLOOR-YEARS      TO TABLE-RET-FLOOR-YEARS.

           IF  DD-RET-CEILING-YEARS NUMERIC
           AND DD-RET-CEILING-YEARS GREATER THAN ZEROES
               MOVE DD-RET-CEILING-YEARS    TO TABLE-RET-CEILING-YEARS.

           IF  DD-RET-FLOOR-DAYS    NUMERIC
           AND DD-RET-FLOOR-DAYS    GREATER THAN ZEROES
               MOVE DD-RET-FLOOR-DAYS       TO TABLE-RET-FLOOR-DAYS.

           IF  DD-RET-CEILING-DAYS  NUMERIC
           AND DD-RET-CEILING-DAYS  GREATER THAN ZEROES
               MOVE DD-RET-CEILING-DAYS     TO TABLE-RET-CEILING-DAYS.

       9020-EXIT.
           EXIT.

      *****************************************************************
      * Check the client against the FAxxNL list NL-OWNER names.  No  *
      * list (or no FAxxNL file) leaves NL-ALLOWED-SW at 'Y'; a list  *
      * the client's address falls outside sets it to 'N'.  A list    *
      * that cannot be read for any other reason refuses the request  *
      * 503 rather than let it through unchecked.                     *
      *****************************************************************
       9021-NETWORK-CHECK.
           MOVE 'Y'                   TO NL-ALLOWED-SW.
           MOVE SPACES                TO NL-MODE.
           MOVE ZEROES                TO NL-COUNT.
           MOVE LENGTH OF NL-RECORD   TO NL-LENGTH.

           EXEC CICS READ FILE(NL-FCT)
                INTO(NL-RECORD)
                RIDFLD(NL-OWNER)
                LENGTH(NL-LENGTH)
                RESP(NL-RESP)
                NOHANDLE
           END-EXEC.

           IF  NL-RESP  EQUAL DFHRESP(NOTFND)
           OR  NL-RESP  EQUAL DFHRESP(FILENOTFOUND)
               GO TO 9021-EXIT.

           IF  NL-RESP  NOT EQUAL DFHRESP(NORMAL)
               MOVE NL-FCT            TO CA090-FILE
               MOVE STATUS-503        TO CA090-STATUS
               MOVE '07'              TO CA090-REASON
               PERFORM 9998-ZFAM090 THRU 9998-EXIT.

           IF  NL-COUNT EQUAL ZEROES
               GO TO 9021-EXIT.

           MOVE 'N'                   TO NL-ALLOWED-SW.

           PERFORM 9021-MATCH-ENTRY   THRU 9021-MATCH-EXIT
               VARYING NL-SUB FROM 1 BY 1
               UNTIL NL-SUB GREATER THAN NL-COUNT
               OR    NL-SUB GREATER THAN NL-MAX
               OR    NL-ALLOWED-SW EQUAL 'Y'.

       9021-EXIT.
           EXIT.

       9021-MATCH-ENTRY.
           IF  NL-KIND(NL-SUB)  EQUAL '4'
           AND NL-CLIENT-KIND   EQUAL '4'
           AND NL-CLIENT-VALUE  NOT LESS    THAN NL-LOW (NL-SUB)
           AND NL-CLIENT-VALUE  NOT GREATER THAN NL-HIGH(NL-SUB)
               MOVE 'Y'               TO NL-ALLOWED-SW.

           IF  NL-KIND(NL-SUB)  EQUAL '6'
           AND NL-CLIENT-KIND   EQUAL '6'
           AND NL-TEXT(NL-SUB)  EQUAL NL-CLIENT-ADDRESS
               MOVE 'Y'               TO NL-ALLOWED-SW.

       9021-MATCH-EXIT.
           EXIT.

      *****************************************************************
      * The client's address, in the form the lists hold it: lower    *
      * case, an IPv4-mapped IPv6 address as plain IPv4, and an IPv4  *
      * address as its 32-bit value.  An address that cannot be read  *
      * matches no entry.                                             *
      *****************************************************************
       9022-CLIENT-ADDRESS.
           MOVE EIBTRNID(3:2)         TO NL-TRANID(3:2)
                                         NA-TRANID(3:2).
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
           PERFORM 9022-PARSE-ADDRESS THRU 9022-PARSE-EXIT.

           MOVE NL-ADDRESS            TO NL-CLIENT-ADDRESS.
           MOVE NL-A-KIND             TO NL-CLIENT-KIND.
           MOVE NL-A-VALUE            TO NL-CLIENT-VALUE.

       9022-EXIT.
           EXIT.

      *****************************************************************
      * Take NL-ADDRESS apart: NL-A-KIND '4' with its value and the   *
      * NL-A-LOW to NL-A-HIGH range of an optional /nn prefix length, *
      * '6' for IPv6 text, SPACES for anything else.                  *
      *****************************************************************
       9022-PARSE-ADDRESS.
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
                   GO TO 9022-PARSE-EXIT
               ELSE
                   GO TO 9022-PARSE-EXIT.

           IF  NL-A-DOTS NOT EQUAL 3
               GO TO 9022-PARSE-EXIT.

           MOVE 32                    TO NL-A-PREFIX.

           UNSTRING NL-ADDRESS
               DELIMITED BY '/' OR SPACE
               INTO NL-A-HOST COUNT IN NL-A-HOST-LENGTH
                    NL-A-BITS COUNT IN NL-A-BITS-LENGTH.

           IF  NL-A-HOST-LENGTH GREATER THAN LENGTH OF NL-A-HOST
           OR  NL-A-BITS-LENGTH GREATER THAN 2
               GO TO 9022-PARSE-EXIT.

           IF  NL-A-BITS-LENGTH GREATER THAN ZEROES
               IF  NL-A-BITS(1:NL-A-BITS-LENGTH) NOT NUMERIC
                   GO TO 9022-PARSE-EXIT
               ELSE
                   MOVE NL-A-BITS(1:NL-A-BITS-LENGTH)
                                      TO NL-A-PREFIX.

           IF  NL-A-PREFIX GREATER THAN 32
               GO TO 9022-PARSE-EXIT.

           INITIALIZE NL-A-OCTETS.

           UNSTRING NL-A-HOST
               DELIMITED BY '.' OR SPACE
               INTO NL-A-DIGITS(1) COUNT IN NL-A-COUNT(1)
                    NL-A-DIGITS(2) COUNT IN NL-A-COUNT(2)
                    NL-A-DIGITS(3) COUNT IN NL-A-COUNT(3)
                    NL-A-DIGITS(4) COUNT IN NL-A-COUNT(4).

           MOVE '4'                   TO NL-A-KIND.

           PERFORM 9022-ADD-OCTET     THRU 9022-OCTET-EXIT
               VARYING NL-A-SUB FROM 1 BY 1
               UNTIL NL-A-SUB GREATER THAN 4
               OR    NL-A-KIND NOT EQUAL '4'.

           IF  NL-A-KIND NOT EQUAL '4'
               MOVE SPACES            TO NL-A-KIND
               GO TO 9022-PARSE-EXIT.

           COMPUTE NL-A-BLOCK = 2 ** (32 - NL-A-PREFIX).
           DIVIDE NL-A-VALUE BY NL-A-BLOCK GIVING NL-A-LOW.
           COMPUTE NL-A-LOW  = NL-A-LOW * NL-A-BLOCK.
           COMPUTE NL-A-HIGH = NL-A-LOW + NL-A-BLOCK - 1.

       9022-PARSE-EXIT.
           EXIT.

       9022-ADD-OCTET.
           IF  NL-A-COUNT(NL-A-SUB) LESS    THAN 1
           OR  NL-A-COUNT(NL-A-SUB) GREATER THAN 3
               MOVE 'X'               TO NL-A-KIND
               GO TO 9022-OCTET-EXIT.

           IF  NL-A-DIGITS(NL-A-SUB)(1:NL-A-COUNT(NL-A-SUB))
                                      NOT NUMERIC
               MOVE 'X'               TO NL-A-KIND
               GO TO 9022-OCTET-EXIT.

           MOVE NL-A-DIGITS(NL-A-SUB)(1:NL-A-COUNT(NL-A-SUB))
                                      TO NL-A-NUMBER.

           IF  NL-A-NUMBER GREATER THAN 255
               MOVE 'X'               TO NL-A-KIND
               GO TO 9022-OCTET-EXIT.

           COMPUTE NL-A-VALUE = NL-A-VALUE * 256 + NL-A-NUMBER.

       9022-OCTET-EXIT.
           EXIT.

      *****************************************************************
      * A client outside an allowlist.  A table list's NL-MODE 'R'    *
      * only notes the verdict for 9024-RECORD-CALLER and lets the    *
      * request carry on; otherwise the caller is recorded ('B') and  *
      * refused with 403 - 06 for the table's list, 07 for the        *
      * token's - with the client's address as the audit key.         *
      *****************************************************************
       9023-NETWORK-REFUSED.
           IF  NL-TABLE-MODE EQUAL 'R'
               GO TO 9023-EXIT.

           IF  NL-TABLE-MODE EQUAL 'B'
               PERFORM 9024-RECORD-CALLER THRU 9024-EXIT.

           MOVE SPACES                TO FK-KEY.
           MOVE NL-CLIENT-ADDRESS     TO FK-KEY.
           MOVE NL-FCT                TO CA090-FILE.
           MOVE STATUS-403            TO CA090-STATUS.
           MOVE NL-REASON             TO CA090-REASON.
           PERFORM 9998-ZFAM090     THRU 9998-EXIT.

       9023-EXIT.
           EXIT.

      *****************************************************************
      * Record the caller on FAxxNA: one record per client address    *
      * and credential, counting its calls and keeping the verdict    *
      * the allowlists gave it last.  A failure to record never fails *
      * the request.                                                  *
      *****************************************************************
       9024-RECORD-CALLER.
           MOVE NL-CLIENT-ADDRESS     TO NA-ADDRESS.
           MOVE SPACES                TO NA-USERID.

           IF  DD-AUTH-USERID NOT EQUAL SPACES
               MOVE CA-USERID         TO NA-USERID.

           MOVE LENGTH OF NA-RECORD   TO NA-LENGTH.

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
                   ADD  1             TO NA-HITS.

           IF  NA-RESP EQUAL DFHRESP(NORMAL)
               MOVE NL-VERDICT        TO NA-VERDICT
               MOVE WS-ABS            TO NA-LAST-ABS
               MOVE LENGTH OF NA-RECORD TO NA-LENGTH
               EXEC CICS REWRITE FILE(NA-FCT)
                    FROM(NA-RECORD)
                    LENGTH(NA-LENGTH)
                    NOHANDLE
               END-EXEC
               GO TO 9024-EXIT.

           IF  NA-RESP NOT EQUAL DFHRESP(NOTFND)
               GO TO 9024-EXIT.

           MOVE NL-VERDICT            TO NA-VERDICT.
           MOVE 1                     TO NA-HITS.
           MOVE WS-ABS                TO NA-FIRST-ABS
                                         NA-LAST-ABS.
           MOVE LENGTH OF NA-RECORD   TO NA-LENGTH.

           EXEC CICS WRITE FILE(NA-FCT)
                FROM(NA-RECORD)
                RIDFLD(NA-KEY)
                LENGTH(NA-LENGTH)
                NOHANDLE
           END-EXEC.

       9024-EXIT.
           EXIT.

      *****************************************************************
      * Signed request check, for a table that sets DD-SIGNING, once  *
      * the credential has passed.  The credential's FAxxKY signing   *
      * key is read by the userid the Authorization header decoded to *
      * - the DD-AUTH userid or an FAxxTK token name.  DD-SIGNING 'Y' *
      * requires every credential to sign; 'C' only those whose       *
      * FAxxKY record sets KY-REQUIRED.  A signature that is          *
      * presented is checked in full either way.                      *
      *                                                               *
      * Replication between Data Centers (/replicate, /deplicate)     *
      * carries the table credential unsigned and is not checked, nor *
      * is the request an asynchronous job's runner presents (9030    *
      * has already let it through).                                  *
      *                                                               *
      * Each failure answers 401 through ZFAM090 with its own reason: *
      *   01 signature required but none presented                    *
      *   02 timestamp missing or outside the window                  *
      *   03 nonce missing or longer than 32                          *
      *   04 nonce already used (9026-RECORD-NONCE)                   *
      *   05 body does not match zFAM-Content-Sha256                  *
      *   06 signature does not match                                 *
      *   07 DD-SIGNING 'Y' and the credential has no key             *
      *   08 a streamed (zFAM-LOB) body cannot be verified            *
      *                                                               *
      * An FAxxKY read that fails other than NOTFND answers 503.      *
      *****************************************************************
       9025-SIGNATURE-CHECK.
           IF  WEB-PATH(1:10) EQUAL REPLICATE
           OR  WEB-PATH(1:10) EQUAL DEPLICATE
               GO TO 9025-EXIT.

           MOVE EIBTRNID(3:2)                TO KY-TRANID(3:2)
                                                NS-TRANID(3:2).

           MOVE CA-USERID                    TO KY-NAME.
           MOVE LENGTH OF KY-RECORD          TO KY-LENGTH.

           EXEC CICS READ FILE(KY-FCT)
                INTO  (KY-RECORD)
                RIDFLD(KY-NAME)
                LENGTH(KY-LENGTH)
                RESP  (KY-RESP)
                NOHANDLE
           END-EXEC.

           IF  KY-RESP NOT EQUAL DFHRESP(NORMAL)
           AND KY-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE KY-FCT                      TO CA090-FILE
               MOVE STATUS-503                  TO CA090-STATUS
               MOVE '08'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  KY-RESP NOT EQUAL DFHRESP(NORMAL)
               IF  DD-SIGNING EQUAL 'Y'
                   MOVE STATUS-401                  TO CA090-STATUS
                   MOVE '07'                        TO CA090-REASON
                   PERFORM 9998-ZFAM090         THRU 9998-EXIT
               ELSE
                   GO TO 9025-EXIT.

           MOVE 'N'                          TO SIG-REQUIRED-SW.

           IF  DD-SIGNING  EQUAL 'Y'
           OR  KY-REQUIRED EQUAL 'Y'
               MOVE 'Y'                      TO SIG-REQUIRED-SW.

           MOVE LENGTH OF HTTP-SIGNATURE     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SIG-SIGNATURE      TO SIG-VALUE-LENGTH.
           MOVE SPACES                       TO SIG-SIGNATURE.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-SIGNATURE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SIG-SIGNATURE)
                VALUELENGTH(SIG-VALUE-LENGTH)
                RESP       (SIG-RESP)
                NOHANDLE
           END-EXEC.

           IF  SIG-RESP EQUAL DFHRESP(NOTFND)
               IF  SIG-REQUIRED-SW EQUAL 'Y'
                   MOVE STATUS-401                  TO CA090-STATUS
                   MOVE '01'                        TO CA090-REASON
                   PERFORM 9998-ZFAM090         THRU 9998-EXIT
               ELSE
                   GO TO 9025-EXIT.

           IF  SIG-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                   TO SIG-SIGNATURE.

           INSPECT SIG-SIGNATURE
               CONVERTING 'ABCDEF' TO 'abcdef'.

      *****************************************************************
      * The timestamp must be ten digits of Unix time within the      *
      * window either side of this site's clock, taken as UTC.        *
      *****************************************************************
           MOVE LENGTH OF HTTP-TIMESTAMP     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SIG-TIMESTAMP      TO SIG-VALUE-LENGTH.
           MOVE SPACES                       TO SIG-TIMESTAMP.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-TIMESTAMP)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SIG-TIMESTAMP)
                VALUELENGTH(SIG-VALUE-LENGTH)
                RESP       (SIG-RESP)
                NOHANDLE
           END-EXEC.

           IF  SIG-RESP         NOT EQUAL DFHRESP(NORMAL)
           OR  SIG-VALUE-LENGTH NOT EQUAL LENGTH OF SIG-TIMESTAMP
           OR  SIG-TIMESTAMP    NOT NUMERIC
               MOVE STATUS-401                  TO CA090-STATUS
               MOVE '02'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           PERFORM 9044-UTC-OFFSET         THRU 9044-EXIT.

           EXEC CICS ASKTIME ABSTIME(SIG-NOW-MS) NOHANDLE
           END-EXEC.

           COMPUTE SIG-NOW = (SIG-NOW-MS - UT-OFFSET-MS) / 1000
                           - SIG-EPOCH-1970.

           MOVE SIG-DEFAULT-SECS             TO SIG-WINDOW-SECS.

           IF  DD-SIGN-SECS NUMERIC
           AND DD-SIGN-SECS GREATER THAN ZEROES
               MOVE DD-SIGN-SECS             TO SIG-WINDOW-SECS.

           IF  KY-WINDOW-SECS NUMERIC
           AND KY-WINDOW-SECS GREATER THAN ZEROES
               MOVE KY-WINDOW-SECS           TO SIG-WINDOW-SECS.

           COMPUTE SIG-SKEW = SIG-NOW - SIG-TIMESTAMP-N.

           IF  SIG-SKEW LESS THAN ZEROES
               SUBTRACT SIG-SKEW FROM ZEROES GIVING SIG-SKEW.

           IF  SIG-SKEW GREATER THAN SIG-WINDOW-SECS
               MOVE STATUS-401                  TO CA090-STATUS
               MOVE '02'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE LENGTH OF HTTP-NONCE         TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SIG-NONCE          TO SIG-NONCE-LENGTH.
           MOVE SPACES                       TO SIG-NONCE.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-NONCE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SIG-NONCE)
                VALUELENGTH(SIG-NONCE-LENGTH)
                RESP       (SIG-RESP)
                NOHANDLE
           END-EXEC.

           IF  SIG-RESP         NOT EQUAL DFHRESP(NORMAL)
           OR  SIG-NONCE-LENGTH LESS THAN 1
               MOVE STATUS-401                  TO CA090-STATUS
               MOVE '03'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

      *****************************************************************
      * The body digest: taken in 1015-BODY-DIGEST from a POST or PUT *
      * body, otherwise the digest of no bytes.  A zFAM-LOB body is   *
      * received piecemeal as it is stored, too late to be checked.   *
      *****************************************************************
           IF  STREAM-RECEIVE-SW EQUAL 'Y'
               MOVE STATUS-401                  TO CA090-STATUS
               MOVE '08'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  SIG-DIGESTED-SW NOT EQUAL 'Y'
               MOVE 'D'                      TO HM-FUNCTION
               MOVE 'A'                      TO HM-PART
               MOVE ZEROES                   TO HM-LENGTH
               EXEC CICS LINK PROGRAM(ZFAM187)
                    COMMAREA(HM-COMMAREA)
                    LENGTH  (LENGTH OF HM-COMMAREA)
                    NOHANDLE
               END-EXEC
               MOVE HM-DIGEST                TO SIG-BODY-DIGEST
               MOVE 'Y'                      TO SIG-DIGESTED-SW.

           MOVE LENGTH OF HTTP-CONTENT-SHA256  TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SIG-CONTENT-SHA256   TO SIG-VALUE-LENGTH.
           MOVE SPACES                         TO SIG-CONTENT-SHA256.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-CONTENT-SHA256)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SIG-CONTENT-SHA256)
                VALUELENGTH(SIG-VALUE-LENGTH)
                RESP       (SIG-RESP)
                NOHANDLE
           END-EXEC.

           INSPECT SIG-CONTENT-SHA256
               CONVERTING 'ABCDEF' TO 'abcdef'.

           IF  SIG-RESP           NOT EQUAL DFHRESP(NORMAL)
           OR  SIG-BODY-DIGEST    EQUAL SPACES
           OR  SIG-CONTENT-SHA256 NOT EQUAL SIG-BODY-DIGEST
               MOVE STATUS-401                  TO CA090-STATUS
               MOVE '05'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

      *****************************************************************
      * The canonical request, in ASCII as the client signed it.      *
      *****************************************************************
           MOVE SPACES                       TO HM-DATA(1:1024).
           MOVE 1                            TO SIG-POINTER.

           STRING WEB-HTTPMETHOD(1:WEB-HTTPMETHOD-LENGTH)
                                             DELIMITED BY SIZE
                  SIG-LINE-FEED              DELIMITED BY SIZE
                  WEB-PATH(1:WEB-PATH-LENGTH)
                                             DELIMITED BY SIZE
                  SIG-LINE-FEED              DELIMITED BY SIZE
                  INTO HM-DATA
                  WITH POINTER SIG-POINTER.

           IF  WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES
               STRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)
                                             DELIMITED BY SIZE
                      INTO HM-DATA
                      WITH POINTER SIG-POINTER.

           STRING SIG-LINE-FEED              DELIMITED BY SIZE
                  SIG-TIMESTAMP              DELIMITED BY SIZE
                  SIG-LINE-FEED              DELIMITED BY SIZE
                  SIG-NONCE(1:SIG-NONCE-LENGTH)
                                             DELIMITED BY SIZE
                  SIG-LINE-FEED              DELIMITED BY SIZE
                  SIG-BODY-DIGEST            DELIMITED BY SIZE
                  INTO HM-DATA
                  WITH POINTER SIG-POINTER.

           SUBTRACT 1 FROM SIG-POINTER GIVING HM-LENGTH.

           INSPECT HM-DATA(1:HM-LENGTH)
               CONVERTING SIG-EBCDIC-CHARS TO SIG-ASCII-CHARS.

           MOVE 'H'                          TO HM-FUNCTION.
           MOVE 'A'                          TO HM-PART.
           MOVE KY-KEY-LENGTH                TO HM-KEY-LENGTH.
           MOVE KY-KEY                       TO HM-KEY.

           IF  HM-KEY-LENGTH GREATER THAN ZEROES
           AND HM-KEY-LENGTH NOT GREATER THAN LENGTH OF HM-KEY
               INSPECT HM-KEY(1:HM-KEY-LENGTH)
                   CONVERTING SIG-EBCDIC-CHARS TO SIG-ASCII-CHARS.

           EXEC CICS LINK PROGRAM(ZFAM187)
                COMMAREA(HM-COMMAREA)
                LENGTH  (LENGTH OF HM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP        NOT EQUAL DFHRESP(NORMAL)
           OR  HM-RETURN-CODE NOT EQUAL '00'
           OR  HM-DIGEST      NOT EQUAL SIG-SIGNATURE
               MOVE STATUS-401                  TO CA090-STATUS
               MOVE '06'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           MOVE SPACES                       TO HM-KEY.

           PERFORM 9026-RECORD-NONCE       THRU 9026-EXIT.

       9025-EXIT.
           EXIT.

      *****************************************************************
      * Record the nonce under its signed timestamp.  A replay        *
      * carries both unchanged, so a duplicate key is a replay - 401  *
      * reason 04.  A store that cannot be written cannot refuse a    *
      * replay either, so the request is refused with 503.            *
      *****************************************************************
       9026-RECORD-NONCE.
           MOVE SIG-TIMESTAMP-N              TO NS-TIMESTAMP.
           MOVE SPACES                       TO NS-NONCE.
           MOVE SIG-NONCE(1:SIG-NONCE-LENGTH)  TO NS-NONCE.
           MOVE CA-USERID                    TO NS-NAME.
           MOVE SIG-NOW-MS                   TO NS-ABS.
           MOVE LENGTH OF NS-RECORD          TO NS-LENGTH.

           EXEC CICS WRITE FILE(NS-FCT)
                FROM  (NS-RECORD)
                RIDFLD(NS-KEY)
                LENGTH(NS-LENGTH)
                RESP  (NS-RESP)
                NOHANDLE
           END-EXEC.

           IF  NS-RESP EQUAL DFHRESP(DUPREC)
               MOVE STATUS-401                  TO CA090-STATUS
               MOVE '04'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           IF  NS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-503                  TO CA090-STATUS
               MOVE '05'                        TO CA090-REASON
               PERFORM 9998-ZFAM090         THRU 9998-EXIT.

           PERFORM 9027-PURGE-NONCES       THRU 9027-EXIT.

       9026-EXIT.
           EXIT.

      *****************************************************************
      * Delete the nonces no request can match any more - those whose *
      * timestamp has fallen out of the window.  They are deleted     *
      * generically a slice of NS-BUCKET-SECS at a time, each slice   *
      * once: the single-item <xx>NP queue holds the last slice       *
      * deleted.  Slices are only ever written while requests arrive, *
      * and every signed request comes through here, so the slices to *
      * delete lie just past the last one deleted; at most 24 are     *
      * taken at a time.                                              *
      *****************************************************************
       9027-PURGE-NONCES.
           MOVE EIBTRNID(3:2)                TO NP-TSQ(1:2).
           MOVE 'NP'                         TO NP-TSQ(3:2).

           COMPUTE SIG-PURGE-TARGET =
                   (SIG-NOW - SIG-WINDOW-SECS) / NS-BUCKET-SECS - 1.

           MOVE LENGTH OF NP-CONTROL         TO NP-LENGTH.
           MOVE 1                            TO NP-ITEM.

           EXEC CICS READQ TS QUEUE(NP-TSQ)
                INTO  (NP-CONTROL)
                LENGTH(NP-LENGTH)
                ITEM  (NP-ITEM)
                RESP  (NP-RESP)
                NOHANDLE
           END-EXEC.

           MOVE 'Y'                          TO SIG-NP-FOUND-SW.

           IF  NP-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'                      TO SIG-NP-FOUND-SW
               SUBTRACT 1 FROM SIG-PURGE-TARGET GIVING NP-BUCKET.

           IF  NP-BUCKET NOT LESS THAN SIG-PURGE-TARGET
               GO TO 9027-EXIT.

           COMPUTE SIG-PURGE-LAST = NP-BUCKET + 24.

           IF  SIG-PURGE-LAST GREATER THAN SIG-PURGE-TARGET
               MOVE SIG-PURGE-TARGET         TO SIG-PURGE-LAST.

           COMPUTE SIG-PURGE-SLICE = NP-BUCKET + 1.

           PERFORM 9028-PURGE-SLICE        THRU 9028-EXIT
               VARYING SIG-PURGE-SLICE FROM SIG-PURGE-SLICE BY 1
                 UNTIL SIG-PURGE-SLICE GREATER THAN SIG-PURGE-LAST.

           MOVE SIG-PURGE-TARGET             TO NP-BUCKET.
           MOVE SIG-NOW-MS                   TO NP-PURGED-ABS.
           MOVE LENGTH OF NP-CONTROL         TO NP-LENGTH.

           IF  SIG-NP-FOUND-SW EQUAL 'Y'
               EXEC CICS WRITEQ TS QUEUE(NP-TSQ)
                    FROM   (NP-CONTROL)
                    LENGTH (NP-LENGTH)
                    ITEM   (NP-ITEM)
                    REWRITE
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(NP-TSQ)
                    FROM   (NP-CONTROL)
                    LENGTH (NP-LENGTH)
                    NOHANDLE
               END-EXEC.

       9027-EXIT.
           EXIT.

      *****************************************************************
      * Delete one slice of nonces - every key whose timestamp starts *
      * with the slice number.                                        *
      *****************************************************************
       9028-PURGE-SLICE.
           MOVE SIG-PURGE-SLICE              TO NS-BUCKET-KEY.

           EXEC CICS DELETE FILE(NS-FCT)
                RIDFLD   (NS-BUCKET-KEY)
                KEYLENGTH(LENGTH OF NS-BUCKET-KEY)
                GENERIC
                NOHANDLE
           END-EXEC.

       9028-EXIT.
           EXIT.

      *****************************************************************
                    NOHANDLE
               END-EXEC.

           IF  JOB-RUN-SW EQUAL 'Y'
               GO TO 9030-EXIT.

           PERFORM 9022-CLIENT-ADDRESS THRU 9022-EXIT.

           MOVE 'A'                   TO NL-VERDICT.
           MOVE NL-TABLE-OWNER        TO NL-OWNER.
           PERFORM 9021-NETWORK-CHECK THRU 9021-EXIT.
           MOVE NL-MODE               TO NL-TABLE-MODE.

           IF  NL-ALLOWED-SW EQUAL 'N'
               MOVE 'T'               TO NL-VERDICT
               MOVE '06'              TO NL-REASON
               PERFORM 9023-NETWORK-REFUSED THRU 9023-EXIT.

           IF  DD-AUTH-USERID NOT EQUAL SPACES
               MOVE DD-AUTH-USERID     TO TABLE-AUTH-USERID
               MOVE DD-AUTH-PASSWORD   TO TABLE-AUTH-PASSWORD
                   ELSE
                       PERFORM 9031-TOKEN-CHECK THRU 9031-EXIT
                       IF  TK-FOUND-SW NOT EQUAL 'Y'
                           PERFORM 9031-TABLE-SECRET
                              THRU 9031-TABLE-EXIT.

           IF  AUTHENTICATE EQUAL 'N'
           AND NL-VERDICT   EQUAL 'A'
               MOVE 'U'               TO NL-VERDICT.

           IF  NL-TABLE-MODE EQUAL 'R'
           OR  NL-TABLE-MODE EQUAL 'B'
               PERFORM 9024-RECORD-CALLER THRU 9024-EXIT.

           IF  AUTHENTICATE EQUAL 'N'
               PERFORM 9600-AUTH-ERROR THRU 9600-EXIT.

           IF  DD-AUTH-USERID NOT EQUAL SPACES
           AND AUTHENTICATE   NOT EQUAL 'N'
           AND (DD-SIGNING    EQUAL 'Y'
           OR   DD-SIGNING    EQUAL 'C')
               PERFORM 9025-SIGNATURE-CHECK THRU 9025-EXIT.

       9030-EXIT.
           EXIT.

      * all) leaves TK-FOUND-SW at 'N' and the shared DD-AUTH pair    *
      * decides as before.  A named token must be enabled, carry the  *
      * presented secret, be unexpired, and - when scoped read-only - *
      * only ever see GET and HEAD.  A token with an FAxxNL list of   *
      * its own is first held to it.  The secret is checked against   *
      * the token's salted hash, or - for a token minted before       *
      * secrets were hashed and not yet converted - its clear value.  *
      *****************************************************************
       9031-TOKEN-CHECK.
           MOVE 'N'                   TO TK-FOUND-SW.

           MOVE SPACES                TO TK-RECORD.
           MOVE CA-USERID             TO TK-NAME.
           MOVE LENGTH OF TK-RECORD   TO TK-LENGTH.


           MOVE 'Y'                   TO TK-FOUND-SW.

           MOVE TK-NAME               TO NL-OWNER.
           PERFORM 9021-NETWORK-CHECK THRU 9021-EXIT.

           IF  NL-ALLOWED-SW EQUAL 'N'
               MOVE 'K'               TO NL-VERDICT
               MOVE '07'              TO NL-REASON
               PERFORM 9023-NETWORK-REFUSED THRU 9023-EXIT.

           MOVE 'Y'                   TO SH-MATCH-SW.

           IF  TK-HASH   EQUAL SPACES
           AND TK-SECRET NOT EQUAL CA-PASSWORD
               MOVE 'N'               TO SH-MATCH-SW.

           IF  TK-HASH NOT EQUAL SPACES
               MOVE TK-SALT           TO SH-SALT
               MOVE TK-HASH           TO SH-HASH
               MOVE CA-PASSWORD       TO SH-SECRET
               PERFORM 9031-HASH-SECRET THRU 9031-HASH-EXIT.

           IF  TK-ENABLED  NOT EQUAL 'Y'
           OR  SH-MATCH-SW NOT EQUAL 'Y'
               MOVE 'N'               TO AUTHENTICATE
               GO TO 9031-EXIT.

           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-HEAD
               MOVE 'N'               TO AUTHENTICATE.

           IF  AUTHENTICATE NOT EQUAL 'N'
               MOVE TK-NAME           TO MT-NAME.

       9031-EXIT.
           EXIT.

      *****************************************************************
      * Check the shared DD-AUTH pair - against the password's salted *
      * hash when the template carries one, otherwise its clear       *
      * value.                                                        *
      *****************************************************************
       9031-TABLE-SECRET.
           IF  CA-USERID NOT EQUAL TABLE-AUTH-USERID
               MOVE 'N'               TO AUTHENTICATE
               GO TO 9031-TABLE-EXIT.

           IF  DD-AUTH-HASH EQUAL SPACES
           AND TABLE-AUTH-PASSWORD EQUAL SPACES
               MOVE 'N'               TO AUTHENTICATE
               GO TO 9031-TABLE-EXIT.

           IF  DD-AUTH-HASH EQUAL SPACES
           AND CA-PASSWORD  NOT EQUAL TABLE-AUTH-PASSWORD
               MOVE 'N'               TO AUTHENTICATE.

           IF  DD-AUTH-HASH EQUAL SPACES
               GO TO 9031-TABLE-EXIT.

           MOVE DD-AUTH-SALT          TO SH-SALT.
           MOVE DD-AUTH-HASH          TO SH-HASH.
           MOVE CA-PASSWORD           TO SH-SECRET.
           PERFORM 9031-HASH-SECRET THRU 9031-HASH-EXIT.

           IF  SH-MATCH-SW NOT EQUAL 'Y'
               MOVE 'N'               TO AUTHENTICATE.

       9031-TABLE-EXIT.
           EXIT.

      *****************************************************************
      * Hash the presented password under the stored salt (ZFAM187)   *
      * and compare it with the stored hash.                          *
      *****************************************************************
       9031-HASH-SECRET.
           MOVE 'N'                   TO SH-MATCH-SW.

           MOVE 'D'                   TO HM-FUNCTION.
           MOVE 'A'                   TO HM-PART.
           MOVE LENGTH OF SH-SOURCE   TO HM-LENGTH.
           MOVE SH-SOURCE             TO HM-DATA(1:HM-LENGTH).

           EXEC CICS LINK PROGRAM(ZFAM187)
                COMMAREA(HM-COMMAREA)
                LENGTH  (LENGTH OF HM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP        EQUAL DFHRESP(NORMAL)
           AND HM-RETURN-CODE EQUAL '00'
           AND HM-DIGEST      EQUAL SH-HASH
               MOVE 'Y'               TO SH-MATCH-SW.

       9031-HASH-EXIT.
           EXIT.

      *****************************************************************
      * Prefix-level authorization.  Runs after the credential check  *
      * decoded CA-USERID and before any request routing.  The rule   *
       9032-EXIT.
           EXIT.

      *****************************************************************
      * Record ownership.  Runs after the credential and prefix       *
      * checks and before any request routing.  A PUT, PATCH, DELETE  *
      * or rename of a record whose KEY record names an owner must    *
      * come from that owner or from an admin-scope token; anything   *
      * else answers 403 through ZFAM090.  A replication apply        *
      * carries the origin site's decision and is not re-checked.  A  *
      * missing key is left for the request's own path to answer.     *
      *****************************************************************
       9033-OWNER-CHECK.
           PERFORM 9034-OWNER-IDENTITY    THRU 9034-ID-EXIT.

           IF  URI-PATH-LENGTH NOT GREATER THAN ZEROES
           OR  WEB-PATH(1:10)  EQUAL REPLICATE
           OR  OW-ADMIN-SW     EQUAL 'Y'
               GO TO 9033-EXIT.

           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PUT
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-PATCH
           AND WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE
           AND RENAME-REQUEST-SW NOT EQUAL 'Y'
               GO TO 9033-EXIT.

           MOVE URI-KEY               TO FK-KEY.
           MOVE LENGTH OF FK-RECORD   TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(OW-RESP)
                NOHANDLE
           END-EXEC.

           IF  OW-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 9033-EXIT.

           IF  FK-OWNER EQUAL SPACES
           OR  FK-OWNER EQUAL LOW-VALUES
           OR  FK-OWNER EQUAL OW-CALLER
               GO TO 9033-EXIT.

           MOVE STATUS-403            TO CA090-STATUS.
           MOVE '04'                  TO CA090-REASON.
           PERFORM 9998-ZFAM090     THRU 9998-EXIT.

       9033-EXIT.
           EXIT.

      *****************************************************************
      * The caller's identity for ownership - the decoded Basic       *
      * userid (a FAxxTK token name or the shared DD-AUTH userid),    *
      * else the task's userid when the table checks no credential.   *
      * An enabled token with scope A is an owner of every record.    *
      *****************************************************************
       9034-OWNER-IDENTITY.
           MOVE 'N'                   TO OW-ADMIN-SW.
           MOVE CA-USERID             TO OW-CALLER.

           IF  OW-CALLER EQUAL SPACES
               EXEC CICS ASSIGN USERID(OW-CALLER) NOHANDLE
               END-EXEC.

           IF  TK-FOUND-SW EQUAL 'Y'
           AND TK-SCOPE    EQUAL 'A'
               MOVE 'Y'               TO OW-ADMIN-SW.

       9034-ID-EXIT.
           EXIT.

      *****************************************************************
      * Stamp FK-OWNER on a record being created.  A replicated POST  *
      * takes the owner the origin site recorded (zFAM-Owner header); *
      * a table without the ownership option records no owner.        *
      *****************************************************************
       9034-STAMP-OWNER.
           MOVE SPACES                TO FK-OWNER.

           IF  WEB-PATH(1:10) EQUAL REPLICATE
               PERFORM 9034-READ-OWNER    THRU 9034-READ-EXIT
               GO TO 9034-EXIT.

           IF  DD-OWNERSHIP NOT EQUAL 'Y'
               GO TO 9034-EXIT.

           IF  OW-CALLER EQUAL SPACES
               PERFORM 9034-OWNER-IDENTITY THRU 9034-ID-EXIT.

           MOVE OW-CALLER             TO FK-OWNER.

       9034-EXIT.
           EXIT.

       9034-READ-OWNER.
           MOVE SPACES                    TO HTTP-OWNER-VALUE.
           MOVE LENGTH OF HTTP-OWNER      TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-OWNER-VALUE
                                          TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-OWNER)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-OWNER-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                RESP       (OW-RESP)
                NOHANDLE
           END-EXEC.

           IF  OW-RESP EQUAL DFHRESP(NORMAL)
               MOVE HTTP-OWNER-VALUE      TO FK-OWNER.

       9034-READ-EXIT.
           EXIT.

      *****************************************************************
      * Per-table POST/PUT request-rate throttle.                     *
      * DD-INFORMATION was already fetched by 9030-AUTH-CHECK above,  *
       9035-EXIT.
           EXIT.

      *****************************************************************
      * Fold this request into the token's FAxxTU usage record -      *
      * one more request, the bytes received and sent, and today as   *
      * the last-used date.  A token's first request writes the       *
      * record; a DUPREC from a concurrent first request re-reads     *
      * and updates instead.  Metering never fails a request: any     *
      * other response (no FAxxTU file defined) is ignored.  MT-NAME  *
      * is cleared so a request is metered once whichever way out it  *
      * takes.                                                        *
      *****************************************************************
       9036-METER-TOKEN.
           IF  MT-NAME EQUAL SPACES
               GO TO 9036-EXIT.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                YYYYMMDD(MT-TODAY)
                NOHANDLE
           END-EXEC.

           PERFORM 9037-READ-USAGE       THRU 9037-EXIT.

           IF  TU-RESP EQUAL DFHRESP(NOTFND)
               PERFORM 9038-WRITE-USAGE  THRU 9038-EXIT.

           IF  MT-UPDATE-SW EQUAL 'Y'
               PERFORM 9039-REWRITE-USAGE THRU 9039-EXIT.

           MOVE SPACES                    TO MT-NAME.
           MOVE ZEROES                    TO MT-BYTES-IN
                                             MT-BYTES-OUT.

       9036-EXIT.
           EXIT.

      *****************************************************************
      * Read the token's usage record for update.                     *
      *****************************************************************
       9037-READ-USAGE.
           MOVE 'N'                       TO MT-UPDATE-SW.
           MOVE MT-NAME                   TO TU-NAME.
           MOVE LENGTH OF TU-RECORD       TO TU-LENGTH.

           EXEC CICS READ FILE(TU-FCT)
                INTO(TU-RECORD)
                RIDFLD(TU-NAME)
                LENGTH(TU-LENGTH)
                UPDATE
                RESP(TU-RESP)
                NOHANDLE
           END-EXEC.

           IF  TU-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                   TO MT-UPDATE-SW.

       9037-EXIT.
           EXIT.

      *****************************************************************
      * First request on this token - write its usage record.         *
      *****************************************************************
       9038-WRITE-USAGE.
           MOVE SPACES                    TO TU-RECORD.
           MOVE MT-NAME                   TO TU-NAME.
           MOVE 1                         TO TU-REQUESTS.
           MOVE MT-BYTES-IN               TO TU-BYTES-IN.
           MOVE MT-BYTES-OUT              TO TU-BYTES-OUT.
           MOVE MT-TODAY                  TO TU-FIRST-USED
                                             TU-LAST-USED.
           MOVE LENGTH OF TU-RECORD       TO TU-LENGTH.

           EXEC CICS WRITE FILE(TU-FCT)
                FROM(TU-RECORD)
                RIDFLD(TU-NAME)
                LENGTH(TU-LENGTH)
                RESP(TU-RESP)
                NOHANDLE
           END-EXEC.

           IF  TU-RESP EQUAL DFHRESP(DUPREC)
               PERFORM 9037-READ-USAGE   THRU 9037-EXIT.

       9038-EXIT.
           EXIT.

      *****************************************************************
      * Add this request to the usage record held for update.         *
      *****************************************************************
       9039-REWRITE-USAGE.
           IF  TU-REQUESTS  NOT NUMERIC
               MOVE ZEROES                TO TU-REQUESTS.
           IF  TU-BYTES-IN  NOT NUMERIC
               MOVE ZEROES                TO TU-BYTES-IN.
           IF  TU-BYTES-OUT NOT NUMERIC
               MOVE ZEROES                TO TU-BYTES-OUT.

           ADD  1                         TO TU-REQUESTS.
           ADD  MT-BYTES-IN               TO TU-BYTES-IN.
           ADD  MT-BYTES-OUT              TO TU-BYTES-OUT.
           MOVE MT-TODAY                  TO TU-LAST-USED.

           IF  TU-FIRST-USED EQUAL SPACES
               MOVE MT-TODAY              TO TU-FIRST-USED.

           MOVE LENGTH OF TU-RECORD       TO TU-LENGTH.

           EXEC CICS REWRITE FILE(TU-FCT)
                FROM(TU-RECORD)
                LENGTH(TU-LENGTH)
                RESP(TU-RESP)
                NOHANDLE
           END-EXEC.

       9039-EXIT.
           EXIT.

      *****************************************************************
      * Return the request's elapsed milliseconds in a zFAM-Elapsed   *
      * response header, and log a CSSL slow-request line when the    *

      *****************************************************************
      * Write the slow-request CSSL line when the elapsed time has    *
      * passed the table's DD-SLOW-MS threshold.  A ?watch long-poll  *
      * that waited is neither logged nor counted in the latency      *
      * histogram - its elapsed time is the client's timeout, not     *
      * the cost of serving the request.                              *
      *****************************************************************
       9052-SLOW-LOG.
           EXEC CICS ASKTIME ABSTIME(EL-END-ABS) NOHANDLE
           IF  EL-MILLISECONDS LESS THAN ZEROES
               MOVE ZEROES               TO EL-MILLISECONDS.

           IF  WATCH-ARMED-SW EQUAL 'Y'
               GO TO 9052-EXIT.

           PERFORM 9056-RECORD-LATENCY THRU 9056-EXIT.

           IF  DD-SLOW-MS NUMERIC
           AND DD-SLOW-MS GREATER THAN ZEROES
           AND EL-MILLISECONDS GREATER THAN DD-SLOW-MS
       9052-EXIT.
           EXIT.

      *****************************************************************
      * Count the request's elapsed time into its verb's latency      *
      * histogram (see ZFAMLHC).  HEAD is timed with GET and PATCH    *
      * with PUT; any other method is not counted.                    *
      *****************************************************************
       9056-RECORD-LATENCY.
           MOVE ZEROES                       TO LH-VERB-SUB.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-HEAD
               MOVE 1                        TO LH-VERB-SUB.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST
               MOVE 2                        TO LH-VERB-SUB.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT
           OR  WEB-HTTPMETHOD EQUAL WEB-HTTP-PATCH
               MOVE 3                        TO LH-VERB-SUB.

           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE
               MOVE 4                        TO LH-VERB-SUB.

           IF  LH-VERB-SUB EQUAL ZEROES
               GO TO 9056-EXIT.

           MOVE EL-MILLISECONDS              TO LH-MILLISECONDS.
           PERFORM 9057-BUMP-LATENCY       THRU 9057-EXIT.

       9056-EXIT.
           EXIT.

      *****************************************************************
      * Add one to the LH-MILLISECONDS bucket of verb LH-VERB-SUB on  *
      * the table's ZFAM##LH queue, with the same READQ-then-REWRITE- *
      * or-first-WRITEQ idiom 9045-RECORD-ACTIVITY uses.              *
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
      * Read this table's failover state from the FAxxFO queue.  No   *
      * queue (the normal case) means not failed over.                *
       9060-EXIT.
           EXIT.

      *****************************************************************
      * Release one reference to chain DR-FF-KEY through ZFAM170.     *
      * DEDUP-KEEP-SW is 'Y' when the chain's segments must be kept - *
      * other references remain, or ZFAM170 could not be reached.     *
      *****************************************************************
       9061-RELEASE-CHAIN.
           MOVE 'R'                         TO DR-FUNCTION.
           PERFORM 9064-LINK-ZFAM170      THRU 9064-EXIT.

           MOVE 'N'                         TO DEDUP-KEEP-SW.
           IF  DR-RESULT NOT EQUAL 'D'
               MOVE 'Y'                     TO DEDUP-KEEP-SW.

       9061-EXIT.
           EXIT.

      *****************************************************************
      * Copy on write.  Before an append or a hold changes a shared   *
      * chain in place, release this record's reference and, when     *
      * other references remain, give the record a copy of the chain  *
      * under a new FILE store key.  The FF-RECORD prefix is kept.    *
      *****************************************************************
       9062-UNSHARE-CHAIN.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME               TO FF-DDNAME.

           MOVE FK-FF-KEY                   TO DR-FF-KEY.
           PERFORM 9061-RELEASE-CHAIN     THRU 9061-EXIT.
           MOVE SPACES                      TO FK-SHARED.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               GO TO 9062-EXIT.

           MOVE FF-RECORD(1:FF-PREFIX)      TO DEDUP-FF-SAVE.
           MOVE FK-FF-KEY                   TO UNSHARE-OLD-KEY.

           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.
           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                  TO FK-FF-NC.

           PERFORM 9063-COPY-SEGMENT      THRU 9063-EXIT
               VARYING UNSHARE-SEGMENT FROM 1 BY 1
               UNTIL   UNSHARE-SEGMENT GREATER THAN FK-SEGMENTS.

           MOVE DEDUP-FF-SAVE               TO FF-RECORD(1:FF-PREFIX).

       9062-EXIT.
           EXIT.

      *****************************************************************
      * Copy one segment of the shared chain to the record's own.     *
      *****************************************************************
       9063-COPY-SEGMENT.
           MOVE UNSHARE-OLD-KEY             TO FF-KEY.
           MOVE UNSHARE-SEGMENT             TO FF-SEGMENT.
           MOVE ZEROES                      TO FF-SUFFIX
                                                FF-ZEROES.
           MOVE LENGTH OF FF-RECORD         TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                 TO FE-FN
               MOVE '9063'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '02'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           MOVE FK-FF-KEY                   TO FF-KEY.
           MOVE FK-KEY                      TO FF-FK-KEY.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-WRITE                TO FE-FN
               MOVE '9063'                  TO FE-PARAGRAPH
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT
               MOVE EIBDS                   TO CA090-FILE
               MOVE STATUS-507              TO CA090-STATUS
               MOVE '06'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

       9063-EXIT.
           EXIT.

      *****************************************************************
      * LINK to ZFAM170 for the table's FAxxDP shared chain file. DR- *
      * RESULT 'E' means ZFAM170 could not be reached.                *
      *****************************************************************
       9064-LINK-ZFAM170.
           MOVE FK-TRANID                   TO DR-TABLE.
           MOVE SPACES                      TO DR-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM170)
                COMMAREA(DR-COMMAREA)
                LENGTH  (LENGTH OF DR-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                     TO DR-RESULT.

       9064-EXIT.
           EXIT.

      *****************************************************************
      * Answer a quiesced request - 503 with a Retry-After header so  *
      * clients back off instead of hammering.                        *

           MOVE DFHVALUE(IMMEDIATE)           TO SEND-ACTION.

           MOVE HTTP-STATUS-503               TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
       9065-EXIT.
           EXIT.

      *****************************************************************
      * Inject the fault armed on the table's xxFI queue, if its      *
      * window is still open and this request is one of FI-PERCENT    *
      * picked to take it.  The first request past the window deletes *
      * the queue.  A status or lock fault answers the client through *
      * ZFAM090 as any other error would, with CA090-FAULT set; a     *
      * latency fault holds the request and then lets it run on.      *
      *****************************************************************
       9066-FAULT-CHECK.
           MOVE EIBTRNID(3:2)               TO FI-TSQ(1:2).
           MOVE 'FI'                        TO FI-TSQ(3:2).
           MOVE 1                           TO FI-ITEM.
           MOVE LENGTH OF FI-RECORD         TO FI-LENGTH.

           EXEC CICS READQ TS QUEUE(FI-TSQ)
                INTO  (FI-RECORD)
                LENGTH(FI-LENGTH)
                ITEM  (FI-ITEM)
                RESP  (FI-RESP)
                NOHANDLE
           END-EXEC.

           IF  FI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 9066-EXIT.

           IF  WS-ABS GREATER THAN FI-END-ABS
               EXEC CICS DELETEQ TS QUEUE(FI-TSQ)
                    NOHANDLE
               END-EXEC
               GO TO 9066-EXIT.

           DIVIDE EIBTASKN BY ONE-HUNDRED
               GIVING    FI-SAMPLE-QUOT
               REMAINDER FI-SAMPLE-REM.

           IF  FI-SAMPLE-REM NOT LESS THAN FI-PERCENT
               GO TO 9066-EXIT.

           IF  FI-TYPE EQUAL 'S'
               MOVE FI-TYPE                 TO CA090-FAULT
               MOVE FI-VALUE                TO CA090-STATUS
               MOVE '00'                    TO CA090-REASON
               PERFORM 9998-ZFAM090       THRU 9998-EXIT.

           IF  FI-TYPE EQUAL 'L'
               MOVE FI-TYPE                 TO CA090-FAULT
               PERFORM 3280-LOCK-FAIL     THRU 3280-EXIT.

           IF  FI-TYPE EQUAL 'P'
               MOVE 'Y'                     TO FI-PARTNER-SW.

           IF  FI-TYPE NOT EQUAL 'D'
               GO TO 9066-EXIT.

           MOVE FI-VALUE                    TO FI-DELAY-MS.

           EXEC CICS DELAY FOR MILLISECS(FI-DELAY-MS)
                NOHANDLE
           END-EXEC.

           MOVE FI-VALUE                    TO FI-NL-MS.
           MOVE FI-NOTE-LATENCY             TO CA090-FIELD.
           PERFORM 9069-FAULT-NOTE        THRU 9069-EXIT.

       9066-EXIT.
           EXIT.

      *****************************************************************
      * Note the injected partner fault, once for the request however *
      * many converses it fails.                                      *
      *****************************************************************
       9068-PARTNER-NOTE.
           IF  FI-NOTED-SW EQUAL 'Y'
               GO TO 9068-EXIT.

           MOVE 'Y'                         TO FI-NOTED-SW.
           MOVE FI-NOTE-PARTNER             TO CA090-FIELD.
           PERFORM 9069-FAULT-NOTE        THRU 9069-EXIT.

       9068-EXIT.
           EXIT.

      *****************************************************************
      * LINK to ZFAM090 to log and audit an injected fault that sends *
      * the client nothing itself.  ZFAM090 returns without a WEB     *
      * SEND for a latency or partner fault, and the request carries  *
      * on.                                                           *
      *****************************************************************
       9069-FAULT-NOTE.
           MOVE FI-TYPE                     TO CA090-FAULT.
           MOVE ZEROES                      TO CA090-STATUS
                                               CA090-REASON.
           MOVE FK-KEY                      TO CA090-KEY.
           MOVE EIBTRNID                    TO CA090-TRANID.
           MOVE HTTP-CORRID-VALUE           TO CA090-CORRID.

           EXEC CICS LINK PROGRAM(ZFAM090)
                COMMAREA(ZFAM090-COMMAREA)
                LENGTH  (LENGTH OF ZFAM090-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                      TO CA090-FAULT
                                               CA090-FIELD.

       9069-EXIT.
           EXIT.

      *****************************************************************
      * Classify this request's service class.  Replication applies  *
      * and self-announced bulk callers (zFAM-Class: low) run low;    *
       9083-EXIT.
           EXIT.

      *****************************************************************
      * Build this request's zFAM detail in MN-RECORD (ZFAMMNC).      *
      * Segments are those written, or for a read those of the KEY    *
      * record read.                                                  *
      *****************************************************************
       9084-MONITOR-RECORD.
           MOVE EIBTRNID                     TO MN-TABLE.
           MOVE WEB-HTTPMETHOD               TO MN-METHOD.
           MOVE MT-NAME                      TO MN-TOKEN.
           MOVE URI-KEY-LENGTH               TO MN-KEY-LENGTH.
           MOVE MT-BYTES-IN                  TO MN-BYTES-IN.
           MOVE MT-BYTES-OUT                 TO MN-BYTES-OUT.
           MOVE MAX-SEGMENT-COUNT            TO MN-SEGMENTS.

           IF  MN-SEGMENTS EQUAL ZEROES
               MOVE FK-SEGMENTS              TO MN-SEGMENTS.

           IF  MN-PROGRAM EQUAL SPACES
               MOVE 'ZFAM002 '               TO MN-PROGRAM.

       9084-EXIT.
           EXIT.

      *****************************************************************
      * Move this request's zFAM detail into the CICS monitoring user *
      * field.  Monitoring never fails a request - a region without   *
      * the MCT entry ignores the point.                              *
      *****************************************************************
       9085-MONITOR-POINT.
           PERFORM 9084-MONITOR-RECORD     THRU 9084-EXIT.

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
      * This site's UTC offset in milliseconds, from the LE clock,    *
      * into UT-OFFSET-MS - local time less UTC.  Subtracted from     *
      * an ABSTIME it gives UTC; added to a UTC value, local time.    *
      * No offset available (the clock reports none) is zero.         *
      *****************************************************************
       9044-UTC-OFFSET.
           MOVE FUNCTION CURRENT-DATE         TO UT-CURRENT-DATE.
           MOVE ZEROES                        TO UT-OFFSET-MS.

           IF  UT-OFFSET-HH NOT NUMERIC
           OR  UT-OFFSET-MM NOT NUMERIC
               GO TO 9044-EXIT.

           COMPUTE UT-OFFSET-MS = UT-OFFSET-HH * 3600000
                                + UT-OFFSET-MM * 60000.

           IF  UT-OFFSET-SIGN EQUAL '-'
               SUBTRACT UT-OFFSET-MS FROM ZEROES
                   GIVING UT-OFFSET-MS.

       9044-EXIT.
           EXIT.

      *****************************************************************
      * Bump this table's running activity counters for zFAM-Stats.   *
      * Called once per authenticated request, after 9035-RATE-CHECK *
           PERFORM 9053-SAVE-LAG-STATE      THRU 9053-EXIT.

           MOVE LG-MS                         TO TD-LA-MS.
           MOVE EIBTRNID                      TO TD-LA-TABLE
                                                 AL-RAISE-TABLE.

           MOVE 'REPLLAG'                     TO AL-RAISE-CONDITION.
           MOVE TD-LAG-ALERT                  TO AL-RAISE-TEXT.
           PERFORM 9059-RAISE-ALERT         THRU 9059-EXIT.

           MOVE TD-LAG-ALERT                  TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL          THRU 9900-EXIT.
       9058-EXIT.
           EXIT.

      *****************************************************************
      * Record the alert on ZFAMAL through ZFAM164 for the ZFAM165    *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       9059-RAISE-ALERT.
           MOVE 'ZFAM002 '               TO AL-RAISE-SOURCE.

           EXEC CICS LINK PROGRAM(ZFAM164)
                COMMAREA(AL-RAISE)
                LENGTH  (LENGTH OF AL-RAISE)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                    TEXT(AL-RAISE-TEXT)
                    NOHANDLE
               END-EXEC.

       9059-EXIT.
           EXIT.

      *****************************************************************
      * Compute a checksum over the full, fixed-length FF-DATA buffer *
      * of the current FF-RECORD.  Called after the buffer is built   *
       9043-EXIT.
           EXIT.

      *****************************************************************
      * Load the FAxxDM masks that apply to this caller.  Rules that  *
      * cannot be placed - no FAxxFD schema, or ZFAM188 unavailable - *
      * refuse the request rather than send the columns in the clear. *
      *****************************************************************
       9090-MASK-LOAD.
           PERFORM 9091-MASK-SCOPE        THRU 9091-EXIT.
           PERFORM 9092-MASK-RULES        THRU 9092-EXIT.

           IF  DM-ACTIVE-SW EQUAL 'X'
               MOVE '09'                  TO CA090-REASON
               PERFORM 9094-MASK-REFUSED  THRU 9094-EXIT.

       9090-EXIT.
           EXIT.

      *****************************************************************
      * The caller's scope for masking: a token's own scope (one      *
      * minted without a scope writes, so counts as W), A for the     *
      * table's DD-AUTH pair, and SPACES - every rule masks - on a    *
      * table that authenticates nobody.  A job runs as the userid    *
      * that submitted it.                                            *
      *****************************************************************
       9091-MASK-SCOPE.
           MOVE SPACES                    TO DM-SCOPE.

           IF  DD-AUTH-USERID EQUAL SPACES
               GO TO 9091-EXIT.

           IF  JOB-RUN-SW EQUAL 'Y'
               PERFORM 9095-JOB-SCOPE     THRU 9095-EXIT
               GO TO 9091-EXIT.

           MOVE 'A'                       TO DM-SCOPE.

           IF  TK-FOUND-SW EQUAL 'Y'
               MOVE TK-SCOPE              TO DM-SCOPE.

           IF  DM-SCOPE EQUAL SPACES
               MOVE 'W'                   TO DM-SCOPE.

       9091-EXIT.
           EXIT.

      *****************************************************************
      * Have ZFAM188 load the rules that mask a column for DM-SCOPE.  *
      * DM-ACTIVE-SW: Y - rules apply; N - nothing is masked for this *
      * caller; X - rules apply but cannot be placed.                 *
      *****************************************************************
       9092-MASK-RULES.
           MOVE 'N'                       TO DM-ACTIVE-SW.
           MOVE 'L'                       TO DM-FUNCTION.
           MOVE DD-TRANID                 TO DM-TRANID.
           MOVE ZEROES                    TO DM-LENGTH.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'X'                   TO DM-ACTIVE-SW
               GO TO 9092-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
               MOVE 'Y'                   TO DM-ACTIVE-SW.

           IF  DM-RETURN-CODE NOT EQUAL '00'
           AND DM-RETURN-CODE NOT EQUAL '04'
               MOVE 'X'                   TO DM-ACTIVE-SW.

       9092-EXIT.
           EXIT.

      *****************************************************************
      * Run the loaded rules through ZFAM188 for DM-FUNCTION (A, P or *
      * C).  A call that fails refuses the request.                   *
      *****************************************************************
       9093-MASK-CALL.
           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR (DM-RETURN-CODE NOT EQUAL '00'
           AND DM-RETURN-CODE NOT EQUAL '04')
               MOVE '09'                  TO CA090-REASON
               PERFORM 9094-MASK-REFUSED  THRU 9094-EXIT.

       9093-EXIT.
           EXIT.

      *****************************************************************
      * Refuse the request with 403 - CA090-REASON 08 (a masked       *
      * column cannot be served this way) or 09 (masks in force but   *
      * not applicable).                                              *
      *****************************************************************
       9094-MASK-REFUSED.
           MOVE DD-TRANID                 TO CA090-FILE.
           MOVE 'DM'                      TO CA090-FILE(5:2).
           MOVE STATUS-403                TO CA090-STATUS.
           PERFORM 9998-ZFAM090         THRU 9998-EXIT.

       9094-EXIT.
           EXIT.

      *****************************************************************
      * A job's masking scope - that of the token it was submitted    *
      * under, or A for the table's DD-AUTH userid.                   *
      *****************************************************************
       9095-JOB-SCOPE.
           MOVE SPACES                    TO TK-RECORD.
           MOVE CA-USERID                 TO TK-NAME.
           MOVE LENGTH OF TK-RECORD       TO TK-LENGTH.

           EXEC CICS READ FILE(TK-FCT)
                INTO(TK-RECORD)
                RIDFLD(TK-NAME)
                LENGTH(TK-LENGTH)
                RESP(TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP    EQUAL DFHRESP(NORMAL)
           AND TK-ENABLED EQUAL 'Y'
               MOVE TK-SCOPE              TO DM-SCOPE
               IF  DM-SCOPE EQUAL SPACES
                   MOVE 'W'               TO DM-SCOPE.

           IF  TK-RESP   NOT EQUAL DFHRESP(NORMAL)
           AND CA-USERID     EQUAL DD-AUTH-USERID
               MOVE 'A'                   TO DM-SCOPE.

       9095-EXIT.
           EXIT.

      *****************************************************************
      * FAxxFILE I/O error.                                           *
      *****************************************************************
       9600-AUTH-ERROR.
           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           MOVE HTTP-STATUS-401        TO MN-HTTP-STATUS.

           EXEC CICS WEB SEND
                FROM      (HTTP-AUTH-ERROR)
                FROMLENGTH(HTTP-AUTH-LENGTH)
       9944-EXIT.
           EXIT.

      *****************************************************************
      * Last-access tracking for a table that sets DD-LAST-ACCESS.    *
      * The key's FAxxLA record is read without UPDATE; it is         *
      * written on the key's first tracked read and rewritten only    *
      * when this read falls on a new day or is the one read in       *
      * LA-SAMPLE (by task number) that carries the coarse count.     *
      * Any other read costs the one READ and nothing more.           *
      *****************************************************************
       9945-TOUCH-ACCESS.
           IF  DD-LAST-ACCESS NOT EQUAL 'Y'
           AND DD-LAST-ACCESS NOT EQUAL 'C'
               GO TO 9945-EXIT.

           MOVE EIBTRNID(3:2)               TO LA-TRANID(3:2).
           DIVIDE WS-ABS   BY LA-DAY-MS   GIVING LA-TODAY.
           DIVIDE EIBTASKN BY LA-SAMPLE   GIVING LA-QUOTIENT
                                          REMAINDER LA-REMAINDER.

           MOVE FK-KEY                      TO LA-KEY.
           MOVE LENGTH OF LA-RECORD         TO LA-LENGTH.

           EXEC CICS READ FILE(LA-FCT)
                INTO  (LA-RECORD)
                RIDFLD(LA-KEY)
                LENGTH(LA-LENGTH)
                RESP  (LA-RESP)
                NOHANDLE
           END-EXEC.

           IF  LA-RESP EQUAL DFHRESP(NOTFND)
               PERFORM 9946-WRITE-ACCESS  THRU 9946-EXIT
               GO TO 9945-EXIT.

           IF  LA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 9945-EXIT.

           IF  LA-READ-DAY  EQUAL LA-TODAY
           AND LA-REMAINDER NOT EQUAL ZEROES
               GO TO 9945-EXIT.

           PERFORM 9947-REWRITE-ACCESS    THRU 9947-EXIT.

       9945-EXIT.
           EXIT.

      *****************************************************************
      * First tracked read of a key - write its FAxxLA record.  A     *
      * DUPREC means a concurrent read has just written it.           *
      *****************************************************************
       9946-WRITE-ACCESS.
           MOVE FK-KEY                      TO LA-KEY.
           MOVE WS-ABS                      TO LA-READ-ABS
                                               LA-FIRST-ABS.
           MOVE LA-TODAY                    TO LA-READ-DAY.
           MOVE 1                           TO LA-READS.
           MOVE LENGTH OF LA-RECORD         TO LA-LENGTH.

           EXEC CICS WRITE FILE(LA-FCT)
                FROM  (LA-RECORD)
                RIDFLD(LA-KEY)
                LENGTH(LA-LENGTH)
                RESP  (LA-RESP)
                NOHANDLE
           END-EXEC.

       9946-EXIT.
           EXIT.

      *****************************************************************
      * Rewrite the key's FAxxLA record: a new day moves the          *
      * last-read date and counts the day once; the sampled read      *
      * adds LA-SAMPLE to the coarse count.  The count stops just     *
      * short of its picture rather than wrapping.                    *
      *****************************************************************
       9947-REWRITE-ACCESS.
           MOVE LENGTH OF LA-RECORD         TO LA-LENGTH.

           EXEC CICS READ FILE(LA-FCT)
                INTO  (LA-RECORD)
                RIDFLD(LA-KEY)
                LENGTH(LA-LENGTH)
                UPDATE
                RESP  (LA-RESP)
                NOHANDLE
           END-EXEC.

           IF  LA-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 9947-EXIT.

           IF  LA-READ-DAY NOT EQUAL LA-TODAY
           AND LA-READS    LESS THAN LA-READS-CAP
               ADD  1                       TO LA-READS.

           IF  LA-REMAINDER EQUAL ZEROES
           AND LA-READS     LESS THAN LA-READS-CAP
               ADD  LA-SAMPLE               TO LA-READS.

           IF  LA-READ-DAY NOT EQUAL LA-TODAY
               MOVE WS-ABS                  TO LA-READ-ABS
               MOVE LA-TODAY                TO LA-READ-DAY.

           EXEC CICS REWRITE FILE(LA-FCT)
                FROM  (LA-RECORD)
                LENGTH(LA-LENGTH)
                RESP  (LA-RESP)
                NOHANDLE
           END-EXEC.

       9947-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
      *****************************************************************
           PERFORM 9078-CLEAR-INFLIGHT THRU 9078-EXIT.

           MOVE CA090-STATUS           TO MN-HTTP-STATUS.
           PERFORM 9085-MONITOR-POINT  THRU 9085-EXIT.

           IF  MT-NAME NOT EQUAL SPACES
               PERFORM 9036-METER-TOKEN THRU 9036-EXIT.

           IF  TRACE-ON-SW EQUAL 'Y'
               MOVE 'ERROR   '          TO TR-STAGE
               PERFORM 9082-TRACE-FLUSH THRU 9082-EXIT.
