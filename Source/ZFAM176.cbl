       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM176.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Replication batch sender.                                     *
      *                                                               *
      * A table whose document template sets DD-REPL-BATCH has        *
      * ZFAM002 queue each replicated POST, PUT and DELETE to the     *
      * table's xxRB temporary storage queue (a ZFAMRTC retry entry)  *
      * and START this task, xxRB, after the table's collection       *
      * window - or at once when a batch fills.                       *
      *                                                               *
      * This task takes the whole xxRB queue onto its own xxRW work   *
      * queue and, for each partner Data Center named in the entries, *
      * sends up to BQ-LIMIT of them as one /replicate POST carrying  *
      * zFAM-Repl-Batch: yes.  Each record is framed (ZFAMBQC         *
      * BF-FRAME) with its method, path, query string, key, media     *
      * type, correlation id and - for a POST or PUT - the body       *
      * rebuilt from the table's own FILE store exactly as ZFAM023    *
      * rebuilds it, its stored checksum, the record's write time as  *
      * the zFAM-Origin-Abs conflict stamp - sent as UTC (ZFAMUTC)    *
      * - and the row owner.  The partner's ZFAM177 applies the       *
      * records in order through its own /replicate path, so every    *
      * per-record check a single replication converse gets still     *
      * applies, and answers one result per record.                   *
      *                                                               *
      *   - a 2xx result is applied;                                  *
      *   - a 4xx result is the partner refusing the record (a        *
      *     conflict, a checksum failure) - logged to CSSL and not    *
      *     retried, just as a single converse's error status is      *
      *     left as-is;                                               *
      *   - any other result, a missing result, or a batch that       *
      *     cannot reach the partner at all puts that record on the   *
      *     table's xxRT queue by itself for ZFAM023 to retry.        *
      *                                                               *
      * A record deleted since it was queued is skipped; one that has *
      * since grown past a single FILE store segment, or whose        *
      * segment fails its checksum, is handed to ZFAM023 instead.     *
      *                                                               *
      * A record stamped with a replication sequence (ZFAMSQC) takes  *
      * it along in its frame; a partner that finds a gap answers     *
      * zFAM-Repl-Resend, and the xxSR transaction (ZFAM178) is       *
      * STARTed to resend the missing range to that partner.          *
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
       01  ONE                    PIC S9(08) COMP   VALUE 1.

      *****************************************************************
      * xxRB is the queue ZFAM002 writes; xxRW is this task's work    *
      * queue.  ENQ on the xxRW name is held for the whole run so     *
      * only one sender works a table's batches at a time; ENQ on the *
      * xxRB name is held only while the queue is taken, the same     *
      * ENQ ZFAM002 holds while it writes, so no entry is written     *
      * between the copy and the DELETEQ.                             *
      *****************************************************************
       01  BQ-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  BQ-WORK-TSQ            PIC  X(04) VALUE 'FA##'.
       01  BQ-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.
       01  BQ-PARM-LENGTH         PIC S9(04) COMP VALUE ZEROES.
       01  BQ-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  BQ-TAKEN               PIC S9(04) COMP VALUE ZEROES.
       01  BQ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  BQ-COMPLETE            PIC  X(01) VALUE 'N'.

      *****************************************************************
      * The partner Data Centers named in this run's entries.         *
      * ZFAM002 replicates to at most three, so three slots are       *
      * enough; an entry for any other partner goes straight to xxRT. *
      *****************************************************************
       01  BQ-PARTNERS.
           02  BQ-PARTNER         OCCURS 3 TIMES.
               05  BQ-PARTNER-URL PIC X(160) VALUE SPACES.
               05  BQ-PARTNER-LENGTH
                                  PIC S9(08) COMP VALUE ZEROES.

       01  BQ-PARTNER-COUNT       PIC S9(04) COMP VALUE ZEROES.
       01  BQ-PARTNER-SUB         PIC S9(04) COMP VALUE ZEROES.
       01  BQ-FOUND-SUB           PIC S9(04) COMP VALUE ZEROES.
       01  BQ-OPEN-SW             PIC  X(01) VALUE 'N'.

      *****************************************************************
      * The batch being built: the xxRW item of each record framed    *
      * into BQ-BODY, in the order it was framed.                     *
      *****************************************************************
       01  BQ-BATCH.
           02  BQ-BATCH-ITEM      PIC S9(04) COMP OCCURS 100 TIMES.

       01  BQ-IN-BATCH            PIC S9(04) COMP VALUE ZEROES.
       01  BQ-BODY-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  BQ-FRAME-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  BQ-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  BQ-KEY-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  BQ-REBUILD-SW          PIC  X(01) VALUE 'N'.
       01  BQ-ENTRY-SAVE          PIC X(1400) VALUE SPACES.
       01  BQ-MEDIA               PIC  X(56) VALUE
           'application/octet-stream'.
       01  BQ-BODY                PIC X(640000) VALUE LOW-VALUES.

       01  BQ-RESULT-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  BQ-RESULT-COUNT        PIC S9(08) COMP VALUE ZEROES.
       01  BQ-RESULT-SUB          PIC S9(04) COMP VALUE ZEROES.
       01  BQ-CONVERSE-RESP       PIC S9(08) COMP VALUE ZEROES.
       01  BQ-STATUS              PIC  9(03) VALUE ZEROES.

       COPY ZFAMBQC.

       01  BATCH-COUNT            PIC S9(08) COMP   VALUE ZEROES.
       01  SENT-COUNT             PIC S9(08) COMP   VALUE ZEROES.
       01  APPLIED-COUNT          PIC S9(08) COMP   VALUE ZEROES.
       01  REJECTED-COUNT         PIC S9(08) COMP   VALUE ZEROES.
       01  RETRY-COUNT            PIC S9(08) COMP   VALUE ZEROES.
       01  SKIPPED-COUNT          PIC S9(08) COMP   VALUE ZEROES.

       01  HTTP-NAME-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  HTTP-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Checksum-at-rest verification fields, as ZFAM023.             *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Records the batch could not deliver go to the table's xxRT    *
      * queue, and ZFAM023 is started once to work them off.          *
      *****************************************************************
       01  RT-PARM.
           02  RT-TRANID          PIC  X(04) VALUE SPACES.

       01  RT-LENGTH              PIC S9(04) COMP VALUE 4.
       01  RT-TSQ                 PIC  X(04) VALUE 'FA##'.

       COPY ZFAMRTC.

       01  TS-RT-LENGTH           PIC S9(04) COMP VALUE ZEROES.

       01  SR-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SR-PARM-LENGTH         PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMSQC.

       COPY ZFAMUTC.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.
       01  PARSE-URL-WORK         PIC X(160) VALUE SPACES.
       01  PARSE-URL-LENGTH       PIC S9(08) COMP VALUE ZEROES.

       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  WEB-PATH               PIC  X(512) VALUE LOW-VALUES.
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE ZEROES.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-DATA              PIC  X(32000) VALUE LOW-VALUES.
       01  ZFAM-DATA-LENGTH       PIC S9(08) COMP VALUE ZEROES.

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

       01  TD-BATCH-DONE.
           02  FILLER             PIC  X(11) VALUE 'Repl batch '.
           02  FILLER             PIC  X(08) VALUE 'batches '.
           02  TD-BD-BATCHES      PIC ZZZZ9.
           02  FILLER             PIC  X(06) VALUE ' sent '.
           02  TD-BD-SENT         PIC ZZZZ9.
           02  FILLER             PIC  X(09) VALUE ' applied '.
           02  TD-BD-APPLIED      PIC ZZZZ9.
           02  FILLER             PIC  X(10) VALUE ' rejected '.
           02  TD-BD-REJECTED     PIC ZZZZ9.
           02  FILLER             PIC  X(07) VALUE ' retry '.
           02  TD-BD-RETRY        PIC ZZZZ9.
           02  FILLER             PIC  X(09) VALUE ' skipped '.
           02  TD-BD-SKIPPED      PIC ZZZZ9.

       01  TD-BATCH-REJECT.
           02  FILLER             PIC  X(18) VALUE
               'Repl batch - HTTP '.
           02  TD-BR-STATUS       PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-BR-METHOD       PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE 'key: '.
           02  TD-BR-KEY          PIC  X(56) VALUE SPACES.

      *****************************************************************
      * Opt-in encryption at rest for FF-DATA - the rebuilt body is   *
      * always plaintext, as ZFAM023's is.                            *
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
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-TAKE-QUEUE         THRU 2000-EXIT.

           PERFORM 3000-SEND-PARTNER       THRU 3000-EXIT
               VARYING BQ-PARTNER-SUB FROM 1 BY 1
               UNTIL   BQ-PARTNER-SUB GREATER THAN BQ-PARTNER-COUNT.

           EXEC CICS DELETEQ TS QUEUE(BQ-WORK-TSQ) NOHANDLE END-EXEC.

           EXEC CICS DEQ RESOURCE(BQ-WORK-TSQ)
                LENGTH(BQ-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  RETRY-COUNT GREATER THAN ZEROES
               PERFORM 8000-START-RETRY    THRU 8000-EXIT.

           IF  BQ-TAKEN GREATER THAN ZEROES
               PERFORM 9800-WRITE-DONE     THRU 9800-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table identity and the  *
      * batch limit, and build the queue names.                       *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF BQ-PARM            TO BQ-PARM-LENGTH.

           EXEC CICS RETRIEVE INTO(BQ-PARM)
                LENGTH(BQ-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  BQ-LIMIT NOT NUMERIC
           OR  BQ-LIMIT EQUAL ZEROES
           OR  BQ-LIMIT GREATER THAN BQ-MAX
               MOVE BQ-MAX                   TO BQ-LIMIT.

           MOVE BQ-TRANID                    TO FK-TRANID
                                                 FF-TRANID
                                                 RT-TRANID.
           MOVE BQ-TRANID(3:2)               TO BQ-TSQ(1:2).
           MOVE 'RB'                         TO BQ-TSQ(3:2).
           MOVE BQ-TRANID(3:2)               TO BQ-WORK-TSQ(1:2).
           MOVE 'RW'                         TO BQ-WORK-TSQ(3:2).
           MOVE BQ-TRANID(3:2)               TO RT-TSQ(1:2).
           MOVE 'RT'                         TO RT-TSQ(3:2).

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           PERFORM 9044-UTC-OFFSET         THRU 9044-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Take the table's xxRB queue.  Each entry is copied onto the   *
      * xxRW work queue and its partner noted; an entry naming no     *
      * partner, or a fourth one, goes straight to xxRT.  The work    *
      * queue left by a sender that ended abnormally is worked first, *
      * ahead of the new entries.                                     *
      *****************************************************************
       2000-TAKE-QUEUE.
           EXEC CICS ENQ RESOURCE(BQ-WORK-TSQ)
                LENGTH(BQ-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                       TO BQ-TAKEN.
           MOVE 'N'                          TO BQ-COMPLETE.

           PERFORM 2050-COUNT-WORK         THRU 2050-EXIT
               WITH TEST AFTER
               UNTIL BQ-COMPLETE EQUAL 'Y'.

           EXEC CICS ENQ RESOURCE(BQ-TSQ)
                LENGTH(BQ-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                       TO BQ-ITEM.
           MOVE 'N'                          TO BQ-COMPLETE.

           PERFORM 2100-TAKE-ONE           THRU 2100-EXIT
               WITH TEST AFTER
               UNTIL BQ-COMPLETE EQUAL 'Y'.

           EXEC CICS DELETEQ TS QUEUE(BQ-TSQ) NOHANDLE END-EXEC.

           EXEC CICS DEQ RESOURCE(BQ-TSQ)
                LENGTH(BQ-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Note the partner of an entry already on the xxRW work queue;  *
      * one that cannot be batched goes to xxRT.                      *
      *****************************************************************
       2050-COUNT-WORK.
           ADD  ONE                          TO BQ-TAKEN.
           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.

           EXEC CICS READQ TS
                QUEUE (BQ-WORK-TSQ)
                INTO  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                ITEM  (BQ-TAKEN)
                RESP  (BQ-RESP)
                NOHANDLE
           END-EXEC.

           IF  BQ-RESP NOT EQUAL DFHRESP(NORMAL)
               SUBTRACT ONE                FROM BQ-TAKEN
               MOVE 'Y'                      TO BQ-COMPLETE
               GO TO 2050-EXIT.

           PERFORM 2200-NOTE-PARTNER       THRU 2200-EXIT.

           IF  BQ-FOUND-SUB EQUAL ZEROES
               PERFORM 3800-QUEUE-RETRY    THRU 3800-EXIT.

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Copy the next xxRB entry onto the xxRW work queue.            *
      *****************************************************************
       2100-TAKE-ONE.
           ADD  ONE                          TO BQ-ITEM.
           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.

           EXEC CICS READQ TS
                QUEUE (BQ-TSQ)
                INTO  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                ITEM  (BQ-ITEM)
                RESP  (BQ-RESP)
                NOHANDLE
           END-EXEC.

           IF  BQ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BQ-COMPLETE
               GO TO 2100-EXIT.

           PERFORM 2200-NOTE-PARTNER       THRU 2200-EXIT.

           IF  BQ-FOUND-SUB EQUAL ZEROES
               PERFORM 3800-QUEUE-RETRY    THRU 3800-EXIT
               GO TO 2100-EXIT.

           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.

           EXEC CICS WRITEQ TS
                QUEUE (BQ-WORK-TSQ)
                FROM  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                RESP  (BQ-RESP)
                NOHANDLE
           END-EXEC.

           IF  BQ-RESP EQUAL DFHRESP(NORMAL)
               ADD  ONE                      TO BQ-TAKEN
           ELSE
               PERFORM 3800-QUEUE-RETRY    THRU 3800-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Find the entry's partner in BQ-PARTNERS, adding it when there *
      * is room.  BQ-FOUND-SUB is zero when it cannot be batched.     *
      *****************************************************************
       2200-NOTE-PARTNER.
           MOVE ZEROES                       TO BQ-FOUND-SUB.

           IF  TS-RT-PARTNER EQUAL SPACES
               GO TO 2200-EXIT.

           PERFORM 2210-MATCH-PARTNER      THRU 2210-EXIT
               VARYING BQ-PARTNER-SUB FROM 1 BY 1
               UNTIL   BQ-PARTNER-SUB GREATER THAN BQ-PARTNER-COUNT
               OR      BQ-FOUND-SUB   GREATER THAN ZEROES.

           IF  BQ-FOUND-SUB GREATER THAN ZEROES
           OR  BQ-PARTNER-COUNT NOT LESS THAN 3
               GO TO 2200-EXIT.

           ADD  ONE                          TO BQ-PARTNER-COUNT.
           MOVE BQ-PARTNER-COUNT             TO BQ-FOUND-SUB.
           MOVE TS-RT-PARTNER
                               TO BQ-PARTNER-URL   (BQ-FOUND-SUB).
           MOVE TS-RT-PARTNER-LENGTH
                               TO BQ-PARTNER-LENGTH(BQ-FOUND-SUB).

       2200-EXIT.
           EXIT.

       2210-MATCH-PARTNER.
           IF  TS-RT-PARTNER EQUAL BQ-PARTNER-URL(BQ-PARTNER-SUB)
               MOVE BQ-PARTNER-SUB           TO BQ-FOUND-SUB.

       2210-EXIT.
           EXIT.

      *****************************************************************
      * Send every work queue entry for the partner at BQ-PARTNER-SUB *
      * in batches of up to BQ-LIMIT records.  When the partner       *
      * cannot be reached at all, its entries go to xxRT.             *
      *****************************************************************
       3000-SEND-PARTNER.
           PERFORM 3050-WEB-OPEN           THRU 3050-EXIT.

           MOVE ZEROES                       TO BQ-IN-BATCH
                                                 BQ-BODY-LENGTH.

           PERFORM 3100-SCAN-ENTRY         THRU 3100-EXIT
               VARYING BQ-ITEM FROM 1 BY 1
               UNTIL   BQ-ITEM GREATER THAN BQ-TAKEN.

           IF  BQ-IN-BATCH GREATER THAN ZEROES
               PERFORM 3500-SEND-BATCH     THRU 3500-EXIT.

           PERFORM 3090-WEB-CLOSE          THRU 3090-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Open a WEB session with the partner at BQ-PARTNER-SUB.        *
      *****************************************************************
       3050-WEB-OPEN.
           MOVE 'N'                          TO BQ-OPEN-SW.
           MOVE BQ-PARTNER-URL   (BQ-PARTNER-SUB) TO PARSE-URL-WORK.
           MOVE BQ-PARTNER-LENGTH(BQ-PARTNER-SUB) TO PARSE-URL-LENGTH.
           MOVE 80                           TO URL-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (PARSE-URL-WORK)
                URLLENGTH (PARSE-URL-LENGTH)
                SCHEMENAME(URL-SCHEME-NAME)
                HOST      (URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3050-EXIT.

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

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BQ-OPEN-SW.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Close the WEB session with the partner.                       *
      *****************************************************************
       3090-WEB-CLOSE.
           IF  BQ-OPEN-SW EQUAL 'Y'
               EXEC CICS WEB CLOSE
                    SESSTOKEN(SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           MOVE 'N'                          TO BQ-OPEN-SW.

       3090-EXIT.
           EXIT.

      *****************************************************************
      * Read work queue item BQ-ITEM and, when it is for this         *
      * partner, add it to the batch.                                 *
      *****************************************************************
       3100-SCAN-ENTRY.
           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.

           EXEC CICS READQ TS
                QUEUE (BQ-WORK-TSQ)
                INTO  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                ITEM  (BQ-ITEM)
                RESP  (BQ-RESP)
                NOHANDLE
           END-EXEC.

           IF  BQ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  TS-RT-PARTNER NOT EQUAL BQ-PARTNER-URL(BQ-PARTNER-SUB)
               GO TO 3100-EXIT.

           IF  BQ-OPEN-SW NOT EQUAL 'Y'
               PERFORM 3800-QUEUE-RETRY    THRU 3800-EXIT
               GO TO 3100-EXIT.

           PERFORM 3200-ADD-RECORD         THRU 3200-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Frame the current entry into BQ-BODY - BF-FRAME, then its     *
      * path, query string, key and (POST/PUT) data.  A batch the     *
      * frame would overflow is sent first; a batch the frame fills   *
      * is sent after.                                                *
      *****************************************************************
       3200-ADD-RECORD.
           INITIALIZE BF-FRAME.
           MOVE ZEROES                       TO ZFAM-DATA-LENGTH.
           MOVE TS-RT-METHOD                 TO BF-METHOD.
           MOVE TS-RT-CORRID                 TO BF-CORRID.
           MOVE TS-RT-MEDIA                  TO BF-MEDIA.

           IF  TS-RT-SEQ NUMERIC
               MOVE TS-RT-SEQ                TO BF-SEQ
               MOVE TS-RT-SITE               TO BF-SITE.

           IF  TS-RT-METHOD EQUAL 'POST'
           OR  TS-RT-METHOD EQUAL 'PUT'
               PERFORM 3300-REBUILD-BODY   THRU 3300-EXIT
           ELSE
               MOVE 'Y'                      TO BQ-REBUILD-SW.

           IF  BQ-REBUILD-SW EQUAL 'G'
               ADD  ONE                      TO SKIPPED-COUNT
               GO TO 3200-EXIT.

           IF  BQ-REBUILD-SW NOT EQUAL 'Y'
           OR  TS-RT-PATH-LENGTH LESS    THAN ONE
           OR  TS-RT-PATH-LENGTH GREATER THAN LENGTH OF TS-RT-PATH
           OR  TS-RT-QS-LENGTH   LESS    THAN ZEROES
           OR  TS-RT-QS-LENGTH
                   GREATER THAN LENGTH OF TS-RT-QUERYSTRING
               PERFORM 3800-QUEUE-RETRY    THRU 3800-EXIT
               GO TO 3200-EXIT.

           PERFORM 3400-KEY-LENGTH         THRU 3400-EXIT.

           MOVE TS-RT-PATH-LENGTH            TO BF-PATH-LENGTH.
           MOVE TS-RT-QS-LENGTH              TO BF-QS-LENGTH.
           MOVE BQ-KEY-LENGTH                TO BF-KEY-LENGTH.
           MOVE ZFAM-DATA-LENGTH             TO BF-DATA-LENGTH.

           COMPUTE BQ-FRAME-LENGTH = LENGTH OF BF-FRAME
                                   + TS-RT-PATH-LENGTH
                                   + TS-RT-QS-LENGTH
                                   + BQ-KEY-LENGTH
                                   + ZFAM-DATA-LENGTH.

           IF  BQ-BODY-LENGTH + BQ-FRAME-LENGTH GREATER THAN BQ-BODY-MAX
               MOVE TS-RETRY-ENTRY           TO BQ-ENTRY-SAVE
               PERFORM 3500-SEND-BATCH     THRU 3500-EXIT
               MOVE BQ-ENTRY-SAVE            TO TS-RETRY-ENTRY.

           COMPUTE BQ-OFFSET = BQ-BODY-LENGTH + 1.
           MOVE BF-FRAME   TO BQ-BODY(BQ-OFFSET:LENGTH OF BF-FRAME).
           ADD  LENGTH OF BF-FRAME           TO BQ-OFFSET.

           MOVE TS-RT-PATH(1:TS-RT-PATH-LENGTH)
                           TO BQ-BODY(BQ-OFFSET:TS-RT-PATH-LENGTH).
           ADD  TS-RT-PATH-LENGTH            TO BQ-OFFSET.

           IF  TS-RT-QS-LENGTH GREATER THAN ZEROES
               MOVE TS-RT-QUERYSTRING(1:TS-RT-QS-LENGTH)
                           TO BQ-BODY(BQ-OFFSET:TS-RT-QS-LENGTH)
               ADD  TS-RT-QS-LENGTH          TO BQ-OFFSET.

           IF  BQ-KEY-LENGTH GREATER THAN ZEROES
               MOVE TS-RT-KEY(1:BQ-KEY-LENGTH)
                           TO BQ-BODY(BQ-OFFSET:BQ-KEY-LENGTH)
               ADD  BQ-KEY-LENGTH            TO BQ-OFFSET.

           IF  ZFAM-DATA-LENGTH GREATER THAN ZEROES
               MOVE ZFAM-DATA(1:ZFAM-DATA-LENGTH)
                           TO BQ-BODY(BQ-OFFSET:ZFAM-DATA-LENGTH).

           ADD  BQ-FRAME-LENGTH              TO BQ-BODY-LENGTH.
           ADD  ONE                          TO BQ-IN-BATCH.
           MOVE BQ-ITEM               TO BQ-BATCH-ITEM(BQ-IN-BATCH).

           IF  BQ-IN-BATCH EQUAL ONE
               MOVE TS-RT-PATH               TO WEB-PATH
               MOVE TS-RT-PATH-LENGTH        TO WEB-PATH-LENGTH.

           IF  BQ-IN-BATCH NOT LESS THAN BQ-LIMIT
               PERFORM 3500-SEND-BATCH     THRU 3500-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Rebuild a POST/PUT body from the record's first FILE store    *
      * segment, as ZFAM023's 3200-REBUILD-BODY does, along with the  *
      * segment's stored checksum, the record's write time and its    *
      * owner.  BQ-REBUILD-SW 'Y' framed, 'G' the record is gone,     *
      * 'R' it must go to xxRT by itself.                             *
      *****************************************************************
       3300-REBUILD-BODY.
           MOVE 'R'                          TO BQ-REBUILD-SW.
           MOVE TS-RT-KEY                    TO FK-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'G'                      TO BQ-REBUILD-SW
               GO TO 3300-EXIT.

           IF  FK-RESP     NOT EQUAL DFHRESP(NORMAL)
           OR  FK-SEGMENTS GREATER THAN ONE
           OR  FK-ECR      EQUAL 'Y'
               GO TO 3300-EXIT.

           MOVE 'FILE'                       TO FF-DDNAME.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ZEROES                       TO FF-ZEROES.
           MOVE ONE                          TO FF-SEGMENT.
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
               MOVE 'G'                      TO BQ-REBUILD-SW
               GO TO 3300-EXIT.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3300-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               GO TO 3300-EXIT.

           MOVE LOW-VALUES                   TO ZFAM-DATA.
           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.
           MOVE FF-DATA(1:FF-LENGTH)         TO ZFAM-DATA(1:FF-LENGTH).
           MOVE FF-LENGTH                    TO ZFAM-DATA-LENGTH.

           MOVE FF-CHECKSUM                  TO BF-CHECKSUM.
           SUBTRACT UT-OFFSET-MS FROM FK-ABS GIVING BF-ORIGIN.

           IF  TS-RT-METHOD EQUAL 'POST'
               MOVE FK-OWNER                 TO BF-OWNER.

           MOVE 'Y'                          TO BQ-REBUILD-SW.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * The key's length, trailing spaces and low-values dropped.     *
      *****************************************************************
       3400-KEY-LENGTH.
           MOVE LENGTH OF TS-RT-KEY          TO BQ-KEY-LENGTH.

           PERFORM 3410-KEY-TRIM           THRU 3410-EXIT
               UNTIL BQ-KEY-LENGTH EQUAL ZEROES
               OR   (TS-RT-KEY(BQ-KEY-LENGTH:1) NOT EQUAL SPACES
               AND   TS-RT-KEY(BQ-KEY-LENGTH:1) NOT EQUAL LOW-VALUES).

       3400-EXIT.
           EXIT.

       3410-KEY-TRIM.
           SUBTRACT ONE                    FROM BQ-KEY-LENGTH.

       3410-EXIT.
           EXIT.

      *****************************************************************
      * POST the batch to the partner's /replicate path (the first    *
      * record's) with zFAM-Repl-Batch: yes, then settle each record  *
      * from the result list ZFAM177 answers.  A batch that cannot    *
      * reach the partner has no results, so every record in it goes  *
      * to xxRT, and the session is re-opened for the next batch.     *
      *****************************************************************
       3500-SEND-BATCH.
           MOVE LENGTH OF HTTP-REPL-BATCH       TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF HTTP-REPL-BATCH-VALUE TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-BATCH)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (HTTP-REPL-BATCH-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           INITIALIZE BX-RESULTS.
           MOVE LENGTH OF BX-RESULTS         TO BQ-RESULT-LENGTH.
           MOVE DFHVALUE(POST)               TO WEB-METHOD.
           MOVE DFHVALUE(NOCLICONVERT)       TO CLIENT-CONVERT.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (SESSION-TOKEN)
                PATH      (WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (BQ-MEDIA)
                FROM      (BQ-BODY)
                FROMLENGTH(BQ-BODY-LENGTH)
                INTO      (BX-RESULTS)
                TOLENGTH  (BQ-RESULT-LENGTH)
                MAXLENGTH (BQ-RESULT-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(CLIENT-CONVERT)
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                      TO BQ-CONVERSE-RESP.
           MOVE ZEROES                       TO BQ-RESULT-COUNT.

           IF  BQ-CONVERSE-RESP EQUAL DFHRESP(NORMAL)
           AND WEB-STATUS-CODE  EQUAL 200
               DIVIDE BQ-RESULT-LENGTH BY LENGTH OF BX-ENTRY(1)
                   GIVING BQ-RESULT-COUNT
               PERFORM 3550-READ-RESEND    THRU 3550-EXIT.

           ADD  ONE                          TO BATCH-COUNT.
           ADD  BQ-IN-BATCH                  TO SENT-COUNT.

           PERFORM 3600-RESULT-ONE         THRU 3600-EXIT
               VARYING BQ-RESULT-SUB FROM 1 BY 1
               UNTIL   BQ-RESULT-SUB GREATER THAN BQ-IN-BATCH.

           MOVE ZEROES                       TO BQ-IN-BATCH
                                                 BQ-BODY-LENGTH.

           IF  BQ-CONVERSE-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 3090-WEB-CLOSE      THRU 3090-EXIT
               PERFORM 3050-WEB-OPEN       THRU 3050-EXIT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * The partner answers zFAM-Repl-Resend: from-to when a record   *
      * in the batch showed it a gap in the table's replication       *
      * sequence - START the xxSR transaction (ZFAM178) to resend     *
      * that range to this partner.                                   *
      *****************************************************************
       3550-READ-RESEND.
           MOVE LENGTH OF HTTP-REPL-RESEND   TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-RESEND-VALUE    TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-REPL-RESEND)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-RESEND-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3550-EXIT.

           IF  SQ-RESEND-FROM NOT NUMERIC
           OR  SQ-RESEND-TO   NOT NUMERIC
           OR  SQ-RESEND-FROM EQUAL ZEROES
           OR  SQ-RESEND-FROM GREATER THAN SQ-RESEND-TO
               GO TO 3550-EXIT.

           MOVE BQ-TRANID(3:2)               TO SR-TSQ(1:2).
           MOVE 'SR'                         TO SR-TSQ(3:2).
           MOVE BQ-TRANID                    TO SR-TRANID.
           MOVE SQ-RESEND-FROM               TO SR-FROM.
           MOVE SQ-RESEND-TO                 TO SR-TO.
           MOVE BQ-PARTNER-URL   (BQ-PARTNER-SUB) TO SR-PARTNER.
           MOVE BQ-PARTNER-LENGTH(BQ-PARTNER-SUB) TO SR-PARTNER-LENGTH.
           MOVE LENGTH OF SR-PARM            TO SR-PARM-LENGTH.

           EXEC CICS START TRANSID(SR-TSQ)
                FROM    (SR-PARM)
                LENGTH  (SR-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

       3550-EXIT.
           EXIT.

      *****************************************************************
      * Settle batch record BQ-RESULT-SUB from its result.            *
      *****************************************************************
       3600-RESULT-ONE.
           MOVE ZEROES                       TO BQ-STATUS.

           IF  BQ-RESULT-SUB NOT GREATER THAN BQ-RESULT-COUNT
           AND BX-STATUS(BQ-RESULT-SUB) NUMERIC
               MOVE BX-STATUS(BQ-RESULT-SUB) TO BQ-STATUS.

           IF  BQ-STATUS NOT LESS THAN 200
           AND BQ-STATUS     LESS THAN 300
               ADD  ONE                      TO APPLIED-COUNT
               GO TO 3600-EXIT.

           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.

           EXEC CICS READQ TS
                QUEUE (BQ-WORK-TSQ)
                INTO  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                ITEM  (BQ-BATCH-ITEM(BQ-RESULT-SUB))
                RESP  (BQ-RESP)
                NOHANDLE
           END-EXEC.

           IF  BQ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3600-EXIT.

           IF  BQ-STATUS NOT LESS THAN 400
           AND BQ-STATUS     LESS THAN 500
               ADD  ONE                      TO REJECTED-COUNT
               MOVE BQ-STATUS                TO TD-BR-STATUS
               MOVE TS-RT-METHOD             TO TD-BR-METHOD
               MOVE TS-RT-KEY                TO TD-BR-KEY
               MOVE TD-BATCH-REJECT          TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL     THRU 9900-EXIT
               GO TO 3600-EXIT.

           PERFORM 3800-QUEUE-RETRY        THRU 3800-EXIT.

       3600-EXIT.
           EXIT.

      *****************************************************************
      * Put the current entry on the table's xxRT queue by itself.    *
      *****************************************************************
       3800-QUEUE-RETRY.
           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.

           EXEC CICS WRITEQ TS
                QUEUE (RT-TSQ)
                FROM  (TS-RETRY-ENTRY)
                LENGTH(TS-RT-LENGTH)
                NOHANDLE
           END-EXEC.

           ADD  ONE                          TO RETRY-COUNT.

       3800-EXIT.
           EXIT.

      *****************************************************************
      * Start the replication retry task (ZFAM023) for the records    *
      * this run put on xxRT.                                         *
      *****************************************************************
       8000-START-RETRY.
           MOVE LENGTH OF RT-PARM            TO RT-LENGTH.

           EXEC CICS START TRANSID(RT-TSQ)
                FROM    (RT-PARM)
                LENGTH  (RT-LENGTH)
                NOHANDLE
           END-EXEC.

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
      * Compute the word-sum checksum over the (still enciphered)     *
      * FF-DATA buffer, as ZFAM023.                                   *
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
           MOVE FF-DATA(1:FF-LENGTH)       TO CIPHER-DATA(1:FF-LENGTH).

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
      * This site's UTC offset in milliseconds, from the LE clock,    *
      * into UT-OFFSET-MS - local time less UTC.  No offset           *
      * available is zero.                                            *
      *****************************************************************
       9044-UTC-OFFSET.
           MOVE FUNCTION CURRENT-DATE        TO UT-CURRENT-DATE.
           MOVE ZEROES                       TO UT-OFFSET-MS.

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
      * Write TD CSSL summary of the run.                             *
      *****************************************************************
       9800-WRITE-DONE.
           MOVE BATCH-COUNT           TO TD-BD-BATCHES.
           MOVE SENT-COUNT            TO TD-BD-SENT.
           MOVE APPLIED-COUNT         TO TD-BD-APPLIED.
           MOVE REJECTED-COUNT        TO TD-BD-REJECTED.
           MOVE RETRY-COUNT           TO TD-BD-RETRY.
           MOVE SKIPPED-COUNT         TO TD-BD-SKIPPED.
           MOVE TD-BATCH-DONE         TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL  THRU 9900-EXIT.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write a CSSL line.                                            *
      *****************************************************************
       9900-WRITE-CSSL.
           MOVE EIBTRNID              TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
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

       9900-EXIT.
           EXIT.
