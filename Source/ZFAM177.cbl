       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM177.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Replication batch receiver.                                   *
      *                                                               *
      * ZFAM002 XCTLs here when a partner Data Center's ZFAM176       *
      * POSTs a batch of replicated writes to the /replicate path     *
      * with zFAM-Repl-Batch: yes.  The body is a run of ZFAMBQC      *
      * BF-FRAME records, each followed by its path, query string,    *
      * key and data.                                                 *
      *                                                               *
      * Each record is applied, in the order it was framed, by        *
      * conversing it with this same region's /replicate path - the   *
      * method, path, query string, media type and data the partner   *
      * would have sent by itself, with its zFAM-Correlation-Id,      *
      * zFAM-Checksum, zFAM-Owner and zFAM-Origin-Abs headers - so    *
      * ZFAM002 gives every record of a batch the same checksum,      *
      * correlation, ownership and conflict checks, journaling and    *
      * index maintenance a single replication converse gets.         *
      *                                                               *
      * The answer is one ZFAMBQC BX-ENTRY per record applied - key,  *
      * a space, the three-digit HTTP status ZFAM002 returned for it  *
      * (502 when it could not be reached) and CRLF - with the count  *
      * in zFAM-Rows.  A frame that does not fit what is left of the  *
      * body ends the batch; the records after it get no result and   *
      * the sender retries them.                                      *
      *                                                               *
      * A record carrying a replication sequence (BF-SEQ) is applied  *
      * with its zFAM-Repl-Seq and zFAM-Repl-Site, so ZFAM002 tracks  *
      * it as it would a single converse; the gaps it answers with    *
      * zFAM-Repl-Resend are merged into one range, lowest to         *
      * highest, and answered to the sender the same way.             *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
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
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  ONE                    PIC S9(08) COMP   VALUE 1.

       COPY ZFAMBQC.

       COPY ZFAMSQC.

       01  BQ-RESEND-FROM         PIC  9(15) VALUE ZEROES.
       01  BQ-RESEND-TO           PIC  9(15) VALUE ZEROES.

       01  BQ-BODY                PIC X(640000) VALUE LOW-VALUES.
       01  BQ-BODY-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  BQ-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  BQ-REMAINING           PIC S9(08) COMP VALUE ZEROES.
       01  BQ-FRAME-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  BQ-DATA-OFFSET         PIC S9(08) COMP VALUE ZEROES.
       01  BQ-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  BQ-FAILED              PIC S9(04) COMP VALUE ZEROES.
       01  BQ-STOP-SW             PIC  X(01) VALUE 'N'.
       01  BQ-OPEN-SW             PIC  X(01) VALUE 'N'.
       01  BQ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  BQ-RESULT-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  BQ-COUNT-DISPLAY       PIC  9(04) VALUE ZEROES.

       01  WEB-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  WEB-HOST               PIC X(120) VALUE SPACES.
       01  WEB-HOST-LENGTH        PIC S9(08) COMP VALUE 120.
       01  WEB-HTTPMETHOD         PIC  X(10) VALUE SPACES.
       01  WEB-HTTPMETHOD-LENGTH  PIC S9(08) COMP VALUE 10.
       01  WEB-PORT               PIC S9(08) COMP VALUE ZEROES.
       01  WEB-MEDIA-TYPE         PIC  X(56) VALUE SPACES.

       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  WEB-PATH               PIC  X(512) VALUE LOW-VALUES.
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  WEB-QUERYSTRING        PIC  X(256) VALUE SPACES.
       01  WEB-QUERYSTRING-LENGTH PIC S9(08) COMP VALUE ZEROES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE ZEROES.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.

       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.

       01  REPLICATE              PIC  X(10) VALUE '/replicate'.
       01  TEXT-ANYTHING          PIC  X(04) VALUE 'text'.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.
       01  APPLICATION-XML        PIC  X(56) VALUE 'application/xml'.
       01  APPLICATION-JSON       PIC  X(56) VALUE 'application/json'.

       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-400        PIC S9(04) COMP VALUE 400.
       01  HTTP-OK                PIC  X(02) VALUE 'OK'.
       01  HTTP-BAD-REQUEST       PIC  X(11) VALUE 'Bad Request'.
       01  STATUS-400             PIC  9(03) VALUE 400.
       01  STATUS-502             PIC  9(03) VALUE 502.

      *****************************************************************
      * The per-record headers ZFAM002's 8220-CONVERSE-ONCE writes on *
      * a single replication converse.                                *
      *****************************************************************
       01  HTTP-CORRID            PIC  X(19) VALUE
           'zFAM-Correlation-Id'.
       01  HTTP-REPL-CKSUM        PIC  X(13) VALUE 'zFAM-Checksum'.
       01  HTTP-OWNER             PIC  X(10) VALUE 'zFAM-Owner'.
       01  HTTP-ORIGIN            PIC  X(15) VALUE 'zFAM-Origin-Abs'.
       01  HEADER-ROWS            PIC  X(09) VALUE 'zFAM-Rows'.
       01  HTTP-NAME-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  HTTP-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.

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

       01  TD-BATCH-APPLIED.
           02  FILLER             PIC  X(30) VALUE
               'Repl batch received - records '.
           02  TD-BA-COUNT        PIC ZZZ9.
           02  FILLER             PIC  X(14) VALUE ' not applied: '.
           02  TD-BA-FAILED       PIC ZZZ9.
           02  FILLER             PIC  X(10) VALUE ' stopped: '.
           02  TD-BA-STOP         PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(27) VALUE SPACES.

      *****************************************************************
      * CICS monitoring (ZFAMMNC).  ZFAM002 hands the request's zFAM  *
      * detail over in the commarea; this program answers the         *
      * request, so it sets the status, bytes out and segments it     *
      * sent and issues the monitoring point on its way out.          *
      *****************************************************************
       COPY ZFAMMNC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(48).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-RECEIVE            THRU 1000-EXIT.
           PERFORM 2000-WEB-OPEN           THRU 2000-EXIT.

           MOVE 1                            TO BQ-OFFSET.
           MOVE ZEROES                       TO BQ-COUNT
                                                 BQ-FAILED.
           MOVE 'N'                          TO BQ-STOP-SW.

           PERFORM 3000-APPLY-ONE          THRU 3000-EXIT
               UNTIL BQ-OFFSET   GREATER THAN BQ-BODY-LENGTH
               OR    BQ-COUNT    NOT LESS THAN BQ-MAX
               OR    BQ-STOP-SW  EQUAL 'Y'.

           IF  BQ-OPEN-SW EQUAL 'Y'
               EXEC CICS WEB CLOSE
                    SESSTOKEN(SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           PERFORM 4000-SEND-RESULTS       THRU 4000-EXIT.
           PERFORM 9800-WRITE-DONE         THRU 9800-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Extract the request and receive the whole batch, unconverted  *
      * - the frames are converted record by record as they are       *
      * applied.  A body that cannot be received is refused.          *
      *****************************************************************
       1000-RECEIVE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           IF  EIBCALEN NOT LESS THAN LENGTH OF MN-RECORD
               MOVE DFHCOMMAREA              TO MN-RECORD.

           MOVE ZEROES                       TO MN-SEGMENTS
                                                 MN-HTTP-STATUS
                                                 MN-BYTES-OUT.

           EXEC CICS WEB EXTRACT
                SCHEME(WEB-SCHEME)
                HOST(WEB-HOST)
                HOSTLENGTH(WEB-HOST-LENGTH)
                HTTPMETHOD(WEB-HTTPMETHOD)
                METHODLENGTH(WEB-HTTPMETHOD-LENGTH)
                PORTNUMBER(WEB-PORT)
                NOHANDLE
           END-EXEC.

           MOVE BQ-BODY-MAX                  TO BQ-BODY-LENGTH.

           EXEC CICS WEB RECEIVE
                INTO     (BQ-BODY)
                LENGTH   (BQ-BODY-LENGTH)
                MAXLENGTH(BQ-BODY-MAX)
                MEDIATYPE(WEB-MEDIA-TYPE)
                RESP     (BQ-RESP)
                NOSRVCONVERT
                NOHANDLE
           END-EXEC.

           IF  BQ-RESP EQUAL DFHRESP(NORMAL)
           AND BQ-BODY-LENGTH GREATER THAN ZEROES
               GO TO 1000-EXIT.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (HTTP-BAD-REQUEST)
                FROMLENGTH(LENGTH OF HTTP-BAD-REQUEST)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-400)
                STATUSTEXT(HTTP-BAD-REQUEST)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-400              TO MN-HTTP-STATUS.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Open a WEB session back into this region, on the scheme,      *
      * host and port the batch arrived on.                           *
      *****************************************************************
       2000-WEB-OPEN.
           MOVE 'N'                          TO BQ-OPEN-SW.

           EXEC CICS WEB OPEN
                HOST(WEB-HOST)
                HOSTLENGTH(WEB-HOST-LENGTH)
                PORTNUMBER(WEB-PORT)
                SCHEME(WEB-SCHEME)
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BQ-OPEN-SW.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Take the frame at BQ-OFFSET and apply its record.             *
      *****************************************************************
       3000-APPLY-ONE.
           COMPUTE BQ-REMAINING = BQ-BODY-LENGTH - BQ-OFFSET + 1.

           IF  BQ-REMAINING LESS THAN LENGTH OF BF-FRAME
               MOVE 'Y'                      TO BQ-STOP-SW
               GO TO 3000-EXIT.

           MOVE BQ-BODY(BQ-OFFSET:LENGTH OF BF-FRAME) TO BF-FRAME.

           IF  BF-CHECKSUM    NOT NUMERIC
           OR  BF-ORIGIN      NOT NUMERIC
           OR  BF-PATH-LENGTH NOT NUMERIC
           OR  BF-QS-LENGTH   NOT NUMERIC
           OR  BF-KEY-LENGTH  NOT NUMERIC
           OR  BF-DATA-LENGTH NOT NUMERIC
               MOVE 'Y'                      TO BQ-STOP-SW
               GO TO 3000-EXIT.

           COMPUTE BQ-FRAME-LENGTH = LENGTH OF BF-FRAME
                                   + BF-PATH-LENGTH
                                   + BF-QS-LENGTH
                                   + BF-KEY-LENGTH
                                   + BF-DATA-LENGTH.

           IF  BQ-FRAME-LENGTH GREATER THAN BQ-REMAINING
           OR  BF-PATH-LENGTH  LESS    THAN LENGTH OF REPLICATE
           OR  BF-PATH-LENGTH  GREATER THAN LENGTH OF WEB-PATH
           OR  BF-QS-LENGTH    GREATER THAN LENGTH OF WEB-QUERYSTRING
           OR  BF-KEY-LENGTH   GREATER THAN LENGTH OF BX-KEY(1)
               MOVE 'Y'                      TO BQ-STOP-SW
               GO TO 3000-EXIT.

           ADD  ONE                          TO BQ-COUNT.
           MOVE SPACES                       TO BX-KEY(BQ-COUNT).
           ADD  LENGTH OF BF-FRAME           TO BQ-OFFSET.

           MOVE LOW-VALUES                   TO WEB-PATH.
           MOVE BQ-BODY(BQ-OFFSET:BF-PATH-LENGTH)
                                             TO WEB-PATH.
           MOVE BF-PATH-LENGTH               TO WEB-PATH-LENGTH.
           ADD  BF-PATH-LENGTH               TO BQ-OFFSET.

           MOVE SPACES                       TO WEB-QUERYSTRING.
           MOVE BF-QS-LENGTH                 TO WEB-QUERYSTRING-LENGTH.

           IF  BF-QS-LENGTH GREATER THAN ZEROES
               MOVE BQ-BODY(BQ-OFFSET:BF-QS-LENGTH)
                                             TO WEB-QUERYSTRING
               ADD  BF-QS-LENGTH             TO BQ-OFFSET.

           IF  BF-KEY-LENGTH GREATER THAN ZEROES
               MOVE BQ-BODY(BQ-OFFSET:BF-KEY-LENGTH)
                                             TO BX-KEY(BQ-COUNT)
               ADD  BF-KEY-LENGTH            TO BQ-OFFSET.

           MOVE BQ-OFFSET                    TO BQ-DATA-OFFSET.
           ADD  BF-DATA-LENGTH               TO BQ-OFFSET.

           IF  WEB-PATH(1:10) NOT EQUAL REPLICATE
               MOVE STATUS-400               TO BX-STATUS(BQ-COUNT)
               ADD  ONE                      TO BQ-FAILED
               GO TO 3000-EXIT.

           PERFORM 3100-CONVERSE           THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Converse the record with this region's /replicate path, with  *
      * the headers a single replication converse carries, and record *
      * the status ZFAM002 answered.  When this region cannot be      *
      * reached the record is answered 502 and the session re-opened  *
      * for the next one.                                             *
      *****************************************************************
       3100-CONVERSE.
           IF  BQ-OPEN-SW NOT EQUAL 'Y'
               PERFORM 2000-WEB-OPEN       THRU 2000-EXIT.

           EVALUATE BF-METHOD
               WHEN 'POST'
                   MOVE DFHVALUE(POST)       TO WEB-METHOD
               WHEN 'PUT'
                   MOVE DFHVALUE(PUT)        TO WEB-METHOD
               WHEN 'DELETE'
                   MOVE DFHVALUE(DELETE)     TO WEB-METHOD
               WHEN OTHER
                   MOVE STATUS-400           TO BX-STATUS(BQ-COUNT)
                   ADD  ONE                  TO BQ-FAILED
                   GO TO 3100-EXIT
           END-EVALUATE.

           MOVE DFHVALUE(NOCLICONVERT)       TO CLIENT-CONVERT.

           IF  BF-MEDIA(1:04) EQUAL TEXT-ANYTHING
           OR  BF-MEDIA(1:15) EQUAL APPLICATION-XML
           OR  BF-MEDIA(1:16) EQUAL APPLICATION-JSON
               MOVE DFHVALUE(CLICONVERT)     TO CLIENT-CONVERT.

           PERFORM 3200-WRITE-HEADERS      THRU 3200-EXIT.

           MOVE ZEROES                       TO WEB-STATUS-CODE.
           MOVE LENGTH OF CONVERSE-RESPONSE  TO CONVERSE-LENGTH.

           IF  WEB-METHOD NOT EQUAL DFHVALUE(DELETE)
           AND WEB-QUERYSTRING-LENGTH EQUAL ZEROES
               EXEC CICS WEB CONVERSE
                    SESSTOKEN  (SESSION-TOKEN)
                    PATH       (WEB-PATH)
                    PATHLENGTH (WEB-PATH-LENGTH)
                    METHOD     (WEB-METHOD)
                    MEDIATYPE  (BF-MEDIA)
                    FROM       (BQ-BODY(BQ-DATA-OFFSET:))
                    FROMLENGTH (BF-DATA-LENGTH)
                    INTO       (CONVERSE-RESPONSE)
                    TOLENGTH   (CONVERSE-LENGTH)
                    MAXLENGTH  (CONVERSE-LENGTH)
                    STATUSCODE (WEB-STATUS-CODE)
                    STATUSLEN  (WEB-STATUS-LENGTH)
                    STATUSTEXT (WEB-STATUS-TEXT)
                    CLIENTCONV (CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC.

           IF  WEB-METHOD NOT EQUAL DFHVALUE(DELETE)
           AND WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES
               EXEC CICS WEB CONVERSE
                    SESSTOKEN  (SESSION-TOKEN)
                    PATH       (WEB-PATH)
                    PATHLENGTH (WEB-PATH-LENGTH)
                    METHOD     (WEB-METHOD)
                    MEDIATYPE  (BF-MEDIA)
                    FROM       (BQ-BODY(BQ-DATA-OFFSET:))
                    FROMLENGTH (BF-DATA-LENGTH)
                    INTO       (CONVERSE-RESPONSE)
                    TOLENGTH   (CONVERSE-LENGTH)
                    MAXLENGTH  (CONVERSE-LENGTH)
                    STATUSCODE (WEB-STATUS-CODE)
                    STATUSLEN  (WEB-STATUS-LENGTH)
                    STATUSTEXT (WEB-STATUS-TEXT)
                    QUERYSTRING(WEB-QUERYSTRING)
                    QUERYSTRLEN(WEB-QUERYSTRING-LENGTH)
                    CLIENTCONV (CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(DELETE)
               EXEC CICS WEB CONVERSE
                    SESSTOKEN  (SESSION-TOKEN)
                    PATH       (WEB-PATH)
                    PATHLENGTH (WEB-PATH-LENGTH)
                    METHOD     (WEB-METHOD)
                    MEDIATYPE  (BF-MEDIA)
                    INTO       (CONVERSE-RESPONSE)
                    TOLENGTH   (CONVERSE-LENGTH)
                    MAXLENGTH  (CONVERSE-LENGTH)
                    STATUSCODE (WEB-STATUS-CODE)
                    STATUSLEN  (WEB-STATUS-LENGTH)
                    STATUSTEXT (WEB-STATUS-TEXT)
                    CLIENTCONV (CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC.

           MOVE EIBRESP                      TO BQ-RESP.

           IF  BQ-RESP EQUAL DFHRESP(NORMAL)
           AND BF-SEQ  NUMERIC
           AND BF-SEQ  GREATER THAN ZEROES
               PERFORM 3300-READ-RESEND    THRU 3300-EXIT.

           IF  WEB-STATUS-CODE GREATER THAN ZEROES
           AND WEB-STATUS-CODE LESS    THAN 1000
               MOVE WEB-STATUS-CODE          TO BX-STATUS(BQ-COUNT)
           ELSE
               MOVE STATUS-502               TO BX-STATUS(BQ-COUNT).

           IF  BX-STATUS(BQ-COUNT) LESS    THAN 200
           OR  BX-STATUS(BQ-COUNT) GREATER THAN 299
               ADD  ONE                      TO BQ-FAILED.

           IF  BQ-RESP NOT EQUAL DFHRESP(NORMAL)
           AND WEB-STATUS-CODE EQUAL ZEROES
               EXEC CICS WEB CLOSE
                    SESSTOKEN(SESSION-TOKEN)
                    NOHANDLE
               END-EXEC
               MOVE 'N'                      TO BQ-OPEN-SW.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Write the record's zFAM-Correlation-Id, and - for a POST or   *
      * PUT - its zFAM-Checksum, zFAM-Owner (POST) and                *
      * zFAM-Origin-Abs, as 8220-CONVERSE-ONCE in ZFAM002 does.       *
      *****************************************************************
       3200-WRITE-HEADERS.
           IF  BF-CORRID NOT EQUAL SPACES
               MOVE LENGTH OF HTTP-CORRID    TO HTTP-NAME-LENGTH
               MOVE LENGTH OF BF-CORRID      TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-CORRID)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (BF-CORRID)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    SESSTOKEN  (SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(DELETE)
               GO TO 3200-EXIT.

           IF  BF-CHECKSUM GREATER THAN ZEROES
               MOVE LENGTH OF HTTP-REPL-CKSUM TO HTTP-NAME-LENGTH
               MOVE LENGTH OF BF-CHECKSUM    TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-REPL-CKSUM)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (BF-CHECKSUM)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    SESSTOKEN  (SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           IF  WEB-METHOD EQUAL DFHVALUE(POST)
           AND BF-OWNER   NOT EQUAL SPACES
               MOVE LENGTH OF HTTP-OWNER     TO HTTP-NAME-LENGTH
               MOVE LENGTH OF BF-OWNER       TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-OWNER)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (BF-OWNER)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    SESSTOKEN  (SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           IF  BF-ORIGIN GREATER THAN ZEROES
               MOVE LENGTH OF HTTP-ORIGIN    TO HTTP-NAME-LENGTH
               MOVE LENGTH OF BF-ORIGIN      TO HTTP-VALUE-LENGTH
               EXEC CICS WEB WRITE
                    HTTPHEADER (HTTP-ORIGIN)
                    NAMELENGTH (HTTP-NAME-LENGTH)
                    VALUE      (BF-ORIGIN)
                    VALUELENGTH(HTTP-VALUE-LENGTH)
                    SESSTOKEN  (SESSION-TOKEN)
                    NOHANDLE
               END-EXEC.

           IF  BF-SEQ NUMERIC
           AND BF-SEQ GREATER THAN ZEROES
               PERFORM 3250-WRITE-SEQUENCE THRU 3250-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Write the record's zFAM-Repl-Seq and zFAM-Repl-Site, as       *
      * 8225-WRITE-SEQUENCE in ZFAM002 does.                          *
      *****************************************************************
       3250-WRITE-SEQUENCE.
           MOVE BF-SEQ                       TO SQ-SEQ-VALUE.
           MOVE BF-SITE                      TO SQ-SITE-VALUE.
           MOVE LENGTH OF HTTP-REPL-SEQ      TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-SEQ-VALUE       TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-SEQ)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-SEQ-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-REPL-SITE     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-SITE-VALUE      TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-SITE)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-SITE-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       3250-EXIT.
           EXIT.

      *****************************************************************
      * ZFAM002 answers zFAM-Repl-Resend: from-to when the record     *
      * showed it a gap in the origin's replication sequence.         *
      * Widen this batch's resend range to take it in.                *
      *****************************************************************
       3300-READ-RESEND.
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
               GO TO 3300-EXIT.

           IF  SQ-RESEND-FROM NOT NUMERIC
           OR  SQ-RESEND-TO   NOT NUMERIC
           OR  SQ-RESEND-FROM EQUAL ZEROES
           OR  SQ-RESEND-FROM GREATER THAN SQ-RESEND-TO
               GO TO 3300-EXIT.

           IF  BQ-RESEND-FROM EQUAL ZEROES
           OR  SQ-RESEND-FROM LESS THAN BQ-RESEND-FROM
               MOVE SQ-RESEND-FROM           TO BQ-RESEND-FROM.

           IF  SQ-RESEND-TO GREATER THAN BQ-RESEND-TO
               MOVE SQ-RESEND-TO             TO BQ-RESEND-TO.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Answer the per-record result list, unconverted, with the      *
      * count of records in zFAM-Rows.                                *
      *****************************************************************
       4000-SEND-RESULTS.
           MOVE BQ-COUNT                     TO BQ-COUNT-DISPLAY.
           MOVE LENGTH OF HEADER-ROWS        TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF BQ-COUNT-DISPLAY   TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (BQ-COUNT-DISPLAY)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  BQ-RESEND-FROM GREATER THAN ZEROES
               PERFORM 4100-WRITE-RESEND   THRU 4100-EXIT.

           COMPUTE BQ-RESULT-LENGTH =
                   BQ-COUNT * LENGTH OF BX-ENTRY(1).

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (BX-RESULTS)
                FROMLENGTH(BQ-RESULT-LENGTH)
                MEDIATYPE (TEXT-PLAIN)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                NOSRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-200              TO MN-HTTP-STATUS.
           MOVE BQ-RESULT-LENGTH             TO MN-BYTES-OUT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Answer the sender the merged resend range in                  *
      * zFAM-Repl-Resend.                                             *
      *****************************************************************
       4100-WRITE-RESEND.
           MOVE BQ-RESEND-FROM               TO SQ-RESEND-FROM.
           MOVE BQ-RESEND-TO                 TO SQ-RESEND-TO.
           MOVE LENGTH OF HTTP-REPL-RESEND   TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF SQ-RESEND-VALUE    TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-RESEND)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (SQ-RESEND-VALUE)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                NOHANDLE
           END-EXEC.

       4100-EXIT.
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
           MOVE 'ZFAM177 '                   TO MN-PROGRAM.

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
      * Write TD CSSL summary of the batch.                           *
      *****************************************************************
       9800-WRITE-DONE.
           MOVE BQ-COUNT              TO TD-BA-COUNT.
           MOVE BQ-FAILED             TO TD-BA-FAILED.
           MOVE BQ-STOP-SW            TO TD-BA-STOP.
           MOVE TD-BATCH-APPLIED      TO TD-MESSAGE.
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
