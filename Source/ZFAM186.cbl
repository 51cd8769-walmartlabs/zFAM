       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM186.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Asynchronous job runner.                                      *
      *                                                               *
      * Range deletes, AGG over big ranges, ORDERBY browses and       *
      * reconcile requests can outlast the web tier's timeout; the    *
      * client gives up and retries while the first attempt is still  *
      * running.  A GET or DELETE sent with zFAM-Async: yes is filed  *
      * instead on the table's FAxxAJ job file by ZFAM002, which      *
      * STARTs this program as the table's xxAJ transaction and       *
      * answers 202 with the job id at once.                          *
      *                                                               *
      * The job is claimed (queued to running) and run by conversing  *
      * the request it holds - method, path, query string and the     *
      * carried-over headers - with this same region, on the scheme,  *
      * host and port it arrived on, as ZFAM177 applies a batch.  The *
      * converse carries zFAM-Job and a one-time zFAM-Job-Ticket in   *
      * place of the caller's credentials: ZFAM002 honors the ticket  *
      * once, for the running job it was issued to, and runs the      *
      * request as the userid that submitted it.                      *
      *                                                               *
      * The status code, zFAM-Rows, zFAM-LastKey, media type and up   *
      * to 30000 bytes of the response are kept on the job, which is  *
      * then done (2xx) or failed; GET ?job=id answers them until the *
      * job expires AJ-RETAIN-DAYS later.  A job cancelled while it   *
      * ran stays cancelled.  A range delete that carries on in       *
      * ZFAM003 continuation tasks is left running - the last of them *
      * marks it done.                                                *
      *                                                               *
      * Each run also deletes the table's jobs past their expiry, and *
      * any never finished within their retention of being submitted. *
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
       01  NOW-ABS                PIC  9(15) VALUE ZEROES.
       01  DAY-MILLISECONDS       PIC S9(15) COMP-3 VALUE 86400000.
       01  ONE                    PIC S9(08) COMP VALUE 1.

       01  JOB-FOUND-SW           PIC  X(01) VALUE 'N'.
       01  OPEN-SW                PIC  X(01) VALUE 'N'.
       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.

       01  TICKET-WORK.
           02  TW-ABS             PIC  9(15) VALUE ZEROES.
           02  TW-TASK            PIC  9(07) VALUE ZEROES.

       01  TICKET-PARTS REDEFINES TICKET-WORK.
           02  FILLER             PIC  X(07).
           02  TW-TICKET          PIC  X(15).

       01  TICKET-DISPLAY         PIC  9(15) VALUE ZEROES.

      *****************************************************************
      * The job's request and its answer.                             *
      *****************************************************************
       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.
       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE ZEROES.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.
       01  CONVERSE-RESP          PIC S9(08) COMP VALUE ZEROES.
       01  STATUS-502             PIC  9(03) VALUE 502.

       01  RESPONSE-BODY          PIC X(30000) VALUE SPACES.
       01  RESPONSE-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  RESPONSE-MAX           PIC S9(08) COMP VALUE 30000.
       01  RESPONSE-TRUNCATED     PIC  X(01) VALUE 'N'.

       01  HEADER-ROWS            PIC  X(09) VALUE 'zFAM-Rows'.
       01  HEADER-LASTKEY         PIC  X(12) VALUE 'zFAM-LastKey'.
       01  HEADER-CONTENT         PIC  X(12) VALUE 'Content-Type'.
       01  HTTP-NAME-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  HTTP-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.

       01  RESULT-ROWS            PIC  X(16) VALUE SPACES.
       01  RESULT-LASTKEY         PIC X(255) VALUE SPACES.
       01  RESULT-LASTKEY-LENGTH  PIC S9(08) COMP VALUE ZEROES.
       01  RESULT-MEDIA           PIC  X(56) VALUE SPACES.

       01  ROWS-JUST              PIC  X(09) VALUE ZEROES.
       01  ROWS-N REDEFINES ROWS-JUST
                                  PIC  9(09).
       01  ROWS-SPACES            PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMAJC.

      *****************************************************************
      * Expired jobs found by the browse, deleted after it ends.      *
      *****************************************************************
       01  EX-MAX                 PIC S9(04) COMP VALUE 100.
       01  EX-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  EX-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  EX-DELETED             PIC S9(04) COMP VALUE ZEROES.

       01  EX-TABLE.
           02  EX-ID              OCCURS 100 TIMES
                                  PIC  X(22) VALUE SPACES.

       01  AJ-BR-KEY              PIC  X(22) VALUE LOW-VALUES.

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

       01  TD-JOB-DONE.
           02  FILLER             PIC  X(10) VALUE 'Async job '.
           02  TD-JD-ID           PIC  X(22) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-JD-METHOD       PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' status '.
           02  TD-JD-STATUS       PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' http '.
           02  TD-JD-HTTP         PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(06) VALUE ' rows '.
           02  TD-JD-ROWS         PIC  Z(08)9.
           02  FILLER             PIC  X(18) VALUE SPACES.

       01  TD-JOB-PURGED.
           02  FILLER             PIC  X(35) VALUE
               'Async jobs - expired jobs deleted: '.
           02  TD-JP-COUNT        PIC  ZZZ9.
           02  FILLER             PIC  X(51) VALUE SPACES.

       01  TD-JOB-ABEND.
           02  FILLER             PIC  X(10) VALUE 'Async job '.
           02  TD-JA-ID           PIC  X(22) VALUE SPACES.
           02  FILLER             PIC  X(58) VALUE
               ' - runner abended; job marked failed.'.

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
           PERFORM 2000-CLAIM-JOB            THRU 2000-EXIT.

           IF  JOB-FOUND-SW EQUAL 'Y'
               PERFORM 3000-RUN-JOB          THRU 3000-EXIT
               PERFORM 4000-FINISH-JOB       THRU 4000-EXIT.

           PERFORM 5000-PURGE-EXPIRED        THRU 5000-EXIT.
           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Retrieve the table and job id ZFAM002 started this task with. *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS HANDLE ABEND LABEL(8900-ABEND) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE WS-ABS                       TO NOW-ABS.
           MOVE LENGTH OF AJ-PARM            TO AJ-PARM-LENGTH.

           EXEC CICS RETRIEVE INTO(AJ-PARM)
                LENGTH(AJ-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           MOVE AJ-P-TRANID(3:2)             TO AJ-TRANID(3:2).

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Claim the job - only a queued job is run; one cancelled       *
      * before it started is left alone.  The claim is committed      *
      * before the converse so ZFAM002 can honor the ticket.          *
      *****************************************************************
       2000-CLAIM-JOB.
           MOVE 'N'                          TO JOB-FOUND-SW.

           IF  AJ-P-ID EQUAL SPACES
               GO TO 2000-EXIT.

           MOVE AJ-P-ID                      TO AJ-ID.
           MOVE LENGTH OF AJ-RECORD          TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                UPDATE
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           IF  AJ-STATUS NOT EQUAL 'Q'
               EXEC CICS UNLOCK FILE(AJ-FCT) NOHANDLE
               END-EXEC
               GO TO 2000-EXIT.

           MOVE NOW-ABS                      TO TW-ABS.
           MOVE EIBTASKN                     TO TW-TASK.
           MOVE TW-TICKET                    TO TICKET-DISPLAY.

           MOVE 'R'                          TO AJ-STATUS.
           MOVE NOW-ABS                      TO AJ-STARTED-ABS.
           MOVE EIBTASKN                     TO AJ-RUNNER-TASK.
           MOVE TICKET-DISPLAY               TO AJ-TICKET.

           PERFORM 4900-REWRITE-JOB          THRU 4900-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           IF  AJ-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO JOB-FOUND-SW.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Converse the job's request with this region.  A session that  *
      * cannot be opened, or a converse that gets no answer, leaves   *
      * the job's status code at 502.                                 *
      *****************************************************************
       3000-RUN-JOB.
           MOVE ZEROES                       TO WEB-STATUS-CODE
                                                 RESPONSE-LENGTH.
           MOVE 'N'                          TO RESPONSE-TRUNCATED.
           MOVE SPACES                       TO RESULT-ROWS
                                                 RESULT-LASTKEY
                                                 RESULT-MEDIA.
           MOVE ZEROES                       TO RESULT-LASTKEY-LENGTH.

           EXEC CICS WEB OPEN
                HOST(AJ-HOST)
                HOSTLENGTH(AJ-HOST-LENGTH)
                PORTNUMBER(AJ-PORT)
                SCHEME(AJ-SCHEME)
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           MOVE 'Y'                          TO OPEN-SW.

           IF  AJ-METHOD EQUAL 'DELETE'
               MOVE DFHVALUE(DELETE)         TO WEB-METHOD
           ELSE
               MOVE DFHVALUE(GET)            TO WEB-METHOD.

           PERFORM 3100-WRITE-HEADER         THRU 3100-EXIT
               VARYING AJ-HDR-SUB FROM 1 BY 1
               UNTIL   AJ-HDR-SUB GREATER THAN AJ-HEADER-MAX.

           MOVE LENGTH OF HTTP-JOB           TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF AJ-ID              TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-JOB)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (AJ-ID)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-JOB-TICKET    TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF TICKET-DISPLAY     TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-JOB-TICKET)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (TICKET-DISPLAY)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(CLICONVERT)         TO CLIENT-CONVERT.
           MOVE RESPONSE-MAX                 TO RESPONSE-LENGTH.

           IF  AJ-QUERY-LENGTH EQUAL ZEROES
               EXEC CICS WEB CONVERSE
                    SESSTOKEN  (SESSION-TOKEN)
                    PATH       (AJ-PATH)
                    PATHLENGTH (AJ-PATH-LENGTH)
                    METHOD     (WEB-METHOD)
                    INTO       (RESPONSE-BODY)
                    TOLENGTH   (RESPONSE-LENGTH)
                    MAXLENGTH  (RESPONSE-MAX)
                    STATUSCODE (WEB-STATUS-CODE)
                    STATUSLEN  (WEB-STATUS-LENGTH)
                    STATUSTEXT (WEB-STATUS-TEXT)
                    CLIENTCONV (CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WEB CONVERSE
                    SESSTOKEN  (SESSION-TOKEN)
                    PATH       (AJ-PATH)
                    PATHLENGTH (AJ-PATH-LENGTH)
                    METHOD     (WEB-METHOD)
                    INTO       (RESPONSE-BODY)
                    TOLENGTH   (RESPONSE-LENGTH)
                    MAXLENGTH  (RESPONSE-MAX)
                    STATUSCODE (WEB-STATUS-CODE)
                    STATUSLEN  (WEB-STATUS-LENGTH)
                    STATUSTEXT (WEB-STATUS-TEXT)
                    QUERYSTRING(AJ-QUERY)
                    QUERYSTRLEN(AJ-QUERY-LENGTH)
                    CLIENTCONV (CLIENT-CONVERT)
                    NOHANDLE
               END-EXEC.

           MOVE EIBRESP                      TO CONVERSE-RESP.

           IF  CONVERSE-RESP EQUAL DFHRESP(LENGERR)
               MOVE 'Y'                      TO RESPONSE-TRUNCATED
               MOVE RESPONSE-MAX             TO RESPONSE-LENGTH.

           IF  CONVERSE-RESP NOT EQUAL DFHRESP(NORMAL)
           AND CONVERSE-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE ZEROES                   TO RESPONSE-LENGTH.

           IF  WEB-STATUS-CODE GREATER THAN ZEROES
               PERFORM 3200-READ-RESULT      THRU 3200-EXIT.

           EXEC CICS WEB CLOSE
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Write one carried-over request header on the session.         *
      *****************************************************************
       3100-WRITE-HEADER.
           IF  AJ-HDR-LENGTH(AJ-HDR-SUB) NOT GREATER THAN ZEROES
               GO TO 3100-EXIT.

           MOVE AJ-HEADER-NAME-LENGTH(AJ-HDR-SUB)
                                             TO HTTP-NAME-LENGTH.
           MOVE AJ-HDR-LENGTH(AJ-HDR-SUB)    TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (AJ-HEADER-NAME(AJ-HDR-SUB))
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (AJ-HDR-VALUE(AJ-HDR-SUB))
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Read the answer's zFAM-Rows, zFAM-LastKey and media type.     *
      *****************************************************************
       3200-READ-RESULT.
           MOVE LENGTH OF HEADER-ROWS        TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF RESULT-ROWS        TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HEADER-ROWS)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (RESULT-ROWS)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                   TO RESULT-ROWS.

           MOVE LENGTH OF HEADER-LASTKEY     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF RESULT-LASTKEY     TO RESULT-LASTKEY-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HEADER-LASTKEY)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (RESULT-LASTKEY)
                VALUELENGTH(RESULT-LASTKEY-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                   TO RESULT-LASTKEY
               MOVE ZEROES                   TO RESULT-LASTKEY-LENGTH.

           MOVE LENGTH OF HEADER-CONTENT     TO HTTP-NAME-LENGTH.
           MOVE LENGTH OF RESULT-MEDIA       TO HTTP-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HEADER-CONTENT)
                NAMELENGTH (HTTP-NAME-LENGTH)
                VALUE      (RESULT-MEDIA)
                VALUELENGTH(HTTP-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'text/plain'             TO RESULT-MEDIA.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Keep the answer on the job and settle its status.  A job      *
      * cancelled meanwhile stays cancelled; one a continuation task  *
      * has already finished stays done; a range delete still         *
      * carrying on stays running for its last continuation to end.   *
      *****************************************************************
       4000-FINISH-JOB.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE WS-ABS                       TO NOW-ABS.
           MOVE LENGTH OF AJ-RECORD          TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                UPDATE
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           IF  WEB-STATUS-CODE GREATER THAN ZEROES
           AND WEB-STATUS-CODE LESS    THAN 1000
               MOVE WEB-STATUS-CODE          TO AJ-HTTP-STATUS
           ELSE
               MOVE STATUS-502               TO AJ-HTTP-STATUS.

           MOVE RESULT-ROWS                  TO AJ-ROWS.
           MOVE RESULT-LASTKEY               TO AJ-LASTKEY.
           MOVE RESULT-LASTKEY-LENGTH        TO AJ-LASTKEY-LENGTH.
           MOVE RESULT-MEDIA                 TO AJ-MEDIA.
           MOVE RESPONSE-TRUNCATED           TO AJ-TRUNCATED.
           MOVE RESPONSE-LENGTH              TO AJ-BODY-LENGTH.
           MOVE SPACES                       TO AJ-BODY.

           IF  RESPONSE-LENGTH GREATER THAN ZEROES
               MOVE RESPONSE-BODY(1:RESPONSE-LENGTH)
                 TO AJ-BODY(1:RESPONSE-LENGTH).

           IF  AJ-METHOD NOT EQUAL 'DELETE'
               PERFORM 4100-ROWS-PROGRESS    THRU 4100-EXIT.

           MOVE ZEROES                       TO AJ-TICKET.

           IF  AJ-STATUS EQUAL 'R'
           AND AJ-CONTINUING NOT EQUAL 'Y'
               IF  AJ-HTTP-STATUS NOT LESS    THAN 200
               AND AJ-HTTP-STATUS NOT GREATER THAN 299
                   MOVE 'D'                  TO AJ-STATUS
               ELSE
                   MOVE 'F'                  TO AJ-STATUS.

           IF  AJ-STATUS NOT EQUAL 'R'
           AND AJ-FINISHED-ABS EQUAL ZEROES
               MOVE NOW-ABS                  TO AJ-FINISHED-ABS
               COMPUTE AJ-EXPIRES-ABS = NOW-ABS +
                       (AJ-RETAIN-DAYS * DAY-MILLISECONDS).

           PERFORM 4900-REWRITE-JOB          THRU 4900-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           MOVE AJ-ID                        TO TD-JD-ID.
           MOVE AJ-METHOD                    TO TD-JD-METHOD.
           MOVE AJ-STATUS                    TO TD-JD-STATUS.
           MOVE AJ-HTTP-STATUS               TO TD-JD-HTTP.
           MOVE AJ-PROGRESS                  TO TD-JD-ROWS.
           MOVE TD-JOB-DONE                  TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL           THRU 9900-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * A read job's progress is the zFAM-Rows it answered, 1 to 9    *
      * digits; a range delete counts its own as it goes.             *
      *****************************************************************
       4100-ROWS-PROGRESS.
           IF  RESULT-ROWS EQUAL SPACES
               GO TO 4100-EXIT.

           MOVE ZEROES                       TO ROWS-SPACES.
           INSPECT RESULT-ROWS(1:9)
           TALLYING ROWS-SPACES FOR TRAILING SPACES.

           IF  ROWS-SPACES NOT LESS THAN 9
               GO TO 4100-EXIT.

           MOVE ZEROES                       TO ROWS-JUST.
           MOVE RESULT-ROWS(1:9 - ROWS-SPACES)
             TO ROWS-JUST(ROWS-SPACES + 1:9 - ROWS-SPACES).

           IF  ROWS-JUST NUMERIC
               MOVE ROWS-N                   TO AJ-PROGRESS.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Rewrite the job at the length its kept response needs.        *
      *****************************************************************
       4900-REWRITE-JOB.
           COMPUTE AJ-LENGTH = LENGTH OF AJ-RECORD
                             - LENGTH OF AJ-BODY
                             + AJ-BODY-LENGTH.

           EXEC CICS REWRITE FILE(AJ-FCT)
                FROM  (AJ-RECORD)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

       4900-EXIT.
           EXIT.

      *****************************************************************
      * Delete the table's jobs past their expiry, and any never      *
      * finished within their retention of being submitted, up to     *
      * 100 a run.                                                    *
      *****************************************************************
       5000-PURGE-EXPIRED.
           MOVE ZEROES                       TO EX-COUNT
                                                 EX-DELETED.
           MOVE SPACES                       TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                   TO AJ-BR-KEY.

           EXEC CICS STARTBR FILE(AJ-FCT)
                RIDFLD(AJ-BR-KEY)
                GTEQ
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5000-EXIT.

           PERFORM 5100-PURGE-NEXT           THRU 5100-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(AJ-FCT) NOHANDLE
           END-EXEC.

           PERFORM 5200-PURGE-ONE            THRU 5200-EXIT
               VARYING EX-SUB FROM 1 BY 1
               UNTIL   EX-SUB GREATER THAN EX-COUNT.

           IF  EX-DELETED GREATER THAN ZEROES
               MOVE EX-DELETED               TO TD-JP-COUNT
               MOVE TD-JOB-PURGED            TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL       THRU 9900-EXIT.

       5000-EXIT.
           EXIT.

       5100-PURGE-NEXT.
           MOVE LENGTH OF AJ-RECORD          TO AJ-LENGTH.

           EXEC CICS READNEXT FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-BR-KEY)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  EX-COUNT EQUAL EX-MAX
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 5100-EXIT.

           IF  AJ-EXPIRES-ABS GREATER THAN ZEROES
           AND AJ-EXPIRES-ABS LESS    THAN NOW-ABS
               ADD  ONE                      TO EX-COUNT
               MOVE AJ-ID                    TO EX-ID(EX-COUNT)
               GO TO 5100-EXIT.

           IF  AJ-EXPIRES-ABS EQUAL ZEROES
           AND AJ-SUBMITTED-ABS + (AJ-RETAIN-DAYS * DAY-MILLISECONDS)
                                  LESS THAN NOW-ABS
               ADD  ONE                      TO EX-COUNT
               MOVE AJ-ID                    TO EX-ID(EX-COUNT).

       5100-EXIT.
           EXIT.

       5200-PURGE-ONE.
           MOVE EX-ID(EX-SUB)                TO AJ-ID.

           EXEC CICS DELETE FILE(AJ-FCT)
                RIDFLD(AJ-KEY)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP EQUAL DFHRESP(NORMAL)
               ADD  ONE                      TO EX-DELETED.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * The runner abended - mark its job failed so GET ?job=id does  *
      * not answer running for good.                                  *
      *****************************************************************
       8900-ABEND.
           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC.

           MOVE AJ-P-ID                      TO AJ-ID.
           MOVE LENGTH OF AJ-RECORD          TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                UPDATE
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP EQUAL DFHRESP(NORMAL)
           AND AJ-STATUS EQUAL 'R'
               MOVE 'F'                      TO AJ-STATUS
               MOVE STATUS-502               TO AJ-HTTP-STATUS
               MOVE ZEROES                   TO AJ-TICKET
               MOVE NOW-ABS                  TO AJ-FINISHED-ABS
               COMPUTE AJ-EXPIRES-ABS = NOW-ABS +
                       (AJ-RETAIN-DAYS * DAY-MILLISECONDS)
               PERFORM 4900-REWRITE-JOB      THRU 4900-EXIT.

           MOVE AJ-P-ID                      TO TD-JA-ID.
           MOVE TD-JOB-ABEND                 TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL           THRU 9900-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

       8900-EXIT.
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
      * Write TD-MESSAGE to CSSL.                                     *
      *****************************************************************
       9900-WRITE-CSSL.
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

       9900-EXIT.
           EXIT.
