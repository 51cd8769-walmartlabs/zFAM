       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM165.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Operator alert router.                                        *
      *                                                               *
      * ZFAM105, ZFAM106, ZFAM118, ZFAM140, ZFAM147 and ZFAM002's     *
      * replication lag check each used to issue their own WTOs, so   *
      * an incident buried the operator in repeats and nothing        *
      * recorded whether an alert was ever acted on.  They now LINK   *
      * ZFAM164, which records each alert on the keyed ZFAMAL file    *
      * as a new alert.  This program executes as a background        *
      * transaction (a single copy per region, started with an        *
      * optional retention in days in its FA-PARM, default thirty)    *
      * that browses ZFAMAL every fifteen seconds:                    *
      *                                                               *
      *   - a new alert whose table and condition already have an     *
      *     open alert is collapsed into it - the open alert's repeat *
      *     count and last-raised time are updated and the new one    *
      *     is deleted;                                               *
      *   - any other new alert is opened and delivered once, to WTO  *
      *     and to each URL listed in the ZFAMAW webhook document     *
      *     template (the FAxxWH layout), with a CSSL copy;           *
      *   - an acknowledged alert older than the retention is         *
      *     purged.                                                   *
      *                                                               *
      * An open alert stays open until an operator acknowledges it    *
      * from the ZFAM122 console; the next raise after that opens and *
      * delivers a fresh alert.  ZFAM166 reports open and             *
      * acknowledged alerts for the shift handover.                   *
      *                                                               *
      * The WTO and the CSSL copy carry the table's owning            *
      * application and criticality tier from the ZFAMTC table        *
      * catalog next to the table id.                                 *
      *                                                               *
      * The router restarts itself after 120 passes, the same         *
      * self-chaining START TRANSID pattern ZFAM118 uses.             *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  End between cycles once the @@SD shutdown *
      *                     signal is set, re-arming on SD-INTERVAL.  *
      * 2026-10-15 ZFAMDEV  Print the catalog owner and tier next to  *
      *                     the table id on the delivered alert.      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  PURGE-BEFORE-ABS       PIC S9(15) COMP-3 VALUE ZEROES.
       01  DAY-MS                 PIC S9(15) COMP-3 VALUE 86400000.

       01  EOF                    PIC  X(01) VALUE SPACES.
       01  BROWSING               PIC  X(01) VALUE SPACES.
       01  CYCLE-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  CYCLE-LIMIT            PIC S9(04) COMP VALUE 120.
       01  PAUSE-INTERVAL         PIC S9(07) COMP-3 VALUE 000015.

       01  FA-PARM.
           02  FA-RETAIN-DAYS     PIC  9(03) VALUE ZEROES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 3.
       01  RETAIN-DAYS            PIC S9(04) COMP VALUE 30.

      *****************************************************************
      * ZFAMAL alert file resources.                                  *
      *****************************************************************
       01  AL-FILE                PIC  X(08) VALUE 'ZFAMAL  '.
       01  AL-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  AL-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  BR-KEY                 PIC  X(27) VALUE LOW-VALUES.
       01  NEW-KEY                PIC  X(27) VALUE LOW-VALUES.
       01  OPEN-KEY               PIC  X(27) VALUE LOW-VALUES.
       01  NEW-LAST-ABS           PIC  9(15) VALUE ZEROES.

       COPY ZFAMALC.

      *****************************************************************
      * Alert webhook resources - the ZFAMAW document template lists  *
      * up to three URLs, laid out the way a table's FAxxWH           *
      * subscriber template is.  No template, no webhook delivery.    *
      *****************************************************************
       01  AW-TOKEN               PIC  X(16) VALUE SPACES.
       01  AW-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  AW-URL-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  AW-PATH-LENGTH         PIC S9(08) COMP VALUE 160.
       01  AW-PATH                PIC  X(160) VALUE SPACES.
       01  AW-SCHEME-NAME         PIC  X(16) VALUE SPACES.
       01  AW-SCHEME              PIC S9(08) COMP VALUE ZEROES.
       01  AW-PORT                PIC S9(08) COMP VALUE ZEROES.
       01  AW-HOST-NAME           PIC  X(80) VALUE SPACES.
       01  AW-HOST-NAME-LENGTH    PIC S9(08) COMP VALUE 80.
       01  AW-SESSION-TOKEN       PIC  9(18) COMP VALUE ZEROES.
       01  AW-INDEX               PIC  9(01) VALUE ZEROES.
       01  AW-LOADED              PIC  X(01) VALUE 'N'.

       01  ZFAM-AW.
           02  FILLER             PIC  X(06) VALUE 'ZFAMAW'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  AW-CONTROL.
           02  FILLER             PIC  X(06).
           02  AW-URL-1           PIC  X(160) VALUE SPACES.
           02  AW-CRLF1           PIC  X(02).
           02  AW-URL-2           PIC  X(160) VALUE SPACES.
           02  AW-CRLF2           PIC  X(02).
           02  AW-URL-3           PIC  X(160) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  AW-URL-TABLE REDEFINES AW-CONTROL.
           02  FILLER             PIC  X(06).
           02  AW-SUBSCRIBER      OCCURS 3 TIMES.
               03  AW-URL         PIC  X(160).
               03  FILLER         PIC  X(02).

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE ZEROES.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.
       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.
       01  AW-BODY-LENGTH         PIC S9(08) COMP VALUE 90.

      *****************************************************************
      * Region shutdown signal (ZFAM190).                             *
      *****************************************************************
       COPY ZFAMSDC.

       01  SD-INTERVAL            PIC S9(07) COMP-3 VALUE 000500.

      *****************************************************************
      * Table catalog (ZFAMTC) - owner and tier for the table id.     *
      *****************************************************************
       COPY ZFAMTCC.

       01  ALERT-WTO.
           02  WTO-TAG            PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  WTO-TEXT           PIC  X(90) VALUE SPACES.

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

       01  TD-ALERT-OPENED.
           02  FILLER             PIC  X(15) VALUE 'Alert opened - '.
           02  TD-AO-TABLE        PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-AO-CONDITION    PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' from '.
           02  TD-AO-SOURCE       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(24) VALUE SPACES.

       01  TD-AW-UNREACHABLE.
           02  FILLER             PIC  X(29) VALUE
               'Alert webhook unreachable - '.
           02  TD-AU-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-AU-CONDITION    PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(48) VALUE SPACES.

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

           PERFORM 2000-ROUTE-CYCLE        THRU 2000-EXIT
               WITH TEST AFTER
               VARYING CYCLE-COUNT FROM 1 BY 1
               UNTIL   CYCLE-COUNT GREATER THAN CYCLE-LIMIT.

           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retention and the webhook template.  *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  FA-RETAIN-DAYS NUMERIC
           AND FA-RETAIN-DAYS GREATER THAN ZEROES
               MOVE FA-RETAIN-DAYS           TO RETAIN-DAYS.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(AW-TOKEN)
                TEMPLATE(ZFAM-AW)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF AW-CONTROL         TO AW-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(AW-TOKEN)
                    INTO     (AW-CONTROL)
                    LENGTH   (AW-LENGTH)
                    MAXLENGTH(AW-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
               IF  EIBRESP EQUAL DFHRESP(NORMAL)
                   MOVE 'Y'                  TO AW-LOADED.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Region shutdown, looked for between cycles - end here and     *
      * re-arm on SD-INTERVAL rather than at once, so the chain lands *
      * after the restart instead of spinning through the shutdown.   *
      *****************************************************************
       1900-SHUTDOWN-CHECK.
           MOVE LENGTH OF SD-RECORD          TO SD-LENGTH.
           MOVE 1                            TO SD-ITEM.

           EXEC CICS READQ TS QUEUE(SD-TSQ)
                INTO  (SD-RECORD)
                LENGTH(SD-LENGTH)
                ITEM  (SD-ITEM)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO SD-STOP-SW
               PERFORM 8100-RESTART        THRU 8100-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1900-EXIT.
           EXIT.

      *****************************************************************
      * One routing pass over ZFAMAL, then pause.                     *
      *****************************************************************
       2000-ROUTE-CYCLE.
           PERFORM 1900-SHUTDOWN-CHECK     THRU 1900-EXIT.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           COMPUTE PURGE-BEFORE-ABS = WS-ABS - (RETAIN-DAYS * DAY-MS).

           MOVE LOW-VALUES                   TO BR-KEY
                                                 OPEN-KEY.
           MOVE 'N'                          TO EOF.

           PERFORM 2900-START-BROWSE       THRU 2900-EXIT.

           IF  BROWSING EQUAL 'Y'
               PERFORM 2100-ROUTE-NEXT     THRU 2100-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.

           IF  BROWSING EQUAL 'Y'
               EXEC CICS ENDBR FILE(AL-FILE) NOHANDLE
               END-EXEC
               MOVE 'N'                      TO BROWSING.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           EXEC CICS DELAY INTERVAL(PAUSE-INTERVAL) NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read the next alert and act on its status.  Keys run table,   *
      * condition, raise time - so an open alert is always met before *
      * the newer raises of the same table and condition.             *
      *****************************************************************
       2100-ROUTE-NEXT.
           MOVE LENGTH OF AL-RECORD          TO AL-LENGTH.

           EXEC CICS READNEXT FILE(AL-FILE)
                INTO  (AL-RECORD)
                RIDFLD(BR-KEY)
                LENGTH(AL-LENGTH)
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO EOF
               GO TO 2100-EXIT.

           IF  AL-STATUS EQUAL 'O'
               MOVE AL-KEY                   TO OPEN-KEY
               GO TO 2100-EXIT.

           IF  AL-STATUS EQUAL 'N'
               PERFORM 2200-NEW-ALERT      THRU 2200-EXIT
               GO TO 2100-EXIT.

           IF  AL-STATUS EQUAL 'A'
           AND AL-ACK-ABS LESS THAN PURGE-BEFORE-ABS
               PERFORM 2400-PURGE          THRU 2400-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * A new alert - collapse it into the open alert of the same     *
      * table and condition, or open and deliver it.  The browse is   *
      * ended around the updates and restarted at the same key.       *
      *****************************************************************
       2200-NEW-ALERT.
           MOVE AL-KEY                       TO NEW-KEY.
           MOVE AL-LAST-ABS                  TO NEW-LAST-ABS.

           EXEC CICS ENDBR FILE(AL-FILE) NOHANDLE
           END-EXEC.
           MOVE 'N'                          TO BROWSING.

           IF  OPEN-KEY(1:AL-PREFIX-LENGTH)
                 EQUAL NEW-KEY(1:AL-PREFIX-LENGTH)
               PERFORM 2300-COLLAPSE       THRU 2300-EXIT
           ELSE
               PERFORM 2250-OPEN-DELIVER   THRU 2250-EXIT.

           PERFORM 2900-START-BROWSE       THRU 2900-EXIT.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Open the new alert and deliver it once.                       *
      *****************************************************************
       2250-OPEN-DELIVER.
           MOVE LENGTH OF AL-RECORD          TO AL-LENGTH.

           EXEC CICS READ FILE(AL-FILE)
                INTO  (AL-RECORD)
                RIDFLD(NEW-KEY)
                LENGTH(AL-LENGTH)
                UPDATE
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2250-EXIT.

           IF  AL-STATUS NOT EQUAL 'N'
               EXEC CICS UNLOCK FILE(AL-FILE) NOHANDLE
               END-EXEC
               GO TO 2250-EXIT.

           MOVE 'O'                          TO AL-STATUS.
           MOVE WS-ABS                       TO AL-DELIVERED-ABS.

           EXEC CICS REWRITE FILE(AL-FILE)
                FROM  (AL-RECORD)
                LENGTH(AL-LENGTH)
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2250-EXIT.

           MOVE NEW-KEY                      TO OPEN-KEY.

           PERFORM 2255-CATALOG-TAG        THRU 2255-EXIT.

           MOVE TC-TAG                       TO WTO-TAG.
           MOVE AL-TEXT                      TO WTO-TEXT.

           EXEC CICS WRITE OPERATOR
                TEXT(ALERT-WTO)
                NOHANDLE
           END-EXEC.

           MOVE TC-TAG                       TO TD-AO-TABLE.
           MOVE AL-CONDITION                 TO TD-AO-CONDITION.
           MOVE AL-SOURCE                    TO TD-AO-SOURCE.
           MOVE TD-ALERT-OPENED              TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

           MOVE AL-TEXT                      TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

           IF  AW-LOADED EQUAL 'Y'
               PERFORM 2260-WEBHOOK-SEND   THRU 2260-EXIT
                   VARYING AW-INDEX FROM 1 BY 1
                   UNTIL   AW-INDEX GREATER THAN 3.

       2250-EXIT.
           EXIT.

      *****************************************************************
      * Look the alert's table up in the catalog for the owner and    *
      * tier printed next to the table id.                            *
      *****************************************************************
       2255-CATALOG-TAG.
           MOVE AL-TABLE                     TO TC-TABLE
                                                TC-TAG-TABLE.
           MOVE LENGTH OF TC-RECORD          TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '(no catalog)'           TO TC-TAG-APPLICATION
               MOVE '-'                      TO TC-TAG-TIER
               GO TO 2255-EXIT.

           MOVE TC-APPLICATION               TO TC-TAG-APPLICATION.
           MOVE TC-TIER                      TO TC-TAG-TIER.

           IF  TC-TIER EQUAL SPACES
               MOVE '-'                      TO TC-TAG-TIER.

       2255-EXIT.
           EXIT.

      *****************************************************************
      * HTTP POST the alert text to one webhook URL, the way ZFAM002  *
      * fans an Event Control Record out to its subscribers.  A blank *
      * slot is skipped; an unreachable URL only gets a CSSL line.    *
      *****************************************************************
       2260-WEBHOOK-SEND.
           IF  AW-URL(AW-INDEX) EQUAL SPACES
               GO TO 2260-EXIT.

           MOVE LENGTH OF AW-URL(AW-INDEX)   TO AW-URL-LENGTH.
           MOVE LENGTH OF AW-PATH            TO AW-PATH-LENGTH.
           MOVE LENGTH OF AW-HOST-NAME       TO AW-HOST-NAME-LENGTH.

           EXEC CICS WEB PARSE
                URL       (AW-URL(AW-INDEX))
                URLLENGTH (AW-URL-LENGTH)
                SCHEMENAME(AW-SCHEME-NAME)
                HOST      (AW-HOST-NAME)
                HOSTLENGTH(AW-HOST-NAME-LENGTH)
                PORTNUMBER(AW-PORT)
                PATH      (AW-PATH)
                PATHLENGTH(AW-PATH-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  AW-SCHEME-NAME EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)          TO AW-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)           TO AW-SCHEME.

           EXEC CICS WEB OPEN
                HOST      (AW-HOST-NAME)
                HOSTLENGTH(AW-HOST-NAME-LENGTH)
                PORTNUMBER(AW-PORT)
                SCHEME    (AW-SCHEME)
                SESSTOKEN (AW-SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 2270-UNREACHABLE    THRU 2270-EXIT
               GO TO 2260-EXIT.

           MOVE DFHVALUE(POST)               TO WEB-METHOD.
           MOVE DFHVALUE(CLICONVERT)         TO CLIENT-CONVERT.
           MOVE LENGTH OF CONVERSE-RESPONSE  TO CONVERSE-LENGTH.
           MOVE LENGTH OF AL-TEXT            TO AW-BODY-LENGTH.

           EXEC CICS WEB CONVERSE
                SESSTOKEN (AW-SESSION-TOKEN)
                PATH      (AW-PATH)
                PATHLENGTH(AW-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                MEDIATYPE (TEXT-PLAIN)
                FROM      (AL-TEXT)
                FROMLENGTH(AW-BODY-LENGTH)
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
               PERFORM 2270-UNREACHABLE    THRU 2270-EXIT.

           EXEC CICS WEB CLOSE
                SESSTOKEN(AW-SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       2260-EXIT.
           EXIT.

       2270-UNREACHABLE.
           MOVE AL-TABLE                     TO TD-AU-TABLE.
           MOVE AL-CONDITION                 TO TD-AU-CONDITION.
           MOVE TD-AW-UNREACHABLE            TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

       2270-EXIT.
           EXIT.

      *****************************************************************
      * Collapse the new alert into the open one - count the repeat,  *
      * carry its raise time as the last seen, delete the new record. *
      * An open alert acknowledged since it was seen is no longer     *
      * open, so the new alert is opened and delivered instead.       *
      *****************************************************************
       2300-COLLAPSE.
           MOVE LENGTH OF AL-RECORD          TO AL-LENGTH.

           EXEC CICS READ FILE(AL-FILE)
                INTO  (AL-RECORD)
                RIDFLD(OPEN-KEY)
                LENGTH(AL-LENGTH)
                UPDATE
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP EQUAL DFHRESP(NORMAL)
           AND AL-STATUS NOT EQUAL 'O'
               EXEC CICS UNLOCK FILE(AL-FILE) NOHANDLE
               END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  AL-STATUS NOT EQUAL 'O'
               MOVE LOW-VALUES               TO OPEN-KEY
               PERFORM 2250-OPEN-DELIVER   THRU 2250-EXIT
               GO TO 2300-EXIT.

           ADD  1                            TO AL-REPEATS.
           IF  NEW-LAST-ABS GREATER THAN AL-LAST-ABS
               MOVE NEW-LAST-ABS             TO AL-LAST-ABS.

           EXEC CICS REWRITE FILE(AL-FILE)
                FROM  (AL-RECORD)
                LENGTH(AL-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS DELETE FILE(AL-FILE)
                RIDFLD(NEW-KEY)
                NOHANDLE
           END-EXEC.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Purge an acknowledged alert past the retention.               *
      *****************************************************************
       2400-PURGE.
           EXEC CICS ENDBR FILE(AL-FILE) NOHANDLE
           END-EXEC.
           MOVE 'N'                          TO BROWSING.

           EXEC CICS DELETE FILE(AL-FILE)
                RIDFLD(BR-KEY)
                NOHANDLE
           END-EXEC.

           PERFORM 2900-START-BROWSE       THRU 2900-EXIT.

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Commit what has been done and (re)start the browse at BR-KEY. *
      *****************************************************************
       2900-START-BROWSE.
           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           EXEC CICS STARTBR FILE(AL-FILE)
                RIDFLD(BR-KEY)
                GTEQ
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSING
           ELSE
               MOVE 'N'                      TO BROWSING
               MOVE 'Y'                      TO EOF.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      *****************************************************************
       8000-RESTART.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                FROM    (FA-PARM)
                LENGTH  (FA-LENGTH)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain) on SD-INTERVAL during a region shutdown.  *
      *****************************************************************
       8100-RESTART.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                FROM    (FA-PARM)
                LENGTH  (FA-LENGTH)
                INTERVAL(SD-INTERVAL)
                NOHANDLE
           END-EXEC.

       8100-EXIT.
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
      * Write the prepared TD record to CSSL.                         *
      *****************************************************************
       9910-WRITE-CSSL.
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

       9910-EXIT.
           EXIT.
