       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM179.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Inter-Data Center clock skew monitor.                         *
      *                                                               *
      * Conflict detection (ZFAM002's 6035-CHECK-CONFLICT and         *
      * 4105-POST-CONFLICT) compares a local FK-ABS with the origin   *
      * timestamp a partner Data Center sends, so it is only as good  *
      * as the agreement between the two sites' clocks.  This task,   *
      * xxSK, is started once per table at CICS start-up by ZFAMPLT   *
      * with the table's transaction id, the same way the FX##        *
      * expiration task is, and measures that agreement.              *
      *                                                               *
      * For each partner Data Center in the table's FAxxDC template   *
      * (the partner list ZFAM002 builds in 8050-BUILD-PARTNERS) it   *
      * issues a GET ?health on the table's own URIMAP path - the     *
      * probe the web tier already uses - and reads the partner's     *
      * clock, as UTC, from the zFAM-Utc-Abs response header          *
      * (ZFAMUTC).  The skew is the partner's clock less this site's  *
      * UTC clock at the midpoint of the round trip, and is kept per  *
      * partner on the table's single-item xxSK TS queue.             *
      *                                                               *
      * A skew past the table's DD-SKEW-MS (2000 milliseconds when    *
      * left at ZEROES) marks the partner out of bounds: the CLKSKEW  *
      * alert is raised through ZFAM164 and a CSSL line written once  *
      * per episode, and ZFAM002 suspends timestamp-based conflict    *
      * resolution until a later probe finds the skew back in bounds, *
      * which is logged to CSSL as well.  A partner that cannot be    *
      * reached, or does not answer zFAM-Utc-Abs, keeps the skew it   *
      * was last measured at.                                         *
      *                                                               *
      * The task restarts itself after SK-INTERVAL - the same self-   *
      * chaining START TRANSID pattern ZFAM023 uses.  A table with no *
      * partner, or no URIMAP path to probe, has nothing to measure   *
      * and the task ends with a CSSL line.                           *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Skip the cycle, still re-arming, once the *
      *                     @@SD shutdown signal is set.              *
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
       01  TEN                    PIC S9(08) COMP   VALUE 10.
       01  TWELVE                 PIC S9(08) COMP   VALUE 12.

       01  SK-PARM.
           02  SK-TRANID          PIC  X(04) VALUE SPACES.

       01  SK-PARM-LENGTH         PIC S9(04) COMP VALUE 4.

       01  SK-INTERVAL            PIC S9(07) VALUE 000500 COMP-3.

       01  SK-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SK-ITEM                PIC S9(04) COMP VALUE 1.
       01  SK-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  SK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SK-ON-FILE-SW          PIC  X(01) VALUE 'N'.

       01  SK-LIMIT-MS            PIC S9(15) COMP-3 VALUE 2000.
       01  SK-START-ABS           PIC S9(15) COMP-3 VALUE ZEROES.
       01  SK-END-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  SK-RTT                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  SK-LOCAL-UTC           PIC S9(15) COMP-3 VALUE ZEROES.
       01  SK-WORK                PIC S9(15) COMP-3 VALUE ZEROES.
       01  SK-ABS-MS              PIC S9(15) COMP-3 VALUE ZEROES.
       01  SK-MS-MAX              PIC S9(15) COMP-3 VALUE 999999999.
       01  SK-NEW-STATE           PIC  X(01) VALUE SPACES.

       01  UTC-NAME-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  UTC-VALUE-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  UTC-RESP               PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMUTC.

      *****************************************************************
      * The table's URIMAP path, less its trailing wildcard, is the   *
      * path the ?health probe is sent on.                            *
      *****************************************************************
       01  SK-URIMAP.
           02  SK-URIMAP-TRANID   PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE SPACES.

       01  URI-PATH               PIC X(256) VALUE SPACES.
       01  PROBE-PATH-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  PROBE-TRAILING         PIC S9(08) COMP VALUE ZEROES.
       01  PROBE-QUERY            PIC  X(06) VALUE 'health'.
       01  PROBE-QUERY-LENGTH     PIC S9(08) COMP VALUE 6.

      *****************************************************************
      * The per-table document template, through the clock skew       *
      * line this program reads.                                      *
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

      *****************************************************************
      * Document template resources - the partner Data Centers are    *
      * looked up and conversed with the way ZFAM002 does it for      *
      * replication (8000-GET-URL/8050-BUILD-PARTNERS/8090-SET-       *
      * PARTNER), re-declared here since this is a separate program.  *
      *****************************************************************
       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-CONTROL.
           02  FILLER             PIC  X(06).
           02  DC-TYPE            PIC  X(02) VALUE SPACES.
           02  DC-CRLF            PIC  X(02).
           02  THE-OTHER-DC       PIC X(160) VALUE SPACES.
           02  DC-CRLF2           PIC  X(02).
           02  DC-URL-2           PIC X(160) VALUE SPACES.
           02  DC-CRLF3           PIC  X(02).
           02  DC-URL-3           PIC X(160) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  DC-SINGLE-MAX          PIC S9(08) COMP  VALUE 172.
       01  DC-TRAILING            PIC S9(08) COMP  VALUE ZEROES.

       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.

       01  DC-PARTNER-TABLE.
           02  DC-PARTNER         OCCURS 3 TIMES.
               05  DC-PARTNER-URL    PIC X(160).
               05  DC-PARTNER-LENGTH PIC S9(08) COMP.

       01  DC-PARTNER-COUNT       PIC S9(04) COMP VALUE ZEROES.
       01  DC-PARTNER-SUB         PIC S9(04) COMP VALUE ZEROES.

       01  PARSE-URL-WORK         PIC X(160) VALUE SPACES.
       01  PARSE-URL-LENGTH       PIC S9(08) COMP VALUE ZEROES.

       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.

       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.

       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE ZEROES.
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.

       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.

       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

      *****************************************************************
      * Region shutdown signal (ZFAM190).                             *
      *****************************************************************
       COPY ZFAMSDC.

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

       01  TD-SKEW-OUT.
           02  FILLER             PIC  X(11) VALUE 'Clock skew '.
           02  TD-SO-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' partner '.
           02  TD-SO-SLOT         PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-SO-SIGN         PIC  X(01) VALUE SPACES.
           02  TD-SO-MS           PIC  ZZZZZZZZ9.
           02  FILLER             PIC  X(09) VALUE ' ms over '.
           02  TD-SO-LIMIT        PIC  ZZZZZZZZ9.
           02  FILLER             PIC  X(31) VALUE
               ' - timestamp conflicts held'.
           02  FILLER             PIC  X(05) VALUE SPACES.

       01  TD-SKEW-BACK.
           02  FILLER             PIC  X(11) VALUE 'Clock skew '.
           02  TD-SB-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' partner '.
           02  TD-SB-SLOT         PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(19) VALUE
               ' back in bounds at '.
           02  TD-SB-SIGN         PIC  X(01) VALUE SPACES.
           02  TD-SB-MS           PIC  ZZZZZZZZ9.
           02  FILLER             PIC  X(03) VALUE ' ms'.
           02  FILLER             PIC  X(33) VALUE SPACES.

       01  TD-NOTHING.
           02  FILLER             PIC  X(40) VALUE
               'Clock skew monitor ended - no partner or'.
           02  FILLER             PIC  X(50) VALUE
               ' no URIMAP path to probe'.

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
           PERFORM 1900-SHUTDOWN-CHECK     THRU 1900-EXIT.

           IF  DC-PARTNER-COUNT EQUAL ZEROES
           OR  PROBE-PATH-LENGTH EQUAL ZEROES
               MOVE TD-NOTHING             TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL     THRU 9900-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           PERFORM 2000-PROBE-PARTNER      THRU 2000-EXIT
               VARYING DC-PARTNER-SUB FROM 1 BY 1
               UNTIL   DC-PARTNER-SUB GREATER THAN DC-PARTNER-COUNT.

           PERFORM 3000-SAVE-SKEW          THRU 3000-EXIT.
           PERFORM 8000-RESTART            THRU 8000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table, read its skew    *
      * limit, partner list, URIMAP path and last measured skew, and  *
      * take this site's UTC offset.                                  *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF SK-PARM            TO SK-PARM-LENGTH.

           EXEC CICS RETRIEVE INTO(SK-PARM)
                LENGTH(SK-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE SK-TRANID                    TO DD-TRANID
                                                 DC-TRANID
                                                 SK-URIMAP-TRANID.
           MOVE SK-TRANID(3:2)               TO SK-TSQ(1:2).
           MOVE 'SK'                         TO SK-TSQ(3:2).

           PERFORM 9044-UTC-OFFSET         THRU 9044-EXIT.
           PERFORM 1100-GET-LIMIT          THRU 1100-EXIT.
           PERFORM 1200-GET-PARTNERS       THRU 1200-EXIT.
           PERFORM 1300-GET-PATH           THRU 1300-EXIT.
           PERFORM 1400-READ-SKEW          THRU 1400-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * The table's DD-SKEW-MS, when set, replaces the default limit. *
      *****************************************************************
       1100-GET-LIMIT.
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

           IF  DD-SKEW-MS NUMERIC
           AND DD-SKEW-MS GREATER THAN ZEROES
               MOVE DD-SKEW-MS               TO SK-LIMIT-MS.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Look up the partner Data Centers the table replicates to and  *
      * list them in the order ZFAM002's 8050-BUILD-PARTNERS does, so *
      * each partner's skew sits in the same slot as its breaker.     *
      *****************************************************************
       1200-GET-PARTNERS.
           MOVE ZEROES                       TO DC-PARTNER-COUNT.
           MOVE SPACES                       TO DC-PARTNER-URL(1)
                                                 DC-PARTNER-URL(2)
                                                 DC-PARTNER-URL(3).

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZFAM-DC)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DC-CONTROL         TO DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                    INTO     (DC-CONTROL)
                    LENGTH   (DC-LENGTH)
                    MAXLENGTH(DC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DC-LENGTH NOT GREATER THAN TEN
           OR  DC-TYPE EQUAL ACTIVE-SINGLE
               GO TO 1200-EXIT.

           IF  DC-LENGTH NOT GREATER THAN DC-SINGLE-MAX
               SUBTRACT TWELVE FROM DC-LENGTH
                             GIVING THE-OTHER-DC-LENGTH
               ADD  ONE                      TO DC-PARTNER-COUNT
               MOVE THE-OTHER-DC
                    TO DC-PARTNER-URL(DC-PARTNER-COUNT)
               MOVE THE-OTHER-DC-LENGTH
                    TO DC-PARTNER-LENGTH(DC-PARTNER-COUNT)
               GO TO 1200-EXIT.

           PERFORM 1210-PARTNER-LIST       THRU 1210-EXIT.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * A template longer than one URL line carries a multi-partner   *
      * list, one URL per line, each taken to its last non-blank.     *
      *****************************************************************
       1210-PARTNER-LIST.
           INSPECT THE-OTHER-DC
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  THE-OTHER-DC NOT EQUAL SPACES
               ADD  ONE                      TO DC-PARTNER-COUNT
               MOVE THE-OTHER-DC
                    TO DC-PARTNER-URL(DC-PARTNER-COUNT)
               MOVE ZEROES                   TO DC-TRAILING
               INSPECT FUNCTION REVERSE(THE-OTHER-DC)
               TALLYING DC-TRAILING
               FOR LEADING SPACES
               SUBTRACT DC-TRAILING
                   FROM LENGTH OF THE-OTHER-DC
                   GIVING DC-PARTNER-LENGTH(DC-PARTNER-COUNT).

           INSPECT DC-URL-2
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  DC-URL-2 NOT EQUAL SPACES
               ADD  ONE                      TO DC-PARTNER-COUNT
               MOVE DC-URL-2
                    TO DC-PARTNER-URL(DC-PARTNER-COUNT)
               MOVE ZEROES                   TO DC-TRAILING
               INSPECT FUNCTION REVERSE(DC-URL-2)
               TALLYING DC-TRAILING
               FOR LEADING SPACES
               SUBTRACT DC-TRAILING
                   FROM LENGTH OF DC-URL-2
                   GIVING DC-PARTNER-LENGTH(DC-PARTNER-COUNT).

           INSPECT DC-URL-3
           REPLACING ALL LOW-VALUES BY SPACES.

           IF  DC-URL-3 NOT EQUAL SPACES
               ADD  ONE                      TO DC-PARTNER-COUNT
               MOVE DC-URL-3
                    TO DC-PARTNER-URL(DC-PARTNER-COUNT)
               MOVE ZEROES                   TO DC-TRAILING
               INSPECT FUNCTION REVERSE(DC-URL-3)
               TALLYING DC-TRAILING
               FOR LEADING SPACES
               SUBTRACT DC-TRAILING
                   FROM LENGTH OF DC-URL-3
                   GIVING DC-PARTNER-LENGTH(DC-PARTNER-COUNT).

       1210-EXIT.
           EXIT.

      *****************************************************************
      * The table's URIMAP path, its trailing wildcard dropped, is    *
      * where the partner answers ?health for this table.             *
      *****************************************************************
       1300-GET-PATH.
           MOVE ZEROES                       TO PROBE-PATH-LENGTH.

           EXEC CICS INQUIRE URIMAP(SK-URIMAP)
                PATH(URI-PATH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1300-EXIT.

           INSPECT URI-PATH
           REPLACING ALL '*' BY SPACES.

           MOVE ZEROES                       TO PROBE-TRAILING.
           INSPECT FUNCTION REVERSE(URI-PATH)
           TALLYING PROBE-TRAILING
           FOR LEADING SPACES.

           SUBTRACT PROBE-TRAILING FROM LENGTH OF URI-PATH
               GIVING PROBE-PATH-LENGTH.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * The skew last measured, so a partner out of reach keeps its   *
      * state and an episode is alerted only when it begins.          *
      *****************************************************************
       1400-READ-SKEW.
           MOVE 1                            TO SK-ITEM.
           MOVE LENGTH OF SK-ENTRY           TO SK-LENGTH.

           EXEC CICS READQ TS QUEUE(SK-TSQ)
                INTO  (SK-ENTRY)
                LENGTH(SK-LENGTH)
                ITEM  (SK-ITEM)
                RESP  (SK-RESP)
                NOHANDLE
           END-EXEC.

           IF  SK-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO SK-ON-FILE-SW
           ELSE
               MOVE 'N'                      TO SK-ON-FILE-SW
               INITIALIZE SK-ENTRY.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Region shutdown - re-arm the next cycle as usual and end      *
      * without starting this one.                                    *
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
               PERFORM 8000-RESTART        THRU 8000-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1900-EXIT.
           EXIT.

      *****************************************************************
      * Probe one partner: open a session, GET ?health timed either   *
      * side with ASKTIME, and read the partner's zFAM-Utc-Abs.       *
      *****************************************************************
       2000-PROBE-PARTNER.
           MOVE 'N'                 TO SK-REACHED(DC-PARTNER-SUB).

           PERFORM 2100-SET-PARTNER        THRU 2100-EXIT.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           MOVE URL-HOST-NAME       TO SK-HOST(DC-PARTNER-SUB).

           IF  URL-SCHEME-NAME EQUAL 'HTTPS'
               MOVE DFHVALUE(HTTPS)          TO URL-SCHEME
           ELSE
               MOVE DFHVALUE(HTTP)           TO URL-SCHEME.

           EXEC CICS WEB OPEN
                HOST(URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                SCHEME(URL-SCHEME)
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           MOVE DFHVALUE(GET)                TO WEB-METHOD.
           MOVE DFHVALUE(NOCLICONVERT)       TO CLIENT-CONVERT.
           MOVE LENGTH OF CONVERSE-RESPONSE  TO CONVERSE-LENGTH.

           EXEC CICS ASKTIME ABSTIME(SK-START-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS WEB CONVERSE
                SESSTOKEN  (SESSION-TOKEN)
                PATH       (URI-PATH)
                PATHLENGTH (PROBE-PATH-LENGTH)
                METHOD     (WEB-METHOD)
                QUERYSTRING(PROBE-QUERY)
                QUERYSTRLEN(PROBE-QUERY-LENGTH)
                INTO       (CONVERSE-RESPONSE)
                TOLENGTH   (CONVERSE-LENGTH)
                MAXLENGTH  (CONVERSE-LENGTH)
                STATUSCODE (WEB-STATUS-CODE)
                STATUSLEN  (WEB-STATUS-LENGTH)
                STATUSTEXT (WEB-STATUS-TEXT)
                CLIENTCONV (CLIENT-CONVERT)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(SK-END-ABS) NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               PERFORM 2200-READ-CLOCK     THRU 2200-EXIT.

           EXEC CICS WEB CLOSE
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Point the WEB OPEN host/port/scheme fields at one partner in  *
      * the list.  URL-HOST-NAME-LENGTH is an in/out field on WEB     *
      * PARSE, so it is reset before every parse.                     *
      *****************************************************************
       2100-SET-PARTNER.
           MOVE DC-PARTNER-URL(DC-PARTNER-SUB)    TO PARSE-URL-WORK.
           MOVE DC-PARTNER-LENGTH(DC-PARTNER-SUB) TO PARSE-URL-LENGTH.
           MOVE 80                                TO
                                               URL-HOST-NAME-LENGTH.
           MOVE SPACES                            TO URL-HOST-NAME.

           EXEC CICS WEB PARSE
                URL       (PARSE-URL-WORK)
                URLLENGTH (PARSE-URL-LENGTH)
                SCHEMENAME(URL-SCHEME-NAME)
                HOST      (URL-HOST-NAME)
                HOSTLENGTH(URL-HOST-NAME-LENGTH)
                PORTNUMBER(URL-PORT)
                NOHANDLE
           END-EXEC.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Read the partner's clock from zFAM-Utc-Abs and measure the    *
      * skew against this site's UTC clock at the midpoint of the     *
      * round trip.  A partner not answering the header is left as    *
      * not reached.                                                  *
      *****************************************************************
       2200-READ-CLOCK.
           MOVE LENGTH OF HTTP-UTC-ABS       TO UTC-NAME-LENGTH.
           MOVE LENGTH OF UT-ABS-X           TO UTC-VALUE-LENGTH.
           MOVE SPACES                       TO UT-ABS-X.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-UTC-ABS)
                NAMELENGTH (UTC-NAME-LENGTH)
                VALUE      (UT-ABS-X)
                VALUELENGTH(UTC-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                RESP       (UTC-RESP)
                NOHANDLE
           END-EXEC.

           IF  UTC-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  UT-ABS NOT NUMERIC
               GO TO 2200-EXIT.

           SUBTRACT SK-START-ABS FROM SK-END-ABS GIVING SK-RTT.

           IF  SK-RTT LESS THAN ZEROES
               MOVE ZEROES                   TO SK-RTT.

           COMPUTE SK-LOCAL-UTC = SK-START-ABS + SK-RTT / 2
                                - UT-OFFSET-MS.

           SUBTRACT SK-LOCAL-UTC FROM UT-ABS GIVING SK-WORK.

           MOVE 'Y'                 TO SK-REACHED(DC-PARTNER-SUB).
           MOVE WS-ABS              TO SK-CHECKED-ABS(DC-PARTNER-SUB).
           MOVE SK-RTT              TO SK-RTT-MS(DC-PARTNER-SUB).

           IF  SK-WORK LESS THAN ZEROES
               MOVE '-'             TO SK-SIGN(DC-PARTNER-SUB)
               SUBTRACT SK-WORK FROM ZEROES GIVING SK-ABS-MS
           ELSE
               MOVE '+'             TO SK-SIGN(DC-PARTNER-SUB)
               MOVE SK-WORK                  TO SK-ABS-MS.

           IF  SK-ABS-MS GREATER THAN SK-MS-MAX
               MOVE SK-MS-MAX                TO SK-ABS-MS.

           MOVE SK-ABS-MS           TO SK-SKEW-MS(DC-PARTNER-SUB).

           IF  SK-ABS-MS GREATER THAN SK-LIMIT-MS
               MOVE 'O'                      TO SK-NEW-STATE
           ELSE
               MOVE 'I'                      TO SK-NEW-STATE.

           IF  SK-NEW-STATE EQUAL 'O'
           AND SK-STATE(DC-PARTNER-SUB) NOT EQUAL 'O'
               PERFORM 2300-SKEW-OUT       THRU 2300-EXIT.

           IF  SK-NEW-STATE EQUAL 'I'
           AND SK-STATE(DC-PARTNER-SUB) EQUAL 'O'
               PERFORM 2400-SKEW-BACK      THRU 2400-EXIT.

           MOVE SK-NEW-STATE        TO SK-STATE(DC-PARTNER-SUB).

       2200-EXIT.
           EXIT.

      *****************************************************************
      * A partner's skew has gone out of bounds - raise CLKSKEW and   *
      * log it to CSSL, once for the episode.                         *
      *****************************************************************
       2300-SKEW-OUT.
           MOVE SK-TRANID                    TO TD-SO-TABLE.
           MOVE DC-PARTNER-SUB               TO TD-SO-SLOT.
           MOVE SK-SIGN(DC-PARTNER-SUB)      TO TD-SO-SIGN.
           MOVE SK-ABS-MS                    TO TD-SO-MS.
           MOVE SK-LIMIT-MS                  TO TD-SO-LIMIT.

           MOVE SK-TRANID                    TO AL-RAISE-TABLE.
           MOVE 'CLKSKEW '                   TO AL-RAISE-CONDITION.
           MOVE TD-SKEW-OUT                  TO AL-RAISE-TEXT.
           PERFORM 8190-RAISE-ALERT        THRU 8190-EXIT.

           MOVE TD-SKEW-OUT                  TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL         THRU 9900-EXIT.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * A partner's skew is back in bounds - log it to CSSL.          *
      *****************************************************************
       2400-SKEW-BACK.
           MOVE SK-TRANID                    TO TD-SB-TABLE.
           MOVE DC-PARTNER-SUB               TO TD-SB-SLOT.
           MOVE SK-SIGN(DC-PARTNER-SUB)      TO TD-SB-SIGN.
           MOVE SK-ABS-MS                    TO TD-SB-MS.
           MOVE TD-SKEW-BACK                 TO TD-MESSAGE.
           PERFORM 9900-WRITE-CSSL         THRU 9900-EXIT.

       2400-EXIT.
           EXIT.

      *****************************************************************
      * Save the skew measured this cycle on the xxSK queue.          *
      *****************************************************************
       3000-SAVE-SKEW.
           MOVE 1                            TO SK-ITEM.
           MOVE LENGTH OF SK-ENTRY           TO SK-LENGTH.

           IF  SK-ON-FILE-SW EQUAL 'Y'
               EXEC CICS WRITEQ TS QUEUE(SK-TSQ)
                    FROM  (SK-ENTRY)
                    LENGTH(SK-LENGTH)
                    ITEM  (SK-ITEM)
                    REWRITE
                    RESP  (SK-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(SK-TSQ)
                    FROM  (SK-ENTRY)
                    LENGTH(SK-LENGTH)
                    ITEM  (SK-ITEM)
                    RESP  (SK-RESP)
                    NOHANDLE
               END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Restart this task after SK-INTERVAL - the same self-chaining  *
      * START TRANSID pattern ZFAM023 uses.                           *
      *****************************************************************
       8000-RESTART.
           MOVE LENGTH OF SK-PARM            TO SK-PARM-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                FROM    (SK-PARM)
                LENGTH  (SK-PARM-LENGTH)
                INTERVAL(SK-INTERVAL)
                NOHANDLE
           END-EXEC.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Record an operator alert through ZFAM164; the alert text goes *
      * to the console when the alert file cannot be written.         *
      *****************************************************************
       8190-RAISE-ALERT.
           MOVE 'ZFAM179 '                   TO AL-RAISE-SOURCE.

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

       8190-EXIT.
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
