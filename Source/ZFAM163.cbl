       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM163.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Configuration drift report between partner Data Centers.      *
      *                                                               *
      * ZFAM137 keeps a table's ZFAM-DD history within one region,    *
      * but the two CloudPlexes are edited separately, and a table    *
      * whose templates differ between sites is otherwise only found  *
      * after a failover.  This program executes as a background      *
      * transaction, started per table with FA-PARM 'FAxx' (from the  *
      * ZFAM127 schedule), and compares the table's configuration     *
      * with its partner Data Center's:                               *
      *                                                               *
      *   - the local configuration image is built by LINKing ZFAM162 *
      *     (ZFAM-DD image with the credential masked, FAxxFD         *
      *     entries, FAxxST overrides, FAxxWH subscribers, FAxxEN     *
      *     cipher generation - never the key);                       *
      *   - the partner's image is fetched with GET ?config over the  *
      *     FAxxDC partner URL, conversed the way ZFAM106 reaches the *
      *     partner, on the table's own URIMAP path (both sites serve *
      *     a table on the same path);                                *
      *   - every field that differs is written to CSSL side by side, *
      *     local value then partner value.  A field longer than the  *
      *     line shows from its first differing byte, marked @nnn.    *
      *                                                               *
      * The verdict - PASS (no drift), DRFT (fields differ), FAIL     *
      * (the partner image could not be fetched) or NONE (no partner  *
      * configured) - is saved with the drift count on the FAxxRD     *
      * queue, where ZFAM119 reports DRFT and FAIL as exceptions in   *
      * the daily health digest.                                      *
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
       01  TEN                    PIC S9(08) COMP VALUE 10.
       01  TWELVE                 PIC S9(08) COMP VALUE 12.
       01  EOF                    PIC  X(01) VALUE SPACES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 4.

       01  DRIFT-RESULT           PIC  X(04) VALUE SPACES.
       01  DRIFT-STEP             PIC  X(20) VALUE SPACES.
       01  DRIFT-COUNT            PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * The table's URIMAP path - the partner serves the table on the *
      * same path, so ?config is conversed there.                     *
      *****************************************************************
       01  URI-MAP.
           02  URI-PREFIX         PIC  X(04) VALUE SPACES.
           02  URI-SUFFIX         PIC  X(04) VALUE SPACES.

       01  URI-TRAN               PIC  X(04) VALUE SPACES.
       01  URI-PATH               PIC X(256) VALUE SPACES.

       01  CONFIG-PATH            PIC X(256) VALUE SPACES.
       01  CONFIG-PATH-LENGTH     PIC S9(08) COMP VALUE ZEROES.
       01  PATH-TRAILING          PIC S9(08) COMP VALUE ZEROES.

       01  CONFIG-QUERY           PIC  X(06) VALUE 'config'.
       01  CONFIG-QUERY-LENGTH    PIC S9(08) COMP VALUE 6.

      *****************************************************************
      * Document template resources - the partner Data Center zFAM    *
      * is looked up the way ZFAM106 looks it up.                     *
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

       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.

      *****************************************************************
      * The two configuration images.                                 *
      *****************************************************************
       01  ZFAM162                PIC  X(08) VALUE 'ZFAM162 '.

       COPY ZFAMCGC.

       01  LOCAL-IMAGE            PIC X(3099) VALUE SPACES.
       01  PARTNER-IMAGE          PIC X(3099) VALUE SPACES.
       01  PARTNER-LENGTH         PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Field map over the configuration image - name, offset and     *
      * length of every compared field.  The ZFAM-DD fields are at    *
      * the same offsets ZFAM137's template diff uses.                *
      *****************************************************************
       01  DF-FIELD-LIST.
           02  FILLER PIC X(20) VALUE 'DDNAME      0001004 '.
           02  FILLER PIC X(20) VALUE 'MAXSEG      0007005 '.
           02  FILLER PIC X(20) VALUE 'RET-FLR-YRS 0014005 '.
           02  FILLER PIC X(20) VALUE 'RET-CLG-YRS 0021005 '.
           02  FILLER PIC X(20) VALUE 'RET-FLR-DAY 0028005 '.
           02  FILLER PIC X(20) VALUE 'RET-CLG-DAY 0035005 '.
           02  FILLER PIC X(20) VALUE 'AUTH-USERID 0042008 '.
           02  FILLER PIC X(20) VALUE 'AUTH-PASSWD 0052008 '.
           02  FILLER PIC X(20) VALUE 'CCSID       0062004 '.
           02  FILLER PIC X(20) VALUE 'COLD-DDNAME 0068004 '.
           02  FILLER PIC X(20) VALUE 'POOL-SIZE   0074003 '.
           02  FILLER PIC X(20) VALUE 'RATE-LIMIT  0079005 '.
           02  FILLER PIC X(20) VALUE 'VER-RETAIN  0086001 '.
           02  FILLER PIC X(20) VALUE 'WARN-DAYS   0089005 '.
           02  FILLER PIC X(20) VALUE 'READ-THRU   0096001 '.
           02  FILLER PIC X(20) VALUE 'AUDIT-READS 0099001 '.
           02  FILLER PIC X(20) VALUE 'SLOW-MS     0102005 '.
           02  FILLER PIC X(20) VALUE 'VALIDATE    0109001 '.
           02  FILLER PIC X(20) VALUE 'CONFLICT    0112001 '.
           02  FILLER PIC X(20) VALUE 'LAG-MS      0115005 '.
           02  FILLER PIC X(20) VALUE 'LAG-SECS    0122005 '.
           02  FILLER PIC X(20) VALUE 'QUOTA-LEN   0129002 '.
           02  FILLER PIC X(20) VALUE 'AUTHZ       0133001 '.
           02  FILLER PIC X(20) VALUE 'CACHE       0136001 '.
           02  FILLER PIC X(20) VALUE 'SCHEMA-VER  0139003 '.
           02  FILLER PIC X(20) VALUE 'WRITEBEHIND 0144001 '.
           02  FILLER PIC X(20) VALUE 'IDEM-HOURS  0147003 '.
           02  FILLER PIC X(20) VALUE 'OWNERSHIP   0152001 '.
           02  FILLER PIC X(20) VALUE 'FD-ENTRIES  0161003 '.
           02  FILLER PIC X(20) VALUE 'ST-OVERRIDE12404071 '.
           02  FILLER PIC X(20) VALUE 'ST-OVERRIDE22475071 '.
           02  FILLER PIC X(20) VALUE 'ST-OVERRIDE32546071 '.
           02  FILLER PIC X(20) VALUE 'WH-URL-1    2617160 '.
           02  FILLER PIC X(20) VALUE 'WH-URL-2    2777160 '.
           02  FILLER PIC X(20) VALUE 'WH-URL-3    2937160 '.
           02  FILLER PIC X(20) VALUE 'CIPHER-GEN  3097002 '.
           02  FILLER PIC X(20) VALUE 'CIPHER-KEY  3099001 '.

       01  DF-FIELD-TABLE REDEFINES DF-FIELD-LIST.
           02  DF-FIELD OCCURS 37 TIMES.
               05  DF-NAME        PIC  X(12).
               05  DF-OFFSET      PIC  9(04).
               05  DF-LEN         PIC  9(03).
               05  FILLER         PIC  X(01).

       01  DF-FIELDS              PIC S9(04) COMP VALUE 37.
       01  DF-SUB                 PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Field map within one FAxxFD entry of the image.               *
      *****************************************************************
       01  FE-FIELD-LIST.
           02  FILLER PIC X(12) VALUE 'INDEX 000003'.
           02  FILLER PIC X(12) VALUE 'COLUMN003007'.
           02  FILLER PIC X(12) VALUE 'LENGTH010006'.
           02  FILLER PIC X(12) VALUE 'TYPE  016001'.
           02  FILLER PIC X(12) VALUE 'SEC   017002'.
           02  FILLER PIC X(12) VALUE 'NAME  019016'.

       01  FE-FIELD-TABLE REDEFINES FE-FIELD-LIST.
           02  FE-FIELD OCCURS 6 TIMES.
               05  FE-NAME        PIC  X(06).
               05  FE-OFFSET      PIC  9(03).
               05  FE-LEN         PIC  9(03).

       01  FE-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  FD-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  FD-DISPLAY             PIC  9(03) VALUE ZEROES.
       01  FD-ENTRY-START         PIC S9(08) COMP VALUE 164.
       01  FD-ENTRY-LENGTH        PIC S9(08) COMP VALUE 35.
       01  FD-COMPARE-MAX         PIC S9(04) COMP VALUE ZEROES.
       01  FD-COUNT-LOCAL         PIC  9(03) VALUE ZEROES.
       01  FD-COUNT-PARTNER       PIC  9(03) VALUE ZEROES.

      *****************************************************************
      * One comparison - the span, and where the values first differ. *
      *****************************************************************
       01  CMP-NAME               PIC  X(12) VALUE SPACES.
       01  CMP-OFF                PIC S9(08) COMP VALUE ZEROES.
       01  CMP-LEN                PIC S9(08) COMP VALUE ZEROES.
       01  CMP-POS                PIC S9(08) COMP VALUE ZEROES.
       01  CMP-AT                 PIC S9(08) COMP VALUE ZEROES.
       01  CMP-SHOW               PIC S9(08) COMP VALUE ZEROES.
       01  CMP-SHOW-MAX           PIC S9(08) COMP VALUE 25.
       01  CMP-POS-DISPLAY        PIC  9(03) VALUE ZEROES.

      *****************************************************************
      * Latest-result entry on the per-table FAxxRD queue, read by    *
      * the ZFAM119 daily health digest.                              *
      *****************************************************************
       01  RS-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  RS-ITEM                PIC S9(04) COMP VALUE 1.
       01  RS-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  RS-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RS-ENTRY.
           02  RS-DATE            PIC  X(10) VALUE SPACES.
           02  RS-TIME            PIC  X(08) VALUE SPACES.
           02  RS-RESULT          PIC  X(04) VALUE SPACES.
           02  RS-STEP            PIC  X(20) VALUE SPACES.
           02  RS-DRIFT           PIC S9(08) COMP VALUE ZEROES.

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

       01  TD-DRIFT-LINE.
           02  FILLER             PIC  X(13) VALUE 'Config drift '.
           02  TD-DL-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-DL-NAME         PIC  X(12) VALUE SPACES.
           02  TD-DL-WHERE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE ': '.
           02  TD-DL-LOCAL        PIC  X(25) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' | '.
           02  TD-DL-PARTNER      PIC  X(25) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  TD-DRIFT-HEADER.
           02  FILLER             PIC  X(13) VALUE 'Config drift '.
           02  TD-DH-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(21) VALUE
               ' - local | partner - '.
           02  TD-DH-HOST         PIC  X(52) VALUE SPACES.

       01  TD-DRIFT-DONE.
           02  FILLER             PIC  X(13) VALUE 'Config drift '.
           02  TD-DD-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-DD-RESULT       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-DD-COUNT        PIC  ZZZ9.
           02  FILLER             PIC  X(17) VALUE
               ' fields differ - '.
           02  TD-DD-STEP         PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(22) VALUE SPACES.

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

           IF  DRIFT-RESULT EQUAL 'PASS'
               PERFORM 1100-FIND-PATH        THRU 1100-EXIT.

           IF  DRIFT-RESULT EQUAL 'PASS'
               PERFORM 2000-LOCAL-IMAGE      THRU 2000-EXIT.

           IF  DRIFT-RESULT EQUAL 'PASS'
               PERFORM 3000-PARTNER-IMAGE    THRU 3000-EXIT.

           IF  DRIFT-RESULT EQUAL 'PASS'
               PERFORM 4000-COMPARE          THRU 4000-EXIT.

           PERFORM 9900-WRITE-DONE           THRU 9900-EXIT.

           PERFORM 9000-RETURN                THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table and look up the   *
      * partner Data Center the way ZFAM106 does.                     *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'PASS'                        TO DRIFT-RESULT.
           MOVE 'compared'                    TO DRIFT-STEP.
           MOVE ZEROES                        TO DRIFT-COUNT.
           MOVE FA-TRANID                     TO DC-TRANID.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZFAM-DC)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DC-CONTROL          TO DC-LENGTH.

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

      *****************************************************************
      * A multi-partner list is compared with its first partner only, *
      * as ZFAM106 reconciles with it.                                *
      *****************************************************************
           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND DC-LENGTH GREATER THAN DC-SINGLE-MAX
               INSPECT THE-OTHER-DC
               REPLACING ALL LOW-VALUES BY SPACES
               MOVE ZEROES         TO DC-TRAILING
               INSPECT FUNCTION REVERSE(THE-OTHER-DC)
               TALLYING DC-TRAILING
               FOR LEADING SPACES
               SUBTRACT DC-TRAILING
                   FROM LENGTH OF THE-OTHER-DC
                   GIVING THE-OTHER-DC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND DC-LENGTH        GREATER THAN  TEN

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

           IF  DC-TYPE EQUAL ACTIVE-SINGLE
               MOVE 'NONE'                    TO DRIFT-RESULT
               MOVE 'no partner'              TO DRIFT-STEP.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Find the table's URIMAP path, less its trailing wildcard.     *
      *****************************************************************
       1100-FIND-PATH.
           MOVE 'N'                           TO EOF.
           MOVE ZEROES                        TO CONFIG-PATH-LENGTH.

           EXEC CICS INQUIRE URIMAP START
                NOHANDLE
           END-EXEC.

           PERFORM 1110-INQUIRE-NEXT        THRU 1110-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.

           EXEC CICS INQUIRE URIMAP END
                NOHANDLE
           END-EXEC.

           IF  CONFIG-PATH-LENGTH NOT GREATER THAN ZEROES
               MOVE 'FAIL'                    TO DRIFT-RESULT
               MOVE 'no URIMAP path'          TO DRIFT-STEP.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Inquire URIMAP NEXT until the table's own URIMAP is found.    *
      *****************************************************************
       1110-INQUIRE-NEXT.
           EXEC CICS INQUIRE URIMAP(URI-MAP)
                PATH(URI-PATH)
                TRANSACTION(URI-TRAN)
                NEXT
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                       TO EOF
               GO TO 1110-EXIT.

           IF  URI-TRAN NOT EQUAL FA-TRANID
               GO TO 1110-EXIT.

           MOVE 'Y'                           TO EOF.
           MOVE URI-PATH                      TO CONFIG-PATH.

           MOVE ZEROES                        TO PATH-TRAILING.
           INSPECT FUNCTION REVERSE(CONFIG-PATH)
           TALLYING PATH-TRAILING
           FOR LEADING SPACES.

           SUBTRACT PATH-TRAILING FROM LENGTH OF CONFIG-PATH
               GIVING CONFIG-PATH-LENGTH.

           IF  CONFIG-PATH-LENGTH GREATER THAN ZEROES
           AND CONFIG-PATH(CONFIG-PATH-LENGTH:1) EQUAL '*'
               MOVE SPACES TO CONFIG-PATH(CONFIG-PATH-LENGTH:1)
               SUBTRACT 1                   FROM CONFIG-PATH-LENGTH.

       1110-EXIT.
           EXIT.

      *****************************************************************
      * Build this region's configuration image.                      *
      *****************************************************************
       2000-LOCAL-IMAGE.
           MOVE FA-TRANID                     TO CG-TRANID.

           EXEC CICS LINK PROGRAM(ZFAM162)
                COMMAREA(CG-COMMAREA)
                LENGTH  (LENGTH OF CG-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'FAIL'                    TO DRIFT-RESULT
               MOVE 'local image'             TO DRIFT-STEP
               GO TO 2000-EXIT.

           MOVE CG-IMAGE                      TO LOCAL-IMAGE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Fetch the partner's configuration image with GET ?config.     *
      *****************************************************************
       3000-PARTNER-IMAGE.
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

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'FAIL'                    TO DRIFT-RESULT
               MOVE 'partner unreachable'     TO DRIFT-STEP
               GO TO 3000-EXIT.

           MOVE DFHVALUE(GET)                 TO WEB-METHOD.
           MOVE DFHVALUE(NOCLICONVERT)        TO CLIENT-CONVERT.
           MOVE LENGTH OF PARTNER-IMAGE       TO PARTNER-LENGTH.
           MOVE LENGTH OF WEB-STATUS-TEXT     TO WEB-STATUS-LENGTH.
           MOVE SPACES                        TO PARTNER-IMAGE.

           EXEC CICS WEB CONVERSE
                QUERYSTRING(CONFIG-QUERY)
                QUERYSTRLEN(CONFIG-QUERY-LENGTH)
                SESSTOKEN (SESSION-TOKEN)
                PATH      (CONFIG-PATH)
                PATHLENGTH(CONFIG-PATH-LENGTH)
                METHOD    (WEB-METHOD)
                INTO      (PARTNER-IMAGE)
                TOLENGTH  (PARTNER-LENGTH)
                MAXLENGTH (PARTNER-LENGTH)
                STATUSCODE(WEB-STATUS-CODE)
                STATUSLEN (WEB-STATUS-LENGTH)
                STATUSTEXT(WEB-STATUS-TEXT)
                CLIENTCONV(CLIENT-CONVERT)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'FAIL'                    TO DRIFT-RESULT
               MOVE 'partner unreachable'     TO DRIFT-STEP
           ELSE
           IF  WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-200
               MOVE 'FAIL'                    TO DRIFT-RESULT
               MOVE 'partner refused'         TO DRIFT-STEP
           ELSE
           IF  PARTNER-LENGTH NOT EQUAL LENGTH OF PARTNER-IMAGE
               MOVE 'FAIL'                    TO DRIFT-RESULT
               MOVE 'partner image length'    TO DRIFT-STEP.

           EXEC CICS WEB CLOSE
                SESSTOKEN(SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Compare the two images field by field - the fixed field map,  *
      * then each FAxxFD entry either side carries.                   *
      *****************************************************************
       4000-COMPARE.
           MOVE FA-TRANID                     TO TD-DH-TABLE
                                                 TD-DL-TABLE.
           MOVE URL-HOST-NAME                 TO TD-DH-HOST.
           MOVE TD-DRIFT-HEADER               TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

           PERFORM 4100-COMPARE-FIELD       THRU 4100-EXIT
               VARYING DF-SUB FROM 1 BY 1
               UNTIL   DF-SUB GREATER THAN DF-FIELDS.

           MOVE ZEROES                        TO FD-COUNT-LOCAL
                                                 FD-COUNT-PARTNER.
           IF  LOCAL-IMAGE(161:3) NUMERIC
               MOVE LOCAL-IMAGE(161:3)        TO FD-COUNT-LOCAL.
           IF  PARTNER-IMAGE(161:3) NUMERIC
               MOVE PARTNER-IMAGE(161:3)      TO FD-COUNT-PARTNER.

           MOVE FD-COUNT-LOCAL                TO FD-COMPARE-MAX.
           IF  FD-COUNT-PARTNER GREATER THAN FD-COMPARE-MAX
               MOVE FD-COUNT-PARTNER          TO FD-COMPARE-MAX.
           IF  FD-COMPARE-MAX GREATER THAN CG-FD-MAX
               MOVE CG-FD-MAX                 TO FD-COMPARE-MAX.

           PERFORM 4200-COMPARE-FD-ENTRY    THRU 4200-EXIT
               VARYING FD-SUB FROM 1 BY 1
               UNTIL   FD-SUB GREATER THAN FD-COMPARE-MAX.

           IF  DRIFT-COUNT GREATER THAN ZEROES
               MOVE 'DRFT'                    TO DRIFT-RESULT
               MOVE 'fields differ'           TO DRIFT-STEP.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Compare one mapped field.                                     *
      *****************************************************************
       4100-COMPARE-FIELD.
           MOVE DF-NAME  (DF-SUB)             TO CMP-NAME.
           MOVE DF-OFFSET(DF-SUB)             TO CMP-OFF.
           MOVE DF-LEN   (DF-SUB)             TO CMP-LEN.

           PERFORM 4300-COMPARE-SPAN        THRU 4300-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Compare each field of one FAxxFD entry.                       *
      *****************************************************************
       4200-COMPARE-FD-ENTRY.
           PERFORM 4210-COMPARE-FD-FIELD    THRU 4210-EXIT
               VARYING FE-SUB FROM 1 BY 1
               UNTIL   FE-SUB GREATER THAN 6.

       4200-EXIT.
           EXIT.

       4210-COMPARE-FD-FIELD.
           MOVE FD-SUB                        TO FD-DISPLAY.
           MOVE SPACES                        TO CMP-NAME.
           MOVE 'FD'                          TO CMP-NAME(1:2).
           MOVE FD-DISPLAY                    TO CMP-NAME(3:3).
           MOVE FE-NAME(FE-SUB)               TO CMP-NAME(7:6).

           COMPUTE CMP-OFF = FD-ENTRY-START
                           + (FD-SUB - 1) * FD-ENTRY-LENGTH
                           + FE-OFFSET(FE-SUB).
           MOVE FE-LEN(FE-SUB)                TO CMP-LEN.

           PERFORM 4300-COMPARE-SPAN        THRU 4300-EXIT.

       4210-EXIT.
           EXIT.

      *****************************************************************
      * Compare one span of the two images and, when it differs,      *
      * report local and partner values side by side - from the first *
      * differing byte when the span is longer than the line allows.  *
      *****************************************************************
       4300-COMPARE-SPAN.
           IF  LOCAL-IMAGE  (CMP-OFF:CMP-LEN) EQUAL
               PARTNER-IMAGE(CMP-OFF:CMP-LEN)
               GO TO 4300-EXIT.

           ADD  1                             TO DRIFT-COUNT.

           MOVE CMP-NAME                      TO TD-DL-NAME.
           MOVE SPACES                        TO TD-DL-WHERE
                                                 TD-DL-LOCAL
                                                 TD-DL-PARTNER.
           MOVE 1                             TO CMP-AT.

           IF  CMP-LEN GREATER THAN CMP-SHOW-MAX
               MOVE ZEROES                    TO CMP-POS
               PERFORM 4310-NEXT-BYTE       THRU 4310-EXIT
                   WITH TEST AFTER
                   UNTIL CMP-POS NOT LESS THAN CMP-LEN
                   OR    LOCAL-IMAGE  (CMP-OFF + CMP-POS - 1:1)
                     NOT EQUAL PARTNER-IMAGE(CMP-OFF + CMP-POS - 1:1)
               MOVE CMP-POS                   TO CMP-AT
                                                 CMP-POS-DISPLAY
               MOVE '@'                       TO TD-DL-WHERE(1:1)
               MOVE CMP-POS-DISPLAY           TO TD-DL-WHERE(2:3).

           COMPUTE CMP-SHOW = CMP-LEN - CMP-AT + 1.
           IF  CMP-SHOW GREATER THAN CMP-SHOW-MAX
               MOVE CMP-SHOW-MAX              TO CMP-SHOW.

           COMPUTE CMP-POS = CMP-OFF + CMP-AT - 1.

           MOVE LOCAL-IMAGE  (CMP-POS:CMP-SHOW)
             TO TD-DL-LOCAL  (1:CMP-SHOW).
           MOVE PARTNER-IMAGE(CMP-POS:CMP-SHOW)
             TO TD-DL-PARTNER(1:CMP-SHOW).

           MOVE TD-DRIFT-LINE                 TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL          THRU 9910-EXIT.

       4300-EXIT.
           EXIT.

       4310-NEXT-BYTE.
           ADD  1                             TO CMP-POS.

       4310-EXIT.
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
      * Write the verdict line and save the result for the digest.    *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE FA-TRANID              TO TD-DD-TABLE.
           MOVE DRIFT-RESULT           TO TD-DD-RESULT.
           MOVE DRIFT-COUNT            TO TD-DD-COUNT.
           MOVE DRIFT-STEP             TO TD-DD-STEP.
           MOVE TD-DRIFT-DONE          TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           PERFORM 9905-SAVE-RESULT  THRU 9905-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Save this run's verdict as the table's latest result on the   *
      * FAxxRD queue, rewrite-or-first-write.                         *
      *****************************************************************
       9905-SAVE-RESULT.
           MOVE FA-TRANID(3:2)         TO RS-TSQ(1:2).
           MOVE 'RD'                   TO RS-TSQ(3:2).

           MOVE TD-DATE                TO RS-DATE.
           MOVE TD-TIME                TO RS-TIME.
           MOVE DRIFT-RESULT           TO RS-RESULT.
           MOVE DRIFT-STEP             TO RS-STEP.
           MOVE DRIFT-COUNT            TO RS-DRIFT.

           MOVE LENGTH OF RS-ENTRY     TO RS-LENGTH.
           MOVE 1                      TO RS-ITEM.

           EXEC CICS WRITEQ TS QUEUE(RS-TSQ)
                FROM  (RS-ENTRY)
                LENGTH(RS-LENGTH)
                ITEM  (RS-ITEM)
                REWRITE
                RESP  (RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                  TO RS-ITEM
               EXEC CICS WRITEQ TS QUEUE(RS-TSQ)
                    FROM  (RS-ENTRY)
                    LENGTH(RS-LENGTH)
                    ITEM  (RS-ITEM)
                    RESP  (RS-RESP)
                    NOHANDLE
               END-EXEC.

       9905-EXIT.
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
