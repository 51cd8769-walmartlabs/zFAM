      *      (ZFAM000 honors it) - the ZFAM127 scheduler already      *
      *      skips quiesced tables;                                   *
      *   6. disables and discards the table's URIMAP and its         *
      *      ZFAM-DD document template;                               *
      *   7. marks the table's ZFAMTC catalog entry retired.          *
      *                                                               *
      * A refused decommission leaves the table exactly as it was.    *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   A decommission needs a second userid's   *
      *                      approval through ZFAM175; the approved   *
      *                      run is STARTed with the original input   *
      *                      and the request id.                      *
      * 2026-10-15 ZFAMDEV   Retire the table's ZFAMTC catalog entry  *
      *                      as the last step.                        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  TERM-INPUT             PIC  X(80) VALUE SPACES.
       01  TERM-LENGTH            PIC S9(04) COMP VALUE 80.

       01  APPROVED-START.
           02  AS-INPUT           PIC  X(80) VALUE SPACES.
           02  AS-ID              PIC  X(07) VALUE SPACES.
       01  AS-LENGTH              PIC S9(04) COMP VALUE 87.
       01  TERM-TRANID            PIC  X(08) VALUE SPACES.

       01  DC-SUFFIX              PIC  X(02) VALUE SPACES.
       01  STEP-STOPPED           PIC  X(50) VALUE
           'expiration chain flagged to stop'.
       01  STEP-DISCARDED         PIC  X(50) VALUE
           'URIMAP and document template discarded'.
       01  STEP-RETIRED           PIC  X(50) VALUE
           'catalog entry retired - done'.
       01  STEP-NO-CATALOG        PIC  X(50) VALUE
           'no catalog entry to retire - done'.

       01  TD-BAD-INPUT.
           02  FILLER             PIC  X(49) VALUE
               'zFAM decomm - usage: <tran> <xx> <export-tranid> '.
           02  FILLER             PIC  X(31) VALUE SPACES.

      *****************************************************************
      * Two-person approval (ZFAM175/ZFAMPA).                         *
      *****************************************************************
       COPY ZFAMPAC.

      *****************************************************************
      * Table catalog (ZFAMTC).                                       *
      *****************************************************************
       COPY ZFAMTCC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-GET-INPUT          THRU 1000-EXIT.
           PERFORM 1500-CHECK-APPROVAL     THRU 1500-EXIT.
           PERFORM 2000-CHECK-RETRIES      THRU 2000-EXIT.
           PERFORM 3000-WALK-KEY-STORE     THRU 3000-EXIT.
           PERFORM 4000-QUIESCE            THRU 4000-EXIT.
           PERFORM 5000-FINAL-EXPORT       THRU 5000-EXIT.
           PERFORM 6000-STOP-UTILITIES     THRU 6000-EXIT.
           PERFORM 7000-DISCARD-RESOURCES  THRU 7000-EXIT.
           PERFORM 8000-RETIRE-CATALOG     THRU 8000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Read and validate the terminal input - or, for the approved   *
      * run ZFAM175 STARTs, the original input saved with the         *
      * approval request.                                             *
      *****************************************************************
       1000-GET-INPUT.
           MOVE LENGTH OF APPROVED-START TO AS-LENGTH.

           EXEC CICS RETRIEVE INTO(APPROVED-START)
                LENGTH(AS-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               MOVE AS-INPUT              TO TERM-INPUT
           ELSE
               MOVE SPACES                TO AS-ID
               EXEC CICS RECEIVE INTO(TERM-INPUT)
                    LENGTH(TERM-LENGTH)
                    NOHANDLE
               END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * A decommission needs a second userid's approval.  Without     *
      * an approval id it is recorded as a pending request and        *
      * ends; the approved run ZFAM175 starts carries the id and      *
      * goes ahead only if its input matches the approved input.      *
      * If ZFAM175 cannot be reached the table is left as it is.      *
      *****************************************************************
       1500-CHECK-APPROVAL.
           MOVE 'G'                   TO AP-FUNCTION.
           MOVE ZEROES                TO AP-ID.

           IF  AS-ID NUMERIC
               MOVE AS-ID             TO AP-ID.

           MOVE 'ZFAM136 '            TO AP-PROGRAM.
           MOVE EIBTRNID              TO AP-TRANID.
           MOVE 'DECOMMISSION'        TO AP-ACTION.
           MOVE TD-SP-TABLE           TO AP-TABLE.
           MOVE TERM-INPUT            TO AP-PARM.
           MOVE LENGTH OF TERM-INPUT  TO AP-PARM-LENGTH.
           MOVE 'D'                   TO AP-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM175)
                COMMAREA(AP-COMMAREA)
                LENGTH  (LENGTH OF AP-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                    TEXT(AP-UNAVAILABLE)
                    NOHANDLE
               END-EXEC.

           IF  AP-RESULT NOT EQUAL 'G'
               PERFORM 9000-RETURN    THRU 9000-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Step 1 - an unserved retry entry means replication this       *
      * table still owes the partner.  Refuse.                        *
       7000-EXIT.
           EXIT.

      *****************************************************************
      * Step 7 - mark the catalog entry retired, keeping it (and who  *
      * owned the table) on file.  A table that was never cataloged   *
      * only gets the step line saying so.                            *
      *****************************************************************
       8000-RETIRE-CATALOG.
           MOVE TD-SP-TABLE           TO TC-TABLE.
           MOVE LENGTH OF TC-RECORD   TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                UPDATE
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STEP-NO-CATALOG   TO TD-SP-TEXT
               PERFORM 9900-ANNOUNCE THRU 9900-EXIT
               GO TO 8000-EXIT.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'R'                   TO TC-STATUS.
           MOVE WS-ABS                TO TC-RETIRED-ABS.

           EXEC CICS ASSIGN USERID(TC-RETIRED-USER) NOHANDLE
           END-EXEC.

           EXEC CICS REWRITE FILE(TC-FILE)
                FROM  (TC-RECORD)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           MOVE STEP-RETIRED          TO TD-SP-TEXT.
           PERFORM 9900-ANNOUNCE    THRU 9900-EXIT.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * WTO and CSSL one step line.                                   *
      *****************************************************************
