      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   FAILOVER needs a second userid's         *
      *                      approval through ZFAM175; the approved   *
      *                      run is STARTed with the original input   *
      *                      and the request id.                      *
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

       01  FO-ACTION              PIC  X(08) VALUE SPACES.
           02  CA138-BEFORE       PIC  X(16) VALUE SPACES.
           02  CA138-AFTER        PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Two-person approval (ZFAM175/ZFAMPA).                         *
      *****************************************************************
       COPY ZFAMPAC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-GET-ACTION         THRU 1000-EXIT.

           IF  FO-ACTION EQUAL ACTION-FAILOVER
               PERFORM 1500-CHECK-APPROVAL THRU 1500-EXIT.

           PERFORM 2000-INQUIRE-START      THRU 2000-EXIT.
           PERFORM 2100-INQUIRE-NEXT       THRU 2100-EXIT
                   WITH TEST AFTER
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Read the action word from the terminal input - or, for the    *
      * approved run ZFAM175 STARTs, from the original input saved    *
      * with the approval request.                                    *
      *****************************************************************
       1000-GET-ACTION.
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

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO TERM-TRANID
       1000-EXIT.
           EXIT.

      *****************************************************************
      * FAILOVER needs a second userid's approval.  Without an        *
      * approval id the failover is recorded as a pending request     *
      * and ends; the approved run ZFAM175 starts carries the id      *
      * and goes ahead only if its input matches the approved         *
      * input.  If ZFAM175 cannot be reached nothing is switched.     *
      *****************************************************************
       1500-CHECK-APPROVAL.
           MOVE 'G'                       TO AP-FUNCTION.
           MOVE ZEROES                    TO AP-ID.

           IF  AS-ID NUMERIC
               MOVE AS-ID                 TO AP-ID.

           MOVE 'ZFAM110 '                TO AP-PROGRAM.
           MOVE EIBTRNID                  TO AP-TRANID.
           MOVE 'FAILOVER    '            TO AP-ACTION.
           MOVE '****'                    TO AP-TABLE.
           MOVE TERM-INPUT                TO AP-PARM.
           MOVE LENGTH OF TERM-INPUT      TO AP-PARM-LENGTH.
           MOVE 'D'                       TO AP-RESULT.

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
               PERFORM 9000-RETURN        THRU 9000-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Inquire URIMAP START.                                         *
      *****************************************************************
