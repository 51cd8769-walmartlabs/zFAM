       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM189.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager                               *
      *                                                               *
      * Fault-injection arming console.                               *
      *                                                               *
      * Invoked as an operator transaction with the table suffix and  *
      * a fault as terminal input:                                    *
      *                                                               *
      *   <tran> 07 STATUS  <pct> <mins> <nnn>                        *
      *                       - answer HTTP status nnn (400-599)      *
      *   <tran> 07 LATENCY <pct> <mins> <ms>                         *
      *                       - hold the request ms milliseconds      *
      *                         (1-60000), then serve it as usual     *
      *   <tran> 07 LOCK    <pct> <mins>                              *
      *                       - answer a record lock conflict, 409    *
      *                         with zFAM-Status LOCK-REJECTED        *
      *   <tran> 07 PARTNER <pct> <mins>                              *
      *                       - fail the partner replication          *
      *                         converse, so the change goes to the   *
      *                         FAxxRT retry queue                    *
      *   <tran> 07 STOP      - disarm immediately                    *
      *                                                               *
      * <pct> (1-100) of the table's client requests take the fault   *
      * for the next <mins> minutes (1-480); one fault is armed per   *
      * table at a time, and arming another replaces it.  The fault   *
      * lands on the table's xxFI queue (ZFAMFIC) as an end ABSTIME,  *
      * which ZFAM002's 9066-FAULT-CHECK honors on every request.     *
      *                                                               *
      * Only a table whose ZFAM-DD template sets DD-TEST to 'Y' can   *
      * be armed - any other is refused outright, and ZFAM002 checks  *
      * the flag again before it injects anything.  STOP is always    *
      * allowed.  A WTO confirms each state change and the ZFAM138    *
      * admin audit trail records it; each injected fault is written  *
      * to the ZA90 audit trail labeled as injected.                  *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * Define Constant and Define Storage.                           *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.

       01  TERM-INPUT             PIC  X(80) VALUE SPACES.
       01  TERM-LENGTH            PIC S9(04) COMP VALUE 80.
       01  TERM-TRANID            PIC  X(08) VALUE SPACES.

       01  FI-SUFFIX              PIC  X(02) VALUE SPACES.
       01  FI-ACTION              PIC  X(08) VALUE SPACES.
       01  FI-PERCENT-X           PIC  X(06) VALUE SPACES.
       01  FI-MINUTES-X           PIC  X(06) VALUE SPACES.
       01  FI-VALUE-X             PIC  X(06) VALUE SPACES.
       01  FI-MINUTES             PIC  9(05) VALUE ZEROES.

       01  ACTION-STATUS          PIC  X(08) VALUE 'STATUS  '.
       01  ACTION-LATENCY         PIC  X(08) VALUE 'LATENCY '.
       01  ACTION-LOCK            PIC  X(08) VALUE 'LOCK    '.
       01  ACTION-PARTNER         PIC  X(08) VALUE 'PARTNER '.
       01  ACTION-STOP            PIC  X(08) VALUE 'STOP    '.

       01  MAX-MINUTES            PIC  9(05) VALUE 480.
       01  MAX-LATENCY-MS         PIC  9(05) VALUE 60000.

      *****************************************************************
      * A number typed on the input line - NUM-TOKEN as UNSTRING left *
      * it, right-justified into NUM-RIGHT, and NUM-VALUE when it is  *
      * all digits.  NUM-OK-SW is 'N' for anything else.              *
      *****************************************************************
       01  NUM-TOKEN              PIC  X(06) VALUE SPACES.
       01  NUM-RIGHT              PIC  X(05) VALUE ZEROES.
       01  NUM-VALUE REDEFINES NUM-RIGHT
                                  PIC  9(05).
       01  NUM-SPACES             PIC S9(04) COMP VALUE ZEROES.
       01  NUM-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  NUM-START              PIC S9(04) COMP VALUE ZEROES.
       01  NUM-OK-SW              PIC  X(01) VALUE 'N'.

       COPY ZFAMFIC.

       01  FI-PRIOR               PIC  X(16) VALUE SPACES.

       01  FI-IMAGE.
           02  FI-IM-TYPE         PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FI-IM-PERCENT      PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE '%'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FI-IM-VALUE        PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(04) VALUE SPACES.

      *****************************************************************
      * The table's ZFAM-DD template, as far as DD-TEST.  The filler  *
      * spans ZFAM002's DD-INFORMATION fields, and their CRLFs, ahead *
      * of it.                                                        *
      *****************************************************************
       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       01  DD-INFORMATION.
           02  FILLER             PIC X(317) VALUE SPACES.
           02  DD-CRLF44          PIC  X(02) VALUE SPACES.
           02  DD-TEST            PIC  X(01) VALUE SPACES.

      *****************************************************************
      * Administrative-action audit (ZFAM138/ZFAMAA).                 *
      *****************************************************************
       01  ZFAM138                PIC  X(08) VALUE 'ZFAM138 '.

       01  ZFAM138-COMMAREA.
           02  CA138-ACTION       PIC  X(12) VALUE SPACES.
           02  CA138-TABLE        PIC  X(04) VALUE SPACES.
           02  CA138-PARMS        PIC  X(40) VALUE SPACES.
           02  CA138-BEFORE       PIC  X(16) VALUE SPACES.
           02  CA138-AFTER        PIC  X(16) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-STATE.
           02  FILLER             PIC  X(15) VALUE 'zFAM fault     '.
           02  TD-ST-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-ST-TEXT         PIC  X(50) VALUE SPACES.

       01  STATE-ARMED.
           02  FILLER             PIC  X(06) VALUE 'armed '.
           02  TD-AR-ACTION       PIC  X(08) VALUE SPACES.
           02  TD-AR-PERCENT      PIC  ZZ9.
           02  FILLER             PIC  X(18) VALUE
               '% of requests for '.
           02  TD-AR-MINUTES      PIC  ZZ9.
           02  FILLER             PIC  X(12) VALUE ' minutes'.

       01  STATE-STOPPED          PIC  X(50) VALUE
           'stopped - fault injection disarmed'.
       01  STATE-NOT-TEST         PIC  X(50) VALUE
           'refused - table is not flagged DD-TEST'.

       01  TD-BAD-INPUT.
           02  FILLER             PIC  X(49) VALUE
               'zFAM fault - usage: <tran> <xx> STATUS|LATENCY|LO'.
           02  FILLER             PIC  X(31) VALUE
               'CK|PARTNER <pct> <mins> [<n>]'.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-GET-INPUT          THRU 1000-EXIT.

           IF  FI-ACTION NOT EQUAL ACTION-STOP
               PERFORM 1500-CHECK-TEST     THRU 1500-EXIT.

           PERFORM 2000-SET-STATE          THRU 2000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Read and validate the terminal input.                         *
      *****************************************************************
       1000-GET-INPUT.
           EXEC CICS RECEIVE INTO(TERM-INPUT)
                LENGTH(TERM-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO TERM-TRANID
                    FI-SUFFIX
                    FI-ACTION
                    FI-PERCENT-X
                    FI-MINUTES-X
                    FI-VALUE-X.

           INSPECT FI-ACTION
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  FI-SUFFIX EQUAL SPACES
               PERFORM 9920-WRITE-USAGE   THRU 9920-EXIT.

           IF  FI-ACTION EQUAL ACTION-STOP
               GO TO 1000-EXIT.

           IF  FI-ACTION EQUAL ACTION-STATUS
               MOVE 'S'               TO FI-TYPE.

           IF  FI-ACTION EQUAL ACTION-LATENCY
               MOVE 'D'               TO FI-TYPE.

           IF  FI-ACTION EQUAL ACTION-LOCK
               MOVE 'L'               TO FI-TYPE.

           IF  FI-ACTION EQUAL ACTION-PARTNER
               MOVE 'P'               TO FI-TYPE.

           IF  FI-TYPE EQUAL SPACES
               PERFORM 9920-WRITE-USAGE   THRU 9920-EXIT.

           MOVE FI-PERCENT-X          TO NUM-TOKEN.
           PERFORM 1100-GET-NUMBER    THRU 1100-EXIT.

           IF  NUM-OK-SW NOT EQUAL 'Y'
           OR  NUM-VALUE EQUAL ZEROES
           OR  NUM-VALUE GREATER THAN 100
               PERFORM 9920-WRITE-USAGE   THRU 9920-EXIT.

           MOVE NUM-VALUE             TO FI-PERCENT.

           MOVE FI-MINUTES-X          TO NUM-TOKEN.
           PERFORM 1100-GET-NUMBER    THRU 1100-EXIT.

           IF  NUM-OK-SW NOT EQUAL 'Y'
           OR  NUM-VALUE EQUAL ZEROES
           OR  NUM-VALUE GREATER THAN MAX-MINUTES
               PERFORM 9920-WRITE-USAGE   THRU 9920-EXIT.

           MOVE NUM-VALUE             TO FI-MINUTES.
           MOVE ZEROES                TO FI-VALUE.

           IF  FI-TYPE EQUAL 'L'
           OR  FI-TYPE EQUAL 'P'
               GO TO 1000-EXIT.

           MOVE FI-VALUE-X            TO NUM-TOKEN.
           PERFORM 1100-GET-NUMBER    THRU 1100-EXIT.

           IF  NUM-OK-SW NOT EQUAL 'Y'
               PERFORM 9920-WRITE-USAGE   THRU 9920-EXIT.

           IF  FI-TYPE EQUAL 'S'
               IF  NUM-VALUE LESS THAN 400
               OR  NUM-VALUE GREATER THAN 599
                   PERFORM 9920-WRITE-USAGE   THRU 9920-EXIT.

           IF  FI-TYPE EQUAL 'D'
               IF  NUM-VALUE EQUAL ZEROES
               OR  NUM-VALUE GREATER THAN MAX-LATENCY-MS
                   PERFORM 9920-WRITE-USAGE   THRU 9920-EXIT.

           MOVE NUM-VALUE             TO FI-VALUE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Right-justify NUM-TOKEN into NUM-RIGHT.  One to five digits   *
      * set NUM-OK-SW to 'Y'.                                         *
      *****************************************************************
       1100-GET-NUMBER.
           MOVE 'N'                   TO NUM-OK-SW.
           MOVE ZEROES                TO NUM-RIGHT
                                         NUM-SPACES.

           IF  NUM-TOKEN(6:1) NOT EQUAL SPACES
               GO TO 1100-EXIT.

           INSPECT NUM-TOKEN TALLYING NUM-SPACES FOR ALL SPACES.

           SUBTRACT NUM-SPACES FROM LENGTH OF NUM-TOKEN
               GIVING NUM-LENGTH.

           IF  NUM-LENGTH EQUAL ZEROES
               GO TO 1100-EXIT.

           SUBTRACT NUM-LENGTH FROM LENGTH OF NUM-RIGHT
               GIVING NUM-START.
           ADD  1                     TO NUM-START.

           MOVE NUM-TOKEN(1:NUM-LENGTH)
               TO NUM-RIGHT(NUM-START:NUM-LENGTH).

           IF  NUM-RIGHT NUMERIC
               MOVE 'Y'               TO NUM-OK-SW.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Refuse outright unless the table's ZFAM-DD template flags it  *
      * as a test table.                                              *
      *****************************************************************
       1500-CHECK-TEST.
           MOVE 'FA'                  TO DD-TRANID(1:2).
           MOVE FI-SUFFIX             TO DD-TRANID(3:2).
           MOVE SPACES                TO DD-TEST.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

           IF  DD-LENGTH LESS THAN LENGTH OF DD-INFORMATION
               MOVE SPACES            TO DD-TEST.

           IF  DD-TEST EQUAL 'Y'
               GO TO 1500-EXIT.

           MOVE 'FA'                  TO TD-ST-TABLE(1:2).
           MOVE FI-SUFFIX             TO TD-ST-TABLE(3:2).
           MOVE STATE-NOT-TEST        TO TD-ST-TEXT.
           PERFORM 9910-WRITE-STATE   THRU 9910-EXIT.
           PERFORM 9000-RETURN        THRU 9000-EXIT.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Write (or clear) the table's fault and confirm it.            *
      *****************************************************************
       2000-SET-STATE.
           MOVE FI-SUFFIX             TO FI-TSQ(1:2).
           MOVE 'FI'                  TO FI-TSQ(3:2).
           MOVE 'FA'                  TO TD-ST-TABLE(1:2).
           MOVE FI-SUFFIX             TO TD-ST-TABLE(3:2).

           PERFORM 2100-READ-PRIOR    THRU 2100-EXIT.

           IF  FI-ACTION EQUAL ACTION-STOP
               EXEC CICS DELETEQ TS QUEUE(FI-TSQ)
                    NOHANDLE
               END-EXEC
               MOVE SPACES            TO FI-IMAGE
               MOVE STATE-STOPPED     TO TD-ST-TEXT
               GO TO 2000-CONFIRM.

           COMPUTE FI-END-ABS = WS-ABS + (FI-MINUTES * 60000).

           EXEC CICS ASSIGN USERID(FI-USERID) NOHANDLE
           END-EXEC.

           MOVE 1                     TO FI-ITEM.
           MOVE LENGTH OF FI-RECORD   TO FI-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(FI-TSQ)
                FROM  (FI-RECORD)
                LENGTH(FI-LENGTH)
                ITEM  (FI-ITEM)
                REWRITE
                RESP  (FI-RESP)
                NOHANDLE
           END-EXEC.

           IF  FI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                 TO FI-ITEM
               EXEC CICS WRITEQ TS QUEUE(FI-TSQ)
                    FROM  (FI-RECORD)
                    LENGTH(FI-LENGTH)
                    ITEM  (FI-ITEM)
                    RESP  (FI-RESP)
                    NOHANDLE
               END-EXEC.

           MOVE FI-TYPE               TO FI-IM-TYPE.
           MOVE FI-PERCENT            TO FI-IM-PERCENT.
           MOVE FI-VALUE              TO FI-IM-VALUE.

           MOVE FI-ACTION             TO TD-AR-ACTION.
           MOVE FI-PERCENT            TO TD-AR-PERCENT.
           MOVE FI-MINUTES            TO TD-AR-MINUTES.
           MOVE STATE-ARMED           TO TD-ST-TEXT.

       2000-CONFIRM.
           PERFORM 9910-WRITE-STATE   THRU 9910-EXIT.

           MOVE 'FAULT       '        TO CA138-ACTION.
           MOVE 'FA'                  TO CA138-TABLE(1:2).
           MOVE FI-SUFFIX             TO CA138-TABLE(3:2).
           MOVE TERM-INPUT(1:40)      TO CA138-PARMS.
           MOVE FI-PRIOR              TO CA138-BEFORE.
           MOVE FI-IMAGE              TO CA138-AFTER.

           EXEC CICS LINK PROGRAM(ZFAM138)
                COMMAREA(ZFAM138-COMMAREA)
                LENGTH  (LENGTH OF ZFAM138-COMMAREA)
                NOHANDLE
           END-EXEC.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Capture the fault already armed, if any and still in its      *
      * window, for the administrative audit trail.                   *
      *****************************************************************
       2100-READ-PRIOR.
           MOVE SPACES                TO FI-PRIOR.
           MOVE 1                     TO FI-ITEM.
           MOVE LENGTH OF FI-RECORD   TO FI-LENGTH.

           EXEC CICS READQ TS QUEUE(FI-TSQ)
                INTO  (FI-RECORD)
                LENGTH(FI-LENGTH)
                ITEM  (FI-ITEM)
                RESP  (FI-RESP)
                NOHANDLE
           END-EXEC.

           IF  FI-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FI-END-ABS LESS THAN WS-ABS
               GO TO 2100-EXIT.

           MOVE FI-TYPE               TO FI-IM-TYPE.
           MOVE FI-PERCENT            TO FI-IM-PERCENT.
           MOVE FI-VALUE              TO FI-IM-VALUE.
           MOVE FI-IMAGE              TO FI-PRIOR.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Confirm a state change on CSSL and to the operator.           *
      *****************************************************************
       9910-WRITE-STATE.
           MOVE LENGTH OF TD-STATE    TO TD-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM  (TD-STATE)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-STATE)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Usage line for malformed input - nothing is changed.          *
      *****************************************************************
       9920-WRITE-USAGE.
           EXEC CICS WRITE OPERATOR
                TEXT(TD-BAD-INPUT)
                NOHANDLE
           END-EXEC.

           PERFORM 9000-RETURN        THRU 9000-EXIT.

       9920-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
