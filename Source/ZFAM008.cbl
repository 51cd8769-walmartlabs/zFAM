      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Count the browse's elapsed time into the  *
      *                     ZFAM##LH latency histogram.               *
      * 2026-10-15 ZFAMDEV  Browse a federation's URI backward across *
      *                     its member tables in key order (ZFAM168). *
      * 2026-10-15 ZFAMDEV  Mask each row's FAxxDM columns for the    *
      *                     caller's scope (GET-CA-MASK, ZFAM188).    *
      * 2026-10-15 ZFAMDEV  A masking refusal answers 403 through     *
      *                     ZFAM090 (reasons 08/09).                  *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  HTTP-STATUS-206        PIC S9(04) COMP VALUE 206.
       01  HTTP-STATUS-400        PIC S9(04) COMP VALUE 400.
       01  HTTP-STATUS-401        PIC S9(04) COMP VALUE 401.
       01  HTTP-STATUS-403        PIC S9(04) COMP VALUE 403.
       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.
       01  HTTP-STATUS-507        PIC S9(04) COMP VALUE 507.

       01  HTTP-507-TEXT          PIC  X(24) VALUE SPACES.
       01  HTTP-507-LENGTH        PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Start - zFAM error message resources.                         *
      *****************************************************************
       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.
       01  TWO                    PIC S9(08) COMP VALUE 2.

       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-008 Service u'.
           02  FILLER             PIC  X(16) VALUE 'navailable and l'.
           02  FILLER             PIC  X(16) VALUE 'ogging disabled '.

       01  ZFAM090-COMMAREA.
           02  CA090-STATUS       PIC  9(03) VALUE ZEROES.
           02  CA090-REASON       PIC  9(02) VALUE ZEROES.
           02  CA090-USERID       PIC  X(08) VALUE SPACES.
           02  CA090-PROGRAM      PIC  X(08) VALUE SPACES.
           02  CA090-FILE         PIC  X(08) VALUE SPACES.
           02  CA090-FIELD        PIC  X(16) VALUE SPACES.
           02  CA090-KEY          PIC X(255) VALUE SPACES.
           02  CA090-TRANID       PIC  X(04) VALUE SPACES.

       01  HTTP-OK                PIC  X(02) VALUE 'OK'.
       01  HTTP-NOT-FOUND         PIC  X(16) VALUE 'Record not found'.

      *****************************************************************
       COPY ZFAMIFC.

       COPY ZFAMLHC.

      *****************************************************************
      * Table federation (see ZFAMVFC).  A browse on a federation's   *
      * URI starts on the member holding the key and, at the start    *
      * of each member, carries on from the bottom of the previous    *
      * member in key order.                                          *
      *****************************************************************
       01  FEDERATED-SW           PIC  X(01) VALUE 'N'.
       01  BROWSE-RESP            PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMVFC.

      *****************************************************************
      * Dynamic column masking.  ZFAM002 sets GET-CA-MASK when FAxxDM *
      * rules mask columns for the caller, and passes the caller's    *
      * token scope in GET-CA-SCOPE; each row's first segment is      *
      * masked as it is read.  A shorter commarea carries no masking. *
      *****************************************************************
       COPY ZFAMDMC.

       01  GET-CA-MASK-LENGTH     PIC S9(04) COMP VALUE 777.

      *****************************************************************
      * CICS monitoring (ZFAMMNC).  ZFAM002 hands the request's zFAM  *
      * detail over in the commarea; this program answers the         *
      * request, so it sets the status, bytes out and segments it     *
      * sent and issues the monitoring point on its way out.          *
      *****************************************************************
       COPY ZFAMMNC.

       01  GET-CA-MONITOR-LENGTH  PIC S9(04) COMP VALUE 826.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  GET-CA-TYPE        PIC  X(02).
           02  FILLER             PIC  X(07).
           02  GET-CA-KEY-LENGTH  PIC S9(08) COMP.
           02  GET-CA-KEY         PIC X(255).
           02  FILLER             PIC X(501).
           02  GET-CA-MASK        PIC  X(01).
           02  GET-CA-SCOPE       PIC  X(01).
           02  GET-CA-MONITOR     PIC  X(48).


      *****************************************************************
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 9077-REGISTER-INFLIGHT  THRU 9077-EXIT.
           PERFORM 1400-MASK-LOAD          THRU 1400-EXIT.
           PERFORM 1100-GET-CCSID          THRU 1100-EXIT.
           PERFORM 2000-START-BROWSE       THRU 2000-EXIT.

           MOVE EIBTRNID(3:2)                TO FK-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO FF-TRANID(3:2).

           IF  EIBCALEN NOT LESS THAN GET-CA-MONITOR-LENGTH
               MOVE GET-CA-MONITOR           TO MN-RECORD.

           MOVE ZEROES                       TO MN-SEGMENTS
                                                MN-HTTP-STATUS
                                                MN-BYTES-OUT.

           EXEC CICS GETMAIN SET(ORIGINAL-ADDRESS)
                FLENGTH(GETMAIN-LENGTH)
                INITIMG(BINARY-ZEROES)
       1300-EXIT.
           EXIT.

      *****************************************************************
      * Load the FAxxDM rules that mask columns for the caller's      *
      * scope.  Rules that cannot be placed refuse the browse.        *
      *****************************************************************
       1400-MASK-LOAD.
           IF  EIBCALEN LESS THAN GET-CA-MASK-LENGTH
               GO TO 1400-EXIT.

           IF  GET-CA-MASK NOT EQUAL 'Y'
               GO TO 1400-EXIT.

           MOVE 'L'                         TO DM-FUNCTION.
           MOVE FK-TRANID                   TO DM-TRANID.
           MOVE GET-CA-SCOPE                TO DM-SCOPE.
           MOVE ZEROES                      TO DM-LENGTH.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR (DM-RETURN-CODE NOT EQUAL '00'
           AND DM-RETURN-CODE NOT EQUAL '04')
               MOVE '09'                    TO CA090-REASON
               PERFORM 9410-STATUS-403    THRU 9410-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
               MOVE 'Y'                     TO DM-ACTIVE-SW.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Resolve REQUEST-CCSID: the zFAM-CCSID header, if present and   *
      * numeric, wins; otherwise fall back to the table's DD-CCSID     *
      * receives NOTFND condition.                                    *
      *****************************************************************
       2000-START-BROWSE.
           PERFORM 2050-FEDERATION-ROUTE   THRU 2050-EXIT.

           MOVE GET-CA-KEY                   TO FK-KEY.
           MOVE LENGTH     OF FK-RECORD      TO FK-LENGTH.

                GTEQ
           END-EXEC.

           MOVE EIBRESP                      TO BROWSE-RESP.

      *****************************************************************
      * An empty federation member hands the browse to the previous   *
      * member, whose keys are all below the start key - no index     *
      * adjustment applies.                                           *
      *****************************************************************
           IF  BROWSE-RESP  NOT EQUAL DFHRESP(NORMAL)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 2300-PRIOR-MEMBER   THRU 2300-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   OR    FEDERATED-SW NOT EQUAL 'Y'
               IF  BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   GO TO 2000-EXIT.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO STATUS-LENGTH
               MOVE ZEROES                   TO MESSAGE-COUNT
               PERFORM 9600-HEADER         THRU 9600-EXIT
       2000-EXIT.
           EXIT.

      *****************************************************************
      * Point the browse at the federation member holding the start   *
      * key.  A table that is not a federation browses itself.        *
      *****************************************************************
       2050-FEDERATION-ROUTE.
           MOVE 'R'                         TO VF-FUNCTION.
           MOVE EIBTRNID                    TO VF-TABLE.
           MOVE GET-CA-KEY                  TO VF-KEY.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP    EQUAL DFHRESP(NORMAL)
           AND VF-RESULT  EQUAL 'Y'
               MOVE 'Y'                     TO FEDERATED-SW
               MOVE VF-MEMBER               TO FK-TRANID(3:2)
                                               FF-TRANID(3:2).

       2050-EXIT.
           EXIT.

      *****************************************************************
      * Adjust initial index for READPREV section.                    *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                      TO BROWSE-RESP.

           IF  BROWSE-RESP  EQUAL DFHRESP(ENDFILE)
           AND FEDERATED-SW EQUAL 'Y'
               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC
               PERFORM 2300-PRIOR-MEMBER   THRU 2300-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO STATUS-LENGTH
               MOVE ZEROES                   TO MESSAGE-COUNT
               PERFORM 9600-HEADER         THRU 9600-EXIT
       2100-EXIT.
           EXIT.

      *****************************************************************
      * Start the browse at the bottom of the previous federation     *
      * member in key order.  With no member left the federation is   *
      * exhausted.                                                    *
      *****************************************************************
       2300-PRIOR-MEMBER.
           MOVE 'N'                         TO VF-FUNCTION.
           MOVE 'B'                         TO VF-DIRECTION.
           MOVE EIBTRNID                    TO VF-TABLE.
           MOVE FK-TRANID(3:2)              TO VF-MEMBER.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP    NOT EQUAL DFHRESP(NORMAL)
           OR  VF-RESULT  NOT EQUAL 'Y'
               MOVE 'E'                     TO FEDERATED-SW
               GO TO 2300-EXIT.

           MOVE VF-MEMBER                   TO FK-TRANID(3:2)
                                               FF-TRANID(3:2).
           MOVE HIGH-VALUES                 TO FK-KEY.

           EXEC CICS STARTBR FILE(FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Perform the READPREV process for the KEY store records.       *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                 TO BROWSE-RESP.

           IF  BROWSE-RESP  EQUAL DFHRESP(ENDFILE)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 3250-PRIOR-READ THRU 3250-EXIT.

           MOVE ZEROES                  TO RECORD-LENGTH.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO PROCESS-COMPLETE.

           IF  RANGE-RESPONSE EQUAL DFHRESP(NORMAL)
       3210-EXIT.
           EXIT.

      *****************************************************************
      * Start of a federation member - carry the browse back into     *
      * the previous member and read its last key.                    *
      *****************************************************************
       3250-PRIOR-READ.
           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           PERFORM 2300-PRIOR-MEMBER       THRU 2300-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
               OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3250-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READPREV FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

       3250-EXIT.
           EXIT.

      *****************************************************************
      * Read FILE/DATA store record segment(s).                       *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
           AND MN-SEGMENTS LESS THAN 9999
               ADD  1                          TO MN-SEGMENTS.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               IF  FF-SEGMENT = FF-SEGMENTS
                   MOVE 'Y'                    TO SEGMENTS-COMPLETE.
               AND CHECKSUM-MISMATCH = 'N'
                   SUBTRACT FF-PREFIX        FROM FF-LENGTH
                   PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
                   PERFORM 3410-MASK-SEGMENT THRU 3410-EXIT
                   MOVE FF-DATA(1:FF-LENGTH)   TO ZFAM-MESSAGE
                   ADD  FF-LENGTH              TO CURRENT-ADDRESS-X
                   ADD  ONE                    TO FF-SEGMENT
       3400-EXIT.
           EXIT.

      *****************************************************************
      * With masks in force, mask the row's first segment, where its  *
      * columns lie.  A Content-Encoded row has no columns to mask    *
      * and refuses the browse.                                       *
      *****************************************************************
       3410-MASK-SEGMENT.
           IF  DM-ACTIVE-SW NOT EQUAL 'Y'
               GO TO 3410-EXIT.

           IF  FK-ENCODING NOT EQUAL SPACES
               MOVE '08'                       TO CA090-REASON
               PERFORM 9410-STATUS-403       THRU 9410-EXIT.

           IF  FF-SEGMENT NOT EQUAL ONE
           OR  FF-LENGTH  NOT GREATER THAN ZEROES
               GO TO 3410-EXIT.

           MOVE FF-LENGTH                      TO DM-LENGTH.
           MOVE FF-DATA(1:DM-LENGTH)           TO DM-DATA(1:DM-LENGTH).
           MOVE 'A'                            TO DM-FUNCTION.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DM-RETURN-CODE NOT EQUAL '00'
               MOVE '09'                       TO CA090-REASON
               PERFORM 9410-STATUS-403       THRU 9410-EXIT.

           MOVE DM-DATA(1:DM-LENGTH)           TO FF-DATA(1:DM-LENGTH).

       3410-EXIT.
           EXIT.

      *****************************************************************
      * Compare next logical record length with remaining buffer      *
      * length.                                                       *
               MOVE 'N'                 TO SEGMENTS-SUCCESSFUL
               GO TO 3350-EXIT.

           IF  MN-SEGMENTS LESS THAN 9999
               ADD  1                   TO MN-SEGMENTS.

           MOVE 'N'                     TO CHECKSUM-MISMATCH.
           PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT.


           SUBTRACT FF-PREFIX         FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT.
           PERFORM 3410-MASK-SEGMENT  THRU 3410-EXIT.

           PERFORM 3360-JSON-BUILD    THRU 3360-EXIT.

                    NOHANDLE
               END-EXEC.

           MOVE HTTP-STATUS                 TO MN-HTTP-STATUS.
           MOVE MESSAGE-LENGTH              TO MN-BYTES-OUT.

           IF  DD-AUDIT-READS EQUAL 'Y'
               MOVE EIBTRNID                 TO CA125-TRANID
               MOVE GET-CA-KEY               TO CA125-KEY
      *****************************************************************
       9000-RETURN.

           PERFORM 9056-RECORD-LATENCY    THRU 9056-EXIT.
           PERFORM 9078-CLEAR-INFLIGHT    THRU 9078-EXIT.

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
           MOVE 'ZFAM008 '                   TO MN-PROGRAM.

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
      * Count this browse's elapsed time into the table's latency     *
      * histogram under the browse verb class (see ZFAMLHC) - the     *
      * scan completes here, not back in ZFAM002.                     *
      *****************************************************************
       9056-RECORD-LATENCY.
           EXEC CICS ASKTIME ABSTIME(LH-END-ABS) NOHANDLE
           END-EXEC.

           SUBTRACT LH-START-ABS FROM LH-END-ABS
               GIVING LH-MILLISECONDS.

           IF  LH-MILLISECONDS LESS THAN ZEROES
               MOVE ZEROES                   TO LH-MILLISECONDS.

           MOVE 5                            TO LH-VERB-SUB.
           PERFORM 9057-BUMP-LATENCY       THRU 9057-EXIT.

       9056-EXIT.
           EXIT.

      *****************************************************************
      * Add one to the LH-MILLISECONDS bucket of verb LH-VERB-SUB on  *
      * the table's ZFAM##LH queue.                                   *
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
      * Register this scan in the region's in-flight activity table   *
      * and clear it on the way out - an XCTLed browse never passes   *
           EXEC CICS ASKTIME ABSTIME(IF-NOW-ABS) NOHANDLE
           END-EXEC.

           MOVE IF-NOW-ABS                   TO LH-START-ABS.

           MOVE LENGTH OF IF-STATE           TO IF-LENGTH.
           MOVE 1                            TO IF-ITEM.

                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-507         TO MN-HTTP-STATUS.

       9400-EXIT.
           EXIT.

      *****************************************************************
      * Masked columns cannot be served - 403 through ZFAM090,        *
      * CA090-REASON 08 (not this way) or 09 (the masks could not be  *
      * applied), the same as ZFAM004.                                *
      *****************************************************************
       9410-STATUS-403.
           MOVE FK-TRANID              TO CA090-FILE.
           MOVE 'DM'                   TO CA090-FILE(5:2).
           MOVE HTTP-STATUS-403        TO CA090-STATUS.
           PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       9410-EXIT.
           EXIT.

      *****************************************************************
      * Write an HTTP header containing the LastKey and Rows.         *
      *****************************************************************
                STATUSLEN (HTTP-204-LENGTH)
           END-EXEC.

           MOVE HTTP-STATUS-204         TO MN-HTTP-STATUS.

       9700-EXIT.
           EXIT.

       9995-EXIT.
           EXIT.

      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      * The XCTL never comes back through 9000-RETURN, so the scan    *
      * is timed and its in-flight slot cleared first.                *
      *****************************************************************
       9998-ZFAM090.
           MOVE CA090-STATUS           TO MN-HTTP-STATUS.
           PERFORM 9085-MONITOR-POINT  THRU 9085-EXIT.

           PERFORM 9056-RECORD-LATENCY THRU 9056-EXIT.
           PERFORM 9078-CLEAR-INFLIGHT THRU 9078-EXIT.

           MOVE FK-KEY                 TO CA090-KEY.
           MOVE EIBTRNID               TO CA090-TRANID.

           EXEC CICS XCTL PROGRAM(ZFAM090)
                COMMAREA(ZFAM090-COMMAREA)
                LENGTH  (LENGTH OF ZFAM090-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)    TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-503)
                STATUSTEXT(HTTP-503-99-TEXT)
                STATUSLEN (HTTP-503-99-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       9998-EXIT.
           EXIT.
