      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Count the browse's elapsed time into the  *
      *                     ZFAM##LH latency histogram.               *
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
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.
       01  HTTP-STATUS-206        PIC S9(04) COMP VALUE 206.
       01  HTTP-STATUS-403        PIC S9(04) COMP VALUE 403.
       01  HTTP-STATUS-412        PIC S9(04) COMP VALUE 412.

       01  HTTP-OK                PIC  X(02) VALUE 'OK'.
           02  FILLER             PIC  X(16) VALUE ' in the FAxxFD s'.
           02  FILLER             PIC  X(16) VALUE 'chema.          '.

      *****************************************************************
      * Start - zFAM error message resources.                         *
      *****************************************************************
       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.
       01  TWO                    PIC S9(08) COMP VALUE 2.
       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.

       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-017 Service u'.
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

       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.
       01  TEXT-ANYTHING          PIC  X(04) VALUE 'text'.
       01  APPLICATION-XML        PIC  X(56) VALUE 'application/xml'.
      *****************************************************************
       COPY ZFAMIFC.

       COPY ZFAMLHC.

      *****************************************************************
      * Dynamic column masking.  ZFAM002 sets GET-CA-MASK when FAxxDM *
      * rules mask columns for the caller, and passes the caller's    *
      * token scope in GET-CA-SCOPE; each row's first segment is      *
      * masked as it is read.  The KEY record is read only to refuse  *
      * a Content-Encoded row, which has no columns to mask.          *
      *****************************************************************
       COPY ZFAMDMC.

       01  GET-CA-MASK-LENGTH     PIC S9(04) COMP VALUE 777.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       COPY ZFAMFKC.

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
           02  GET-CA-AGG-COLUMN  PIC  X(16).
           02  GET-CA-ORDER-COLUMN PIC X(16).
           02  GET-CA-ORDER-DIR   PIC  X(01).
           02  FILLER             PIC X(463).
           02  GET-CA-MASK        PIC  X(01).
           02  GET-CA-SCOPE       PIC  X(01).
           02  GET-CA-MONITOR     PIC  X(48).

      *****************************************************************
      * zFAM  message.                                                *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 9077-REGISTER-INFLIGHT  THRU 9077-EXIT.
           PERFORM 1400-MASK-LOAD          THRU 1400-EXIT.
           PERFORM 1200-CURSOR-RESUME      THRU 1200-EXIT.
           PERFORM 1210-READ-DEADLINE      THRU 1210-EXIT.
           PERFORM 1100-FIND-COLUMN        THRU 1100-EXIT.
           MOVE EIBTRNID(3:2)                TO CI-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO FF-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO FD-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO FK-TRANID(3:2).

           EXEC CICS GETMAIN SET(OB-ADDRESS)
                FLENGTH(THREE-POINT-TWO-MB)
           ELSE
               MOVE ZEROES                    TO FD-DOC-LENGTH.

           IF  EIBCALEN NOT LESS THAN GET-CA-MONITOR-LENGTH
               MOVE GET-CA-MONITOR           TO MN-RECORD.

           MOVE ZEROES                       TO MN-SEGMENTS
                                                 MN-HTTP-STATUS
                                                 MN-BYTES-OUT.

       1000-EXIT.
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
               PERFORM 9820-STATUS-403    THRU 9820-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
               MOVE 'Y'                     TO DM-ACTIVE-SW.

       1400-EXIT.
           EXIT.

      *****************************************************************
      * Resume an ordered walk interrupted by the deadline budget -   *
      * restore the order column, direction and row cap, and note     *
           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3100-EXIT.

           IF  MN-SEGMENTS LESS THAN 9999
               ADD 1                         TO MN-SEGMENTS.

           MOVE 'N'                          TO CHECKSUM-MISMATCH.
           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.
           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.
           PERFORM 3110-MASK-ROW           THRU 3110-EXIT.

           MOVE 'Y'                          TO ROW-OK-SW.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * With masks in force, mask the row's first segment, where its  *
      * columns lie.  A Content-Encoded row has no columns to mask    *
      * and refuses the browse.                                       *
      *****************************************************************
       3110-MASK-ROW.
           IF  DM-ACTIVE-SW NOT EQUAL 'Y'
               GO TO 3110-EXIT.

           MOVE FF-FK-KEY                      TO FK-KEY.
           MOVE LENGTH OF FK-RECORD            TO FK-LENGTH.

           EXEC CICS READ
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '09'                     TO CA090-REASON
               PERFORM 9820-STATUS-403       THRU 9820-EXIT.

           IF  FK-ENCODING NOT EQUAL SPACES
               MOVE '08'                     TO CA090-REASON
               PERFORM 9820-STATUS-403       THRU 9820-EXIT.

           IF  FF-LENGTH NOT GREATER THAN ZEROES
               GO TO 3110-EXIT.

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
               PERFORM 9820-STATUS-403       THRU 9820-EXIT.

           MOVE DM-DATA(1:DM-LENGTH)           TO FF-DATA(1:DM-LENGTH).

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Append one row to the response buffer - keylen/key/datalen/   *
      * data framing when no delimiter was supplied, or delimiter-    *
                    NOHANDLE
               END-EXEC.

           MOVE HTTP-STATUS                  TO MN-HTTP-STATUS.
           MOVE OB-TOTAL                     TO MN-BYTES-OUT.

       4000-EXIT.
           EXIT.

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
           MOVE 'ZFAM017 '                   TO MN-PROGRAM.

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

           MOVE HTTP-STATUS-204         TO MN-HTTP-STATUS.

       9700-EXIT.
           EXIT.

                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-412         TO MN-HTTP-STATUS.

       9810-EXIT.
           EXIT.

      *****************************************************************
      * Masked columns cannot be served - 403 through ZFAM090,        *
      * CA090-REASON 08 (not this way) or 09 (the masks could not be  *
      * applied), the same as ZFAM004.                                *
      *****************************************************************
       9820-STATUS-403.
           MOVE FK-TRANID              TO CA090-FILE.
           MOVE 'DM'                   TO CA090-FILE(5:2).
           MOVE HTTP-STATUS-403        TO CA090-STATUS.
           PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       9820-EXIT.
           EXIT.

      *****************************************************************
      * Write a continuation cursor entry carrying the order column,  *
      * direction and the last index entry emitted to the FAxxCU      *

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
