      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Count the browse's elapsed time into the  *
      *                     ZFAM##LH latency histogram.               *
      * 2026-10-15 ZFAMDEV  Browse a federation's URI across its      *
      *                     member tables in key order (ZFAM168).     *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *                                                               *
      *****************************************************************

       COPY ZFAMIFC.

       COPY ZFAMLHC.

      *****************************************************************
      * Table federation (see ZFAMVFC).  A browse on a federation's   *
      * URI starts on the member holding the start key and, at the    *
      * end of each member, carries on from the top of the next       *
      * member in key order.                                          *
      *****************************************************************
       01  FEDERATED-SW           PIC  X(01) VALUE 'N'.
       01  BROWSE-RESP            PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMVFC.

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
           02  FILLER             PIC X(503).
           02  GET-CA-MONITOR     PIC  X(48).


      *****************************************************************
           MOVE EIBTRNID(3:2)               TO FK-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO FF-TRANID(3:2).

           IF  EIBCALEN NOT LESS THAN GET-CA-MONITOR-LENGTH
               MOVE GET-CA-MONITOR          TO MN-RECORD.

           MOVE ZEROES                      TO MN-SEGMENTS
                                               MN-HTTP-STATUS
                                               MN-BYTES-OUT.

           EXEC CICS GETMAIN SET(ORIGINAL-ADDRESS)
                FLENGTH(GETMAIN-LENGTH)
                INITIMG(BINARY-ZEROES)
           IF  GET-CA-TYPE EQUAL GET-GT
               PERFORM 2100-AUGMENT-KEY  THRU 2100-EXIT.

           PERFORM 2050-FEDERATION-ROUTE THRU 2050-EXIT.

           MOVE GET-CA-KEY TO FK-KEY.
           MOVE LENGTH     OF FK-RECORD    TO FK-LENGTH.

                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 2300-NEXT-MEMBER  THRU 2300-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
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
      * GET-CA-TYPE specified GT (Greater Than)                       *
      *                                                               *
       2100-EXIT.
           EXIT.

      *****************************************************************
      * Start the browse at the top of the next federation member in  *
      * key order.  With no member left the federation is exhausted.  *
      *****************************************************************
       2300-NEXT-MEMBER.
           MOVE 'N'                         TO VF-FUNCTION.
           MOVE 'F'                         TO VF-DIRECTION.
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
           MOVE LOW-VALUES                  TO FK-KEY.

           EXEC CICS STARTBR FILE(FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Perform the READ process.                                     *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                  TO BROWSE-RESP.

           IF  BROWSE-RESP  EQUAL DFHRESP(ENDFILE)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 3250-NEXT-MEMBER THRU 3250-EXIT.

           MOVE ZEROES                   TO RECORD-LENGTH.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                  TO PROCESS-COMPLETE.

           IF  RANGE-RESPONSE EQUAL DFHRESP(NORMAL)
       3220-EXIT.
           EXIT.

      *****************************************************************
      * End of a federation member - carry the browse on into the     *
      * next member and read its first key.                           *
      *****************************************************************
       3250-NEXT-MEMBER.
           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           PERFORM 2300-NEXT-MEMBER      THRU 2300-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
               OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3250-EXIT.

           MOVE LENGTH     OF FK-RECORD  TO FK-LENGTH.

           EXEC CICS READNEXT FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                  TO BROWSE-RESP.

       3250-EXIT.
           EXIT.


      *****************************************************************
      * Create KEYSONLY list.                                         *
                    NOHANDLE
               END-EXEC.

           MOVE HTTP-STATUS                 TO MN-HTTP-STATUS.
           MOVE MESSAGE-LENGTH              TO MN-BYTES-OUT.

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
           MOVE 'ZFAM009 '                   TO MN-PROGRAM.

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

                STATUSLEN (HTTP-204-LENGTH)
           END-EXEC.

           MOVE HTTP-STATUS-204         TO MN-HTTP-STATUS.

       9700-EXIT.
           EXIT.
