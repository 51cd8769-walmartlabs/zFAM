      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Count the browse's elapsed time into the  *
      *                     ZFAM##LH latency histogram.               *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       COPY ZFAMIFC.

       COPY ZFAMLHC.

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
           02  FILLER             PIC  X(17).
           02  GET-CA-GROUP-COLUMN PIC X(16).
           02  FILLER             PIC X(449).
           02  GET-CA-MONITOR     PIC  X(48).

       PROCEDURE DIVISION.

           MOVE EIBTRNID(3:2)                TO FF-TRANID(3:2).
           MOVE EIBTRNID(3:2)                TO FD-TRANID(3:2).

           IF  EIBCALEN NOT LESS THAN GET-CA-MONITOR-LENGTH
               MOVE GET-CA-MONITOR           TO MN-RECORD.

           MOVE ZEROES                       TO MN-SEGMENTS
                                                 MN-HTTP-STATUS
                                                 MN-BYTES-OUT.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-RANGE)
                NAMELENGTH  (HEADER-RANGE-LENGTH)

           MOVE 'N'                          TO CHECKSUM-MISMATCH.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
           AND MN-SEGMENTS LESS THAN 9999
               ADD 1                          TO MN-SEGMENTS.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 9040-COMPUTE-CHECKSUM THRU 9040-EXIT
               IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS                  TO MN-HTTP-STATUS.
           MOVE AGG-RESPONSE-LENGTH          TO MN-BYTES-OUT.

       4000-EXIT.
           EXIT.

                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS                  TO MN-HTTP-STATUS.
           MOVE GROUP-RESPONSE-LENGTH        TO MN-BYTES-OUT.

       4100-EXIT.
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
           MOVE 'ZFAM016 '                   TO MN-PROGRAM.

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

                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-413         TO MN-HTTP-STATUS.

       9820-EXIT.
           EXIT.

