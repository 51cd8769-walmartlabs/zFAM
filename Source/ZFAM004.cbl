      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Read a federation's URI across its member *
      *                     tables in key order (ZFAM168).            *
      * 2026-10-15 ZFAMDEV  Mask the row's FAxxDM columns for the     *
      *                     caller's scope (GET-CA-MASK, ZFAM188).    *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  CA125-KEY          PIC X(255) VALUE SPACES.
           02  CA125-BYTES        PIC S9(08) COMP VALUE ZEROES.

       01  HTTP-STATUS-403        PIC  9(03) VALUE 403.
       01  HTTP-STATUS-503        PIC  9(03) VALUE 503.
       01  HTTP-STATUS-507        PIC  9(03) VALUE 507.


       01  ZFAM-LENGTH            PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Table federation (see ZFAMVFC).  A read on a federation's     *
      * URI starts on the member holding the key and, when nothing    *
      * is left in that member, carries on into the next member in    *
      * key order.                                                    *
      *****************************************************************
       01  FEDERATED-SW           PIC  X(01) VALUE 'N'.
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMVFC.

      *****************************************************************
      * Dynamic column masking.  ZFAM002 sets GET-CA-MASK when FAxxDM *
      * rules mask columns for the caller, and passes the caller's    *
      * token scope in GET-CA-SCOPE; the row is masked before it is   *
      * sent.  A shorter commarea carries no masking at all.          *
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

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
           02  FILLER             PIC  X(07).
           02  GET-CA-KEY-LENGTH  PIC S9(08) COMP.
           02  GET-CA-KEY         PIC X(255).
           02  FILLER             PIC X(501).
           02  GET-CA-MASK        PIC  X(01).
           02  GET-CA-SCOPE       PIC  X(01).
           02  GET-CA-MONITOR     PIC  X(48).


      *****************************************************************
           MOVE EIBTRNID(3:2)               TO FK-TRANID(3:2).
           MOVE EIBTRNID(3:2)               TO FF-TRANID(3:2).

           IF  EIBCALEN NOT LESS THAN GET-CA-MONITOR-LENGTH
               MOVE GET-CA-MONITOR          TO MN-RECORD.

           MOVE ZEROES                      TO MN-SEGMENTS
                                               MN-HTTP-STATUS
                                               MN-BYTES-OUT.

           IF  EIBCALEN NOT LESS THAN GET-CA-MASK-LENGTH
               IF  GET-CA-MASK EQUAL 'Y'
                   PERFORM 1100-MASK-LOAD   THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Load the FAxxDM rules that mask columns for the caller's      *
      * scope.  Rules that cannot be placed refuse the read.          *
      *****************************************************************
       1100-MASK-LOAD.
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
               PERFORM 9820-MASK-REFUSED  THRU 9820-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
               MOVE 'Y'                     TO DM-ACTIVE-SW.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * The valid GET-CA-TYPE parameters for this program are:        *
      * GT - Greater than                                             *
           IF  GET-CA-TYPE EQUAL GET-GT
               PERFORM 2100-AUGMENT-KEY  THRU 2100-EXIT.

           PERFORM 2050-FEDERATION-ROUTE THRU 2050-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Point the read at the federation member holding the key.  A   *
      * table that is not a federation reads itself.                  *
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
                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO READ-RESP.

           IF  READ-RESP    EQUAL DFHRESP(NOTFND)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 3210-NEXT-MEMBER   THRU 3210-EXIT
                   WITH TEST AFTER
                   UNTIL READ-RESP NOT EQUAL DFHRESP(NOTFND)
                   OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  READ-RESP   EQUAL DFHRESP(NOTFND)
               MOVE ZEROES                  TO STATUS-LENGTH
               MOVE ZEROES                  TO MESSAGE-COUNT
               PERFORM 9600-HEADER        THRU 9600-EXIT
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                  TO FE-FN
               MOVE '3200'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
       3200-EXIT.
           EXIT.

      *****************************************************************
      * Nothing left in this federation member - read the first key   *
      * of the next member in key order.                              *
      *****************************************************************
       3210-NEXT-MEMBER.
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
               GO TO 3210-EXIT.

           MOVE VF-MEMBER                   TO FK-TRANID(3:2)
                                               FF-TRANID(3:2).
           MOVE LOW-VALUES                  TO FK-KEY.
           MOVE LENGTH     OF FK-RECORD     TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO READ-RESP.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Sliding expiration (retention type 'S') - a successful read   *
      * re-stamps the record's last-activity timestamp on both the    *
           IF  FF-SEGMENTS GREATER THAN ONE
               SET ADDRESS OF ZFAM-MESSAGE   TO SAVE-ADDRESS.

           IF  DM-ACTIVE-SW EQUAL 'Y'
               PERFORM 4100-MASK-RECORD    THRU 4100-EXIT.

           MOVE FF-MEDIA                     TO WEB-MEDIA-TYPE.

           IF  WEB-MEDIA-TYPE EQUAL SPACES
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-200              TO MN-HTTP-STATUS.
           MOVE ZFAM-LENGTH                  TO MN-BYTES-OUT.
           MOVE FF-SEGMENTS                  TO MN-SEGMENTS.

           MOVE EIBTRNID                     TO CA125-TRANID.
           MOVE FK-KEY                       TO CA125-KEY.
           MOVE ZFAM-LENGTH                  TO CA125-BYTES.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * Mask the row in place.  The columns all lie in the first      *
      * segment's worth of the record.  A Content-Encoded body has no *
      * columns to mask and is refused.                               *
      *****************************************************************
       4100-MASK-RECORD.
           IF  FK-ENCODING NOT EQUAL SPACES
               MOVE '08'                     TO CA090-REASON
               PERFORM 9820-MASK-REFUSED   THRU 9820-EXIT.

           MOVE ZFAM-LENGTH                  TO DM-LENGTH.

           IF  DM-LENGTH GREATER THAN LENGTH OF DM-DATA
               MOVE LENGTH OF DM-DATA        TO DM-LENGTH.

           IF  DM-LENGTH NOT GREATER THAN ZEROES
               GO TO 4100-EXIT.

           MOVE ZFAM-MESSAGE(1:DM-LENGTH)    TO DM-DATA(1:DM-LENGTH).
           MOVE 'A'                          TO DM-FUNCTION.

           EXEC CICS LINK PROGRAM(ZFAM188)
                COMMAREA(DM-COMMAREA)
                LENGTH  (LENGTH OF DM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DM-RETURN-CODE NOT EQUAL '00'
               MOVE '09'                     TO CA090-REASON
               PERFORM 9820-MASK-REFUSED   THRU 9820-EXIT.

           MOVE DM-DATA(1:DM-LENGTH)
             TO ZFAM-MESSAGE(1:DM-LENGTH).

       4100-EXIT.
           EXIT.

      *****************************************************************
      * HTTP GET - ?ex                                                *
      * Read KEY structure to determine whether or not a key exists.  *
                    ACTION    (SEND-ACTION)
                    SERVERCONV(SERVER-CONVERT)
                    NOHANDLE
               END-EXEC
               MOVE HTTP-STATUS-200         TO MN-HTTP-STATUS.

           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               MOVE EIBDS                   TO HTTP-204-FILE
      *****************************************************************
       9000-RETURN.

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
           MOVE 'ZFAM004 '                   TO MN-PROGRAM.

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
      * Write an HTTP header containing the LastKey and Rows.         *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-204         TO MN-HTTP-STATUS.

       9700-EXIT.
           EXIT.
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-507         TO MN-HTTP-STATUS.

       9810-EXIT.
           EXIT.

                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-507         TO MN-HTTP-STATUS.

       9811-EXIT.
           EXIT.

      *****************************************************************
      * Masked columns cannot be served - 403, CA090-REASON 08 (not   *
      * this way) or 09 (the masks could not be applied).             *
      *****************************************************************
       9820-MASK-REFUSED.
           MOVE FK-TRANID              TO CA090-FILE.
           MOVE 'DM'                   TO CA090-FILE(5:2).
           MOVE HTTP-STATUS-403        TO CA090-STATUS.
           PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       9820-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      *****************************************************************
       9998-ZFAM090.
           MOVE CA090-STATUS           TO MN-HTTP-STATUS.
           PERFORM 9085-MONITOR-POINT  THRU 9085-EXIT.

           MOVE FK-KEY                 TO CA090-KEY.
           MOVE EIBTRNID                TO CA090-TRANID.

