      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Browse a federation's URI backward across *
      *                     its member tables in key order (ZFAM168). *
      * 2026-10-15 ZFAMDEV  Mask the row's FAxxDM columns for the     *
      *                     caller's scope (GET-CA-MASK, ZFAM188).    *
      * 2026-10-15 ZFAMDEV  A masking refusal answers 403 through     *
      *                     ZFAM090 (reasons 08/09).                  *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.
       01  HTTP-STATUS-400        PIC S9(04) COMP VALUE 400.
       01  HTTP-STATUS-401        PIC S9(04) COMP VALUE 401.
       01  HTTP-STATUS-403        PIC S9(04) COMP VALUE 403.
       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.

       01  HTTP-204-TEXT          PIC  X(24) VALUE SPACES.
       01  HTTP-503-TEXT          PIC  X(24) VALUE SPACES.
       01  HTTP-503-LENGTH        PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Start - zFAM error message resources.                         *
      *****************************************************************
       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.
       01  TWO                    PIC S9(08) COMP VALUE 2.

       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-005 Service u'.
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


       01  ZFAM-LENGTH            PIC S9(08) COMP VALUE ZEROES.

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
               PERFORM 9720-STATUS-403    THRU 9720-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
               MOVE 'Y'                     TO DM-ACTIVE-SW.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * The valid GET-CA-TYPE parameters for this program are:        *
      * LT - Less than                                                *
      * READPREV command.                                             *
      *****************************************************************
       2000-START-BROWSE.
           PERFORM 2050-FEDERATION-ROUTE THRU 2050-EXIT.
           PERFORM 2100-STARTBR          THRU 2100-EXIT.
           PERFORM 2200-READPREV         THRU 2200-EXIT.

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
      * Issue STARTBR  file request to the KEY store.                 *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

      *****************************************************************
      * Nothing at or above the key in this federation member - the   *
      * browse starts from the member's last key instead.             *
      *****************************************************************
           IF  BROWSE-RESP  NOT EQUAL DFHRESP(NORMAL)
           AND FEDERATED-SW EQUAL 'Y'
               MOVE HIGH-VALUES             TO FK-KEY
               MOVE DFHRESP(NORMAL)         TO BROWSE-RESP.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                  TO STATUS-LENGTH
               MOVE ZEROES                  TO MESSAGE-COUNT
               PERFORM 9600-HEADER        THRU 9600-EXIT
                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

           IF  BROWSE-RESP  NOT EQUAL DFHRESP(NORMAL)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 2300-PRIOR-MEMBER  THRU 2300-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                  TO STATUS-LENGTH
               MOVE ZEROES                  TO MESSAGE-COUNT
               PERFORM 9600-HEADER        THRU 9600-EXIT
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

           IF  BROWSE-RESP  EQUAL DFHRESP(ENDFILE)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 2250-PRIOR-READ    THRU 2250-EXIT.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                  TO STATUS-LENGTH
               MOVE ZEROES                  TO MESSAGE-COUNT
               PERFORM 9600-HEADER        THRU 9600-EXIT
       2200-EXIT.
           EXIT.

      *****************************************************************
      * Start of a federation member - carry the browse back into     *
      * the previous member and read its last key.                    *
      *****************************************************************
       2250-PRIOR-READ.
           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           PERFORM 2300-PRIOR-MEMBER       THRU 2300-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
               OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2250-EXIT.

           MOVE LENGTH OF FK-RECORD         TO FK-LENGTH.

           EXEC CICS READPREV FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

       2250-EXIT.
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
      * Perform the READ process to the FILE/DATA store.              *
      *****************************************************************
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
               PERFORM 9720-STATUS-403     THRU 9720-EXIT.

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
               PERFORM 9720-STATUS-403     THRU 9720-EXIT.

           MOVE DM-DATA(1:DM-LENGTH)
             TO ZFAM-MESSAGE(1:DM-LENGTH).

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
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
           MOVE 'ZFAM005 '                   TO MN-PROGRAM.

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
                STATUSLEN (HTTP-204-LENGTH)
           END-EXEC.

           MOVE HTTP-STATUS-204         TO MN-HTTP-STATUS.

       9700-EXIT.
           EXIT.
                STATUSLEN (HTTP-503-LENGTH)
           END-EXEC.

           MOVE HTTP-STATUS-503         TO MN-HTTP-STATUS.

       9710-EXIT.
           EXIT.

      *****************************************************************
      * Masked columns cannot be served - 403 through ZFAM090,        *
      * CA090-REASON 08 (not this way) or 09 (the masks could not be  *
      * applied), the same as ZFAM004.                                *
      *****************************************************************
       9720-STATUS-403.
           MOVE FK-TRANID              TO CA090-FILE.
           MOVE 'DM'                   TO CA090-FILE(5:2).
           MOVE HTTP-STATUS-403        TO CA090-STATUS.
           PERFORM 9998-ZFAM090      THRU 9998-EXIT.

       9720-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9041-EXIT.
           EXIT.

      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      *****************************************************************
       9998-ZFAM090.
           MOVE CA090-STATUS           TO MN-HTTP-STATUS.
           PERFORM 9085-MONITOR-POINT  THRU 9085-EXIT.

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
