      * segment count on each KEY record is sufficient to estimate    *
      * space usage without paying for a random READ per segment.     *
      *                                                               *
      * When the URI names a table federation, every member table's   *
      * KEY store is browsed in turn and the totals cover them all.   *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Total every member of a federated table.  *
      * 2026-10-15 ZFAMDEV  Report the physical bytes and the         *
      *                     bytes saved by shared FILE store          *
      *                     chains (FAxxDP) beside the logical        *
      *                     zFAM-Bytes total.                         *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *                                                               *
      *****************************************************************
       01  HEADER-SEGMENTS-LENGTH PIC S9(08) COMP VALUE 13.
       01  HEADER-BYTES           PIC  X(10) VALUE 'zFAM-Bytes'.
       01  HEADER-BYTES-LENGTH    PIC S9(08) COMP VALUE 10.
       01  HEADER-PHYSICAL        PIC  X(19) VALUE
           'zFAM-Physical-Bytes'.
       01  HEADER-PHYSICAL-LENGTH PIC S9(08) COMP VALUE 19.
       01  HEADER-SAVED           PIC  X(16) VALUE 'zFAM-Saved-Bytes'.
       01  HEADER-SAVED-LENGTH    PIC S9(08) COMP VALUE 16.

       01  ROWS-COUNT             PIC S9(08) COMP   VALUE ZEROES.
       01  ROWS-COUNT-D           PIC  9(09)        VALUE ZEROES.
       01  BYTES-COUNT-D          PIC  9(15)        VALUE ZEROES.
       01  BYTES-COUNT-LENGTH     PIC S9(08) COMP   VALUE 15.

       01  SAVED-COUNT            PIC S9(15) COMP-3 VALUE ZEROES.
       01  SAVED-COUNT-D          PIC  9(15)        VALUE ZEROES.
       01  PHYSICAL-COUNT         PIC S9(15) COMP-3 VALUE ZEROES.
       01  PHYSICAL-COUNT-D       PIC  9(15)        VALUE ZEROES.

       01  THIRTY-TWO-KB          PIC S9(08) COMP   VALUE 32000.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE SPACES.

       COPY ZFAMFKC.

      *****************************************************************
      * Shared FILE store chains.  Each FAxxDP chain entry counts the *
      * KEY records (and retained versions) pointing at one chain;    *
      * every reference past the first is a chain not written.        *
      *****************************************************************
       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  DP-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DP-COMPLETE            PIC  X(01) VALUE SPACES.

       01  DP-FCT.
           02  DP-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'DP  '.

       COPY ZFAMDPC.

       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.

       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.
           02  ZS-SEGMENTS        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' Bytes: '.
           02  ZS-BYTES           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE ' Physical: '.
           02  ZS-PHYSICAL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' Saved: '.
           02  ZS-SAVED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01  ZFAM-STATS-LENGTH      PIC S9(08) COMP VALUE ZEROES.

           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

      *****************************************************************
      * Table federation member list.                                 *
      *****************************************************************
       01  FEDERATED-SW           PIC  X(01) VALUE 'N'.
       01  MEMBER-INDEX           PIC S9(04) COMP VALUE ZEROES.

       COPY ZFAMVFC.

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
           02  FILLER             PIC  X(06).
           02  GET-CA-KEY-LENGTH  PIC S9(08) COMP.
           02  GET-CA-KEY         PIC X(255).
           02  FILLER             PIC X(503).
           02  GET-CA-MONITOR     PIC  X(48).

       PROCEDURE DIVISION.

      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 1100-FEDERATION-LIST    THRU 1100-EXIT.

           IF  FEDERATED-SW EQUAL 'Y'
               PERFORM 1200-MEMBER-TOTALS  THRU 1200-EXIT
                   VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL   MEMBER-INDEX GREATER THAN VF-COUNT
           ELSE
               PERFORM 2000-START-BROWSE   THRU 2000-EXIT
               PERFORM 3000-PROCESS-TABLE  THRU 3000-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE   EQUAL 'Y'
               PERFORM 2900-END-BROWSE     THRU 2900-EXIT
               PERFORM 3200-SHARED-SAVINGS THRU 3200-EXIT.

           PERFORM 4000-SEND-RESPONSE      THRU 4000-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.
           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE ZEROES                      TO ROWS-COUNT
                                                SEGMENTS-COUNT.
           MOVE ZEROES                      TO BYTES-COUNT
                                                SAVED-COUNT.

           MOVE EIBTRNID(3:2)               TO FK-TRANID(3:2).

           IF  EIBCALEN NOT LESS THAN GET-CA-MONITOR-LENGTH
               MOVE GET-CA-MONITOR          TO MN-RECORD.

           MOVE ZEROES                      TO MN-SEGMENTS
                                               MN-HTTP-STATUS
                                               MN-BYTES-OUT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Ask ZFAM168 whether this URI names a table federation and,    *
      * if so, for its member tables in key order.                    *
      *****************************************************************
       1100-FEDERATION-LIST.
           MOVE 'L'                         TO VF-FUNCTION.
           MOVE EIBTRNID                    TO VF-TABLE.
           MOVE ZEROES                      TO VF-COUNT.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP   EQUAL DFHRESP(NORMAL)
           AND VF-RESULT EQUAL 'Y'
           AND VF-COUNT  GREATER THAN ZEROES
               MOVE 'Y'                     TO FEDERATED-SW.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Browse one federation member's KEY store, adding its rows,    *
      * segments and bytes to the running totals.                     *
      *****************************************************************
       1200-MEMBER-TOTALS.
           MOVE VF-MEMBER-SUFFIX(MEMBER-INDEX) TO FK-TRANID(3:2).
           MOVE 'N'                         TO BROWSE-COMPLETE.

           PERFORM 2000-START-BROWSE       THRU 2000-EXIT.

           PERFORM 3000-PROCESS-TABLE      THRU 3000-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE   EQUAL 'Y'.

           PERFORM 2900-END-BROWSE         THRU 2900-EXIT.

           PERFORM 3200-SHARED-SAVINGS     THRU 3200-EXIT.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the zFAM key store, browsing from the        *
      * beginning of the table regardless of any key supplied on the  *
       3100-EXIT.
           EXIT.

      *****************************************************************
      * Browse the table's FAxxDP chain entries ('C' records) and     *
      * total the bytes shared chains have saved: each reference past *
      * the first would otherwise have written its own segments.  A   *
      * table without FAxxDP saves nothing.                           *
      *****************************************************************
       3200-SHARED-SAVINGS.
           MOVE FK-TRANID                   TO DP-TRANID.
           MOVE 'C'                         TO DP-TYPE.
           MOVE LOW-VALUES                  TO DP-VALUE.
           MOVE 'N'                         TO DP-COMPLETE.

           EXEC CICS STARTBR
                FILE  (DP-FCT)
                RIDFLD(DP-KEY)
                RESP  (DP-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3200-EXIT.

           PERFORM 3300-SHARED-CHAIN       THRU 3300-EXIT
               WITH TEST AFTER
               UNTIL DP-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR
                FILE(DP-FCT)
                NOHANDLE
           END-EXEC.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Read the next FAxxDP chain entry and add its savings.         *
      *****************************************************************
       3300-SHARED-CHAIN.
           MOVE LENGTH OF DP-RECORD         TO DP-LENGTH.

           EXEC CICS READNEXT
                FILE  (DP-FCT)
                INTO  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  DP-TYPE NOT EQUAL 'C'
               MOVE 'Y'                     TO DP-COMPLETE
               GO TO 3300-EXIT.

           IF  DP-REFCOUNT GREATER THAN 1
               COMPUTE SAVED-COUNT = SAVED-COUNT +
                   ((DP-REFCOUNT - 1) * DP-SEGMENTS * THIRTY-TWO-KB).

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the zFAM key store.                            *
      *****************************************************************
           MOVE BYTES-COUNT                 TO BYTES-COUNT-D
                                                ZS-BYTES.

           MOVE ZEROES                      TO PHYSICAL-COUNT.
           IF  BYTES-COUNT GREATER THAN SAVED-COUNT
               SUBTRACT SAVED-COUNT FROM BYTES-COUNT
                   GIVING PHYSICAL-COUNT.

           MOVE PHYSICAL-COUNT              TO PHYSICAL-COUNT-D
                                                ZS-PHYSICAL.
           MOVE SAVED-COUNT                 TO SAVED-COUNT-D
                                                ZS-SAVED.

           MOVE LENGTH OF ZFAM-STATS-MESSAGE TO ZFAM-STATS-LENGTH.

           PERFORM 9600-HEADER              THRU 9600-EXIT.
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-200             TO MN-HTTP-STATUS.
           MOVE ZFAM-STATS-LENGTH           TO MN-BYTES-OUT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Write the HTTP headers containing the Rows, Segments and      *
      * Bytes totals, and the physical and saved bytes.               *
      *****************************************************************
       9600-HEADER.
           EXEC CICS WEB WRITE
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-PHYSICAL)
                NAMELENGTH (HEADER-PHYSICAL-LENGTH)
                VALUE      (PHYSICAL-COUNT-D)
                VALUELENGTH(BYTES-COUNT-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WEB WRITE
                HTTPHEADER (HEADER-SAVED)
                NAMELENGTH (HEADER-SAVED-LENGTH)
                VALUE      (SAVED-COUNT-D)
                VALUELENGTH(BYTES-COUNT-LENGTH)
                NOHANDLE
           END-EXEC.

       9600-EXIT.
           EXIT.

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
           MOVE 'ZFAM014 '                   TO MN-PROGRAM.

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
      * Issue TRACE.                                                  *
      *****************************************************************
