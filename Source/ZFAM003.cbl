      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   Range delete on a federation's URI runs  *
      *                      across its member tables in key order    *
      *                      (ZFAM168).                               *
      * 2026-10-15 ZFAMDEV   A shared FILE store chain is released    *
      *                      through ZFAM170 and only deleted with    *
      *                      its last reference.                      *
      * 2026-10-15 ZFAMDEV   A range delete run as an asynchronous    *
      *                      job counts its progress on FAxxAJ at     *
      *                      each syncpoint, stops when the job is    *
      *                      cancelled, and its last continuation     *
      *                      task marks the job done.                 *
      * 2026-10-15 ZFAMDEV   Issue the CICS monitoring point on the   *
      *                      way out with the status, bytes out and   *
      *                      segments this program sent.              *
      * 2026-10-15 ZFAMDEV   Rows another client owns are passed over *
      *                      on a table that records owners; each     *
      *                      row's delete applies its FAxxRI          *
      *                      RESTRICT/CASCADE policy (ZFAM150) and    *
      *                      starts its xxRU write triggers.          *
      *                                                               *
      *                                                               *
      *****************************************************************
           02  CONT-END-LENGTH    PIC S9(08) COMP VALUE 255.
           02  CONT-TYPE          PIC  X(07) VALUE SPACES.
           02  CONT-COUNT         PIC  X(01) VALUE 'N'.
           02  CONT-JOB           PIC  X(22) VALUE SPACES.
           02  CONT-OWNER-CHECK   PIC  X(01) VALUE 'N'.
           02  CONT-OWNER         PIC  X(08) VALUE SPACES.

      *****************************************************************
      * Multi-task parallel range delete.  A DELETE whose              *
       01  MAX-RECORDS            PIC S9(08) COMP VALUE ZEROES.
       01  UNLIMITED-RECORDS      PIC S9(08) COMP VALUE 999999999.

      *****************************************************************
      * Row-level ownership.  On a table that records owners ZFAM002  *
      * passes the caller and whether to check it (continuations get  *
      * both in CONT-PARM).  A row another client owns is passed      *
      * over - neither counted nor deleted - the same test ZFAM169    *
      * applies to a range PATCH.  Once a row has been passed over,   *
      * the browse restarts after a syncpoint at the last key read    *
      * rather than at zFAM-RangeBegin, so the rows left in place     *
      * are not read again.                                           *
      *****************************************************************
       01  OWNER-CHECK            PIC  X(01) VALUE 'N'.
       01  OWNER-CALLER           PIC  X(08) VALUE SPACES.
       01  ROW-SKIP               PIC  X(01) VALUE 'N'.
       01  ROWS-SKIPPED           PIC  X(01) VALUE 'N'.
       01  RESUME-SW              PIC  X(01) VALUE 'N'.

      *****************************************************************
      * Asynchronous job resources.  A range delete ZFAM186 runs as   *
      * a job arrives with a zFAM-Job header naming it (continuations *
      * get it in CONT-JOB).  Rows deleted are added to the job's     *
      * progress at each syncpoint, where a job found cancelled stops *
      * the delete.  A continuation keeps the job running; the last   *
      * one ends it.                                                  *
      *****************************************************************
       01  HEADER-JOB             PIC  X(08) VALUE 'zFAM-Job'.
       01  HEADER-JOB-LENGTH      PIC S9(08) COMP VALUE 8.
       01  JOB-VALUE-LENGTH       PIC S9(08) COMP VALUE 22.
       01  JOB-RESPONSE           PIC S9(08) COMP VALUE ZEROES.
       01  JOB-ID                 PIC  X(22) VALUE SPACES.
       01  JOB-REPORTED           PIC S9(08) COMP VALUE ZEROES.
       01  JOB-STATE-SW           PIC  X(01) VALUE SPACES.
       01  JOB-DAY-MILLISECONDS   PIC S9(15) COMP-3 VALUE 86400000.

       COPY ZFAMAJC.

       01  ZFAM-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
      *****************************************************************
       COPY ZFAMFFC.

      *****************************************************************
      * Shared FILE store chains (FK-SHARED) are counted on FAxxDP;   *
      * ZFAM170 releases a reference and says whether the segments    *
      * may go.                                                       *
      *****************************************************************
       01  DEDUP-KEEP-SW          PIC  X(01) VALUE 'N'.

       COPY ZFAMDPC.

      *****************************************************************
      * Table federation (see ZFAMVFC).  A range delete on a          *
      * federation's URI starts on the member holding zFAM-RangeBegin *
      * and carries on through each following member in key order     *
      * until the range ends.  Every member's keys are above          *
      * zFAM-RangeBegin, so each member's browse starts there too.    *
      *****************************************************************
       01  FEDERATED-SW           PIC  X(01) VALUE 'N'.
       01  BROWSE-RESP            PIC S9(08) COMP VALUE ZEROES.
       01  START-MEMBER           PIC  X(02) VALUE SPACES.

       COPY ZFAMVFC.

      *****************************************************************
      * Referential integrity between FAxx tables.  Each row deleted  *
      * has its CHILD tables' RESTRICT/CASCADE policy (FAxxRI)        *
      * applied by ZFAM150 first, the same as a Basic Mode DELETE.    *
      *****************************************************************
       01  ZFAM150                PIC  X(08) VALUE 'ZFAM150 '.

       01  ZFAM150-COMMAREA.
           02  CA150-FUNCTION     PIC  X(06) VALUE SPACES.
           02  CA150-TABLE        PIC  X(04) VALUE SPACES.
           02  CA150-DEPTH        PIC S9(04) COMP VALUE ZEROES.
           02  CA150-STATUS       PIC  X(01) VALUE SPACES.
           02  CA150-FILE         PIC  X(08) VALUE SPACES.
           02  CA150-COLUMN       PIC  X(16) VALUE SPACES.
           02  CA150-RECORD-LENGTH
                                  PIC S9(08) COMP VALUE ZEROES.
           02  CA150-RECORD-ADDRESS
                                  USAGE POINTER.
           02  CA150-KEY          PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Write triggers.  A table whose FAxxDD template sets           *
      * DD-TRIGGERS has each row deleted here STARTed to its xxRU     *
      * transaction (ZFAM181) with the row's deciphered before image, *
      * as ZFAM002's 8640 does for a single DELETE.  The START is     *
      * PROTECTed, so it takes effect only when the delete is         *
      * committed - a row a later refusal rolls back fires nothing.   *
      * A START that cannot be issued is noted on CSSL.               *
      *                                                               *
      * The template is read for each table the delete reaches (a     *
      * federation's members each have their own).  Only DD-TRIGGERS  *
      * is needed; the filler spans every field ahead of it exactly   *
      * as ZFAM002's full DD-INFORMATION lays them out.               *
      *****************************************************************
       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DD-INFORMATION.
           02  FILLER             PIC X(219) VALUE SPACES.
           02  DD-TRIGGERS        PIC  X(01) VALUE SPACES.

       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  DD-TOKEN               PIC  X(16) VALUE SPACES.

       01  TE-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  TE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  TE-RESP                PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMRUC.

       01  TD-TRIGGER-ALERT.
           02  FILLER             PIC  X(23) VALUE
               'Trigger start failed - '.
           02  TD-TE-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TE-KEY          PIC  X(62) VALUE SPACES.

      *****************************************************************
      * Opt-in encryption at rest for FF-DATA, same as ZFAM002.       *
      *****************************************************************
       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * CICS monitoring (ZFAMMNC).  ZFAM002 hands the request's zFAM  *
      * detail over in the commarea; this program answers the         *
      * request, so it sets the status, bytes out and segments it     *
      * sent and issues the monitoring point on its way out.          *
      *****************************************************************
       COPY ZFAMMNC.

       01  CA-MONITOR-LENGTH      PIC S9(04) COMP VALUE 62.
       01  CA-OWNER-LENGTH        PIC S9(04) COMP VALUE 71.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-TYPE            PIC  X(03).
           02  CA-URI-FIELD-01    PIC  X(10).
           02  CA-COUNT-ONLY      PIC  X(01).
           02  CA-MONITOR         PIC  X(48).
           02  CA-OWNER-CHECK     PIC  X(01).
           02  CA-OWNER           PIC  X(08).

       PROCEDURE DIVISION.

               MOVE CONT-END-LENGTH TO END-VALUE-LENGTH
               MOVE CONT-TYPE     TO TYPE-VALUE
               MOVE CONT-COUNT    TO COUNT-ONLY
               MOVE CONT-JOB      TO JOB-ID
               MOVE CONT-OWNER-CHECK TO OWNER-CHECK
               MOVE CONT-OWNER    TO OWNER-CALLER
           ELSE
               PERFORM 1100-HTTP-HEADER    THRU 1100-EXIT
               MOVE CA-COUNT-ONLY TO COUNT-ONLY.

           IF  CONTINUATION NOT EQUAL 'Y'
           AND EIBCALEN NOT LESS THAN CA-MONITOR-LENGTH
               MOVE CA-MONITOR    TO MN-RECORD.

           IF  CONTINUATION NOT EQUAL 'Y'
           AND EIBCALEN NOT LESS THAN CA-OWNER-LENGTH
               MOVE CA-OWNER-CHECK TO OWNER-CHECK
               MOVE CA-OWNER      TO OWNER-CALLER.

           MOVE ZEROES              TO MN-SEGMENTS
                                       MN-HTTP-STATUS
                                       MN-BYTES-OUT.

           MOVE EIBTRNID(3:2)       TO AJ-TRANID(3:2).

           MOVE ONE-THOUSAND        TO MAX-RECORDS.
           IF  COUNT-ONLY EQUAL 'Y'
               MOVE UNLIMITED-RECORDS TO MAX-RECORDS.

           PERFORM 1300-FEDERATION-ROUTE   THRU 1300-EXIT.

       1000-EXIT.
           EXIT.

               MOVE PARALLEL-VALUE         TO PARALLEL-NUMERIC
               MOVE PARALLEL-NUMERIC       TO PARALLEL-COUNT.

           MOVE SPACES                     TO JOB-ID.

           EXEC CICS WEB READ
                HTTPHEADER  (HEADER-JOB)
                NAMELENGTH  (HEADER-JOB-LENGTH)
                VALUE       (JOB-ID)
                VALUELENGTH (JOB-VALUE-LENGTH)
                RESP        (JOB-RESPONSE)
                NOHANDLE
           END-EXEC.

           IF  JOB-RESPONSE NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                 TO JOB-ID.

       1100-EXIT.
           EXIT.


           MOVE TYPE-VALUE                    TO CONT-TYPE.
           MOVE COUNT-ONLY                    TO CONT-COUNT.
           MOVE OWNER-CHECK                   TO CONT-OWNER-CHECK.
           MOVE OWNER-CALLER                  TO CONT-OWNER.
           MOVE END-VALUE-LENGTH              TO CONT-END-LENGTH.
           MOVE LENGTH OF CONT-PARM           TO CONT-LENGTH.

                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-202                TO MN-HTTP-STATUS.

       1240-EXIT.
           EXIT.

      *****************************************************************
      * Point the delete at the federation member holding             *
      * zFAM-RangeBegin.  A table that is not a federation deletes    *
      * from itself.                                                  *
      *****************************************************************
       1300-FEDERATION-ROUTE.
           MOVE 'R'                         TO VF-FUNCTION.
           MOVE EIBTRNID                    TO VF-TABLE.
           MOVE BEGIN-VALUE                 TO VF-KEY.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP    EQUAL DFHRESP(NORMAL)
           AND VF-RESULT  EQUAL 'Y'
               MOVE 'Y'                     TO FEDERATED-SW
               MOVE VF-MEMBER               TO FK-TRANID(3:2)
                                               FF-TRANID(3:2)
                                               START-MEMBER.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * Replicate request to the partner Data Center.                 *
      * If this is a replicate request, set document type to null,    *
      * the hold here, up front, is what makes "reject the whole      *
      * request" true no matter where in the range the held record    *
      * falls.  A count-only request deletes nothing and is not       *
      * scanned, and a row the caller does not own is passed over     *
      * here as it is by the delete.                                  *
      *****************************************************************
       2900-SCAN-FOR-HOLD.
           MOVE 'N'                            TO HOLD-FOUND.
                    GTEQ
               END-EXEC

               MOVE EIBRESP                     TO BROWSE-RESP

               PERFORM 3050-NEXT-MEMBER       THRU 3050-EXIT
                   UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   OR    FEDERATED-SW NOT EQUAL 'Y'

               IF  BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   MOVE 'N'                     TO EOF
                   PERFORM 2910-SCAN-NEXT     THRU 2910-EXIT
                       WITH TEST AFTER

           MOVE 'N'                            TO EOF.

           IF  START-MEMBER NOT EQUAL SPACES
               MOVE 'Y'                        TO FEDERATED-SW
               MOVE START-MEMBER               TO FK-TRANID(3:2)
                                                  FF-TRANID(3:2).

           IF  HOLD-FOUND EQUAL 'Y'
               MOVE EIBDS                      TO CA090-FILE
               MOVE HTTP-STATUS-409            TO CA090-STATUS
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                        TO BROWSE-RESP.

           IF  BROWSE-RESP  EQUAL DFHRESP(NOTFND)
           OR  BROWSE-RESP  EQUAL DFHRESP(ENDFILE)
               IF  FEDERATED-SW EQUAL 'Y'
                   PERFORM 2920-SCAN-MEMBER   THRU 2920-EXIT
                   GO TO 2910-EXIT.

           IF  BROWSE-RESP EQUAL DFHRESP(NOTFND)
           OR  BROWSE-RESP EQUAL DFHRESP(ENDFILE)
               MOVE 'Y'                        TO EOF.

           IF  EOF NOT EQUAL 'Y'
               PERFORM 4200-RANGE-END        THRU 4200-EXIT.

           IF  EOF NOT EQUAL 'Y'
               PERFORM 4250-OWNER-CHECK      THRU 4250-EXIT.

           IF  EOF NOT EQUAL 'Y'
           AND ROW-SKIP NOT EQUAL 'Y'
           AND FK-RETENTION-TYPE EQUAL 'H'
               MOVE 'Y'                        TO HOLD-FOUND.

           EXIT.

      *****************************************************************
      * End of a federation member during the legal-hold prescan -    *
      * carry the scan on into the next member.                       *
      *****************************************************************
       2920-SCAN-MEMBER.
           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           PERFORM 3050-NEXT-MEMBER          THRU 3050-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
               OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                        TO EOF.

       2920-EXIT.
           EXIT.

      *****************************************************************
      * Start browse of KEY store.  Once a row has been passed over   *
      * the restart is at the last key read, which 4000-READ-NEXT     *
      * then reads again and passes over.                             *
      *****************************************************************
       3000-START-BROWSE.

           MOVE BEGIN-VALUE TO FK-KEY.
           MOVE LENGTH      OF FK-RECORD TO FK-LENGTH.

           IF  ROWS-SKIPPED EQUAL 'Y'
               MOVE LAST-KEY                TO FK-KEY
               MOVE 'Y'                     TO RESUME-SW.

           EXEC CICS STARTBR FILE(FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

           IF  BROWSE-RESP  EQUAL DFHRESP(NOTFND)
           AND FEDERATED-SW EQUAL 'Y'
               PERFORM 3050-NEXT-MEMBER   THRU 3050-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
                   OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP EQUAL DFHRESP(NOTFND)
           OR  BROWSE-RESP EQUAL DFHRESP(ENDFILE)
               MOVE '01'                    TO HTTP-204-RC
               PERFORM 9700-STATUS-204    THRU 9700-EXIT
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                  TO FE-FN
               MOVE '3000'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
       3000-EXIT.
           EXIT.

      *****************************************************************
      * Start the browse in the next federation member in key order.  *
      * With no member left the federation is exhausted.              *
      *****************************************************************
       3050-NEXT-MEMBER.
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
               GO TO 3050-EXIT.

           MOVE VF-MEMBER                   TO FK-TRANID(3:2)
                                               FF-TRANID(3:2).
           MOVE BEGIN-VALUE                 TO FK-KEY.

           EXEC CICS STARTBR FILE(FK-FCT)
                RIDFLD(FK-KEY)
                NOHANDLE
                GTEQ
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Issue READNEXT for the KEY store.                             *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

           IF  BROWSE-RESP  EQUAL DFHRESP(NOTFND)
           OR  BROWSE-RESP  EQUAL DFHRESP(ENDFILE)
               IF  FEDERATED-SW EQUAL 'Y'
                   PERFORM 4050-NEXT-MEMBER THRU 4050-EXIT.

           IF  BROWSE-RESP EQUAL DFHRESP(NOTFND)
           OR  BROWSE-RESP EQUAL DFHRESP(ENDFILE)
               MOVE 'Y'                     TO EOF.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FC-READ                  TO FE-FN
               MOVE '4000'                   TO FE-PARAGRAPH
               PERFORM 9997-FCT-ERROR      THRU 9997-EXIT
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  RESUME-SW EQUAL 'Y'
           AND EOF       NOT EQUAL 'Y'
               MOVE 'N'                     TO RESUME-SW
               IF  FK-KEY EQUAL LAST-KEY
                   GO TO 4000-EXIT.

           IF  EOF NOT EQUAL 'Y'
               PERFORM 4100-RANGE-BEGIN   THRU 4100-EXIT.

               PERFORM 4200-RANGE-END     THRU 4200-EXIT.

           IF  EOF NOT EQUAL 'Y'
               PERFORM 4250-OWNER-CHECK   THRU 4250-EXIT
               MOVE FK-KEY                  TO LAST-KEY.

           IF  EOF NOT EQUAL 'Y'
           AND ROW-SKIP EQUAL 'Y'
               MOVE 'Y'                     TO ROWS-SKIPPED.

           IF  EOF NOT EQUAL 'Y'
           AND ROW-SKIP NOT EQUAL 'Y'
               ADD ONE                      TO RESPONSE-COUNT
               PERFORM 4300-DELETE        THRU 4300-EXIT.

           ADD ONE                          TO READ-COUNT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * End of a federation member - carry the delete on into the     *
      * next member and read its first key in the range.              *
      *****************************************************************
       4050-NEXT-MEMBER.
           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           PERFORM 3050-NEXT-MEMBER       THRU 3050-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-RESP EQUAL DFHRESP(NORMAL)
               OR    FEDERATED-SW NOT EQUAL 'Y'.

           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4050-EXIT.

           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                NOHANDLE
           END-EXEC.

           MOVE EIBRESP                     TO BROWSE-RESP.

       4050-EXIT.
           EXIT.

      *****************************************************************
      * Check zFAM-RangeBegin and compare with Primary Key using      *
      * 'Full' key comparison.                                        *
       4220-EXIT.
           EXIT.

      *****************************************************************
      * Pass over a row another client owns when ZFAM002 asked for    *
      * the ownership check - the test ZFAM169's 4210-READ-KEY        *
      * applies.  An unowned row belongs to everyone.                 *
      *****************************************************************
       4250-OWNER-CHECK.
           MOVE 'N'                          TO ROW-SKIP.

           IF  OWNER-CHECK EQUAL 'Y'
           AND FK-OWNER NOT EQUAL SPACES
           AND FK-OWNER NOT EQUAL LOW-VALUES
           AND FK-OWNER NOT EQUAL OWNER-CALLER
               MOVE 'Y'                      TO ROW-SKIP.

       4250-EXIT.
           EXIT.

      *****************************************************************
      * Delete the KEY store record.                                  *
      *                                                               *
      * never be removed by a range delete - reject the whole         *
      * request the same way 4100-RANGE-BEGIN aborts on a bad         *
      * boundary, rather than silently skipping just this one row.   *
      *                                                               *
      * The row's RESTRICT/CASCADE policy is applied before it goes,  *
      * and its before image is kept for the write triggers.          *
      *****************************************************************
       4300-DELETE.
           IF  COUNT-ONLY NOT EQUAL 'Y'
                   MOVE '01'                     TO CA090-REASON
                   PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  COUNT-ONLY NOT EQUAL 'Y'
               PERFORM 4320-REFERENCE-DELETE THRU 4320-EXIT
               PERFORM 4330-TRIGGER-IMAGE    THRU 4330-EXIT.

           IF  COUNT-ONLY NOT EQUAL 'Y'
               EXEC CICS DELETE FILE(FK-FCT)
                    RIDFLD(FK-KEY)
                    NOHANDLE
               END-EXEC
               MOVE 'N'                      TO DEDUP-KEEP-SW
               IF  FK-SHARED EQUAL 'Y'
                   PERFORM 4310-RELEASE-CHAIN THRU 4310-EXIT.

           IF  COUNT-ONLY    NOT EQUAL 'Y'
           AND DEDUP-KEEP-SW NOT EQUAL 'Y'
               MOVE FK-FF-KEY                TO FF-KEY
               PERFORM 4400-DELETE         THRU 4400-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT FROM 1 BY ONE
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

           IF  COUNT-ONLY  NOT EQUAL 'Y'
           AND DD-TRIGGERS EQUAL 'Y'
               PERFORM 4340-START-TRIGGERS THRU 4340-EXIT.

       4300-EXIT.
           EXIT.

      *****************************************************************
      * Release this record's reference to its shared chain.  The     *
      * segments stay while other references remain, or when ZFAM170  *
      * cannot be reached.                                            *
      *****************************************************************
       4310-RELEASE-CHAIN.
           MOVE 'R'                          TO DR-FUNCTION.
           MOVE FK-TRANID                    TO DR-TABLE.
           MOVE FK-FF-KEY                    TO DR-FF-KEY.
           MOVE SPACES                       TO DR-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM170)
                COMMAREA(DR-COMMAREA)
                LENGTH  (LENGTH OF DR-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP   NOT EQUAL DFHRESP(NORMAL)
           OR  DR-RESULT NOT EQUAL 'D'
               MOVE 'Y'                      TO DEDUP-KEEP-SW.

       4310-EXIT.
           EXIT.

      *****************************************************************
      * Referential integrity - apply the RESTRICT/CASCADE policy of  *
      * every child table declared in this table's FAxxRI template,   *
      * as ZFAM040's 2500-REFERENCE-DELETE does.  A cascade deletes   *
      * child rows in this unit of work, so any refusal rolls it      *
      * back before answering.  That undoes only the rows deleted     *
      * since the last syncpoint; rows committed before it stay       *
      * deleted, as they do when a job is cancelled part way, and     *
      * zFAM-RangeBegin can be resubmitted once the children are      *
      * dealt with.                                                   *
      *****************************************************************
       4320-REFERENCE-DELETE.
           MOVE 'DELETE'                     TO CA150-FUNCTION.
           MOVE FK-TRANID                    TO CA150-TABLE.
           MOVE ZEROES                       TO CA150-DEPTH
                                                 CA150-RECORD-LENGTH.
           MOVE FK-KEY                       TO CA150-KEY.

           EXEC CICS LINK PROGRAM(ZFAM150)
                COMMAREA(ZFAM150-COMMAREA)
                LENGTH  (LENGTH OF ZFAM150-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC
               MOVE ZFAM150                  TO CA090-FILE
               MOVE HTTP-STATUS-503          TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  CA150-STATUS EQUAL SPACES
               GO TO 4320-EXIT.

           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC.

           MOVE CA150-FILE                   TO CA090-FILE.
           MOVE CA150-COLUMN                 TO CA090-FIELD.
           MOVE HTTP-STATUS-409              TO CA090-STATUS.

           IF  CA150-STATUS EQUAL 'C'
               MOVE '02'                     TO CA090-REASON
           ELSE
           IF  CA150-STATUS EQUAL 'H'
               MOVE '03'                     TO CA090-REASON
           ELSE
               MOVE '04'                     TO CA090-REASON.

           PERFORM 9998-ZFAM090            THRU 9998-EXIT.

       4320-EXIT.
           EXIT.

      *****************************************************************
      * Keep the row's before image - its first FILE store segment,   *
      * deciphered - for the write triggers, while the segments       *
      * still exist.  The table's FAxxDD template is read the first   *
      * time the delete reaches the table.                            *
      *****************************************************************
       4330-TRIGGER-IMAGE.
           IF  DD-TRANID NOT EQUAL FK-TRANID
               PERFORM 4335-LOAD-OPTIONS  THRU 4335-EXIT.

           IF  DD-TRIGGERS NOT EQUAL 'Y'
               GO TO 4330-EXIT.

           MOVE ZEROES                       TO TE-IMAGE-LENGTH.
           MOVE SPACES                       TO TE-IMAGE.

           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ONE                          TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.

           MOVE LOW-VALUES                   TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP   NOT EQUAL DFHRESP(NORMAL)
           OR  FF-LENGTH NOT GREATER THAN FF-PREFIX
               GO TO 4330-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

           MOVE FF-LENGTH                    TO TE-IMAGE-LENGTH.
           IF  TE-IMAGE-LENGTH GREATER THAN LENGTH OF TE-IMAGE
               MOVE LENGTH OF TE-IMAGE       TO TE-IMAGE-LENGTH.

           MOVE FF-DATA(1:TE-IMAGE-LENGTH)   TO TE-IMAGE.

       4330-EXIT.
           EXIT.

      *****************************************************************
      * Read the FAxxDD options of the table the delete is on.  A     *
      * table without the template has no triggers.                   *
      *****************************************************************
       4335-LOAD-OPTIONS.
           MOVE FK-TRANID                    TO DD-TRANID.
           MOVE SPACES                       TO DD-INFORMATION.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DD-INFORMATION     TO DD-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                    INTO     (DD-INFORMATION)
                    LENGTH   (DD-LENGTH)
                    MAXLENGTH(DD-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC.

       4335-EXIT.
           EXIT.

      *****************************************************************
      * Hand the deleted row to its table's xxRU trigger transaction: *
      * the key, the method and the before image.  PROTECT holds the  *
      * START until the delete is committed.                          *
      *****************************************************************
       4340-START-TRIGGERS.
           MOVE FK-TRANID(3:2)               TO TE-TSQ(1:2).
           MOVE 'RU'                         TO TE-TSQ(3:2).

           MOVE FK-TRANID                    TO TE-TRANID.
           MOVE FC-DELETE                    TO TE-METHOD.
           MOVE FK-ABS                       TO TE-ABS.
           MOVE FK-KEY                       TO TE-KEY.

           MOVE LENGTH OF TE-PARM            TO TE-LENGTH.

           EXEC CICS START TRANSID(TE-TSQ)
                FROM    (TE-PARM)
                LENGTH  (TE-LENGTH)
                PROTECT
                RESP    (TE-RESP)
                NOHANDLE
           END-EXEC.

           IF  TE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE FK-TRANID                TO TD-TE-TABLE
               MOVE FK-KEY                   TO TD-TE-KEY
               INSPECT TD-TE-KEY
               REPLACING ALL LOW-VALUES BY SPACES
               MOVE TD-TRIGGER-ALERT         TO TD-MESSAGE
               PERFORM 9999-WRITE-CSSL     THRU 9999-EXIT.

       4340-EXIT.
           EXIT.

      *****************************************************************
      * Delete the FILE store record.                                 *
      *****************************************************************
       4500-SYNCPOINT.
           MOVE ZERO TO DELETE-COUNT.

           MOVE SPACES                      TO JOB-STATE-SW.
           PERFORM 4600-JOB-PROGRESS      THRU 4600-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

       4500-EXIT.
           EXIT.

      *****************************************************************
      * Add the rows deleted since the last count to the job's        *
      * progress.  JOB-STATE-SW C marks the job as carrying on in a   *
      * continuation task; E ends it - done, unless it was cancelled. *
      * A job found cancelled stops the delete here.                  *
      *****************************************************************
       4600-JOB-PROGRESS.
           IF  JOB-ID EQUAL SPACES
               GO TO 4600-EXIT.

           MOVE JOB-ID                      TO AJ-ID.
           MOVE LENGTH OF AJ-RECORD         TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                UPDATE
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4600-EXIT.

           COMPUTE AJ-PROGRESS = AJ-PROGRESS
                               + RESPONSE-COUNT - JOB-REPORTED.
           MOVE RESPONSE-COUNT              TO JOB-REPORTED.

           IF  AJ-STATUS EQUAL 'C'
               MOVE 'Y'                     TO EOF.

           IF  JOB-STATE-SW EQUAL 'C'
           AND AJ-STATUS    EQUAL 'R'
               MOVE 'Y'                     TO AJ-CONTINUING.

           IF  JOB-STATE-SW EQUAL 'E'
               MOVE 'N'                     TO AJ-CONTINUING
               IF  AJ-STATUS EQUAL 'R'
                   MOVE 'D'                 TO AJ-STATUS
                   MOVE CURRENT-ABS         TO AJ-FINISHED-ABS
                   COMPUTE AJ-EXPIRES-ABS = CURRENT-ABS +
                           (AJ-RETAIN-DAYS * JOB-DAY-MILLISECONDS).

           COMPUTE AJ-LENGTH = LENGTH OF AJ-RECORD
                             - LENGTH OF AJ-BODY
                             + AJ-BODY-LENGTH.

           EXEC CICS REWRITE FILE(AJ-FCT)
                FROM  (AJ-RECORD)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

       4600-EXIT.
           EXIT.

      *****************************************************************
      * DELETE request complete.                                      *
      *****************************************************************
           MOVE '5000    '                  TO T_46_M.
           PERFORM 9995-TRACE             THRU 9995-EXIT.

           MOVE SPACES                      TO JOB-STATE-SW.

           IF  EOF NOT EQUAL 'Y'
           AND COUNT-ONLY NOT EQUAL 'Y'
               MOVE 'C'                     TO JOB-STATE-SW.

           IF  EOF EQUAL 'Y'
           AND CONTINUATION EQUAL 'Y'
               MOVE 'E'                     TO JOB-STATE-SW.

           PERFORM 4600-JOB-PROGRESS      THRU 4600-EXIT.

           IF  EOF NOT EQUAL 'Y'
           AND COUNT-ONLY NOT EQUAL 'Y'
               PERFORM 9750-START-CONTINUATION THRU 9750-EXIT.
           MOVE END-VALUE-LENGTH    TO CONT-END-LENGTH.
           MOVE TYPE-VALUE          TO CONT-TYPE.
           MOVE COUNT-ONLY          TO CONT-COUNT.
           MOVE JOB-ID              TO CONT-JOB.
           MOVE OWNER-CHECK         TO CONT-OWNER-CHECK.
           MOVE OWNER-CALLER        TO CONT-OWNER.
           MOVE LENGTH OF CONT-PARM TO CONT-LENGTH.

           EXEC CICS START TRANSID(EIBTRNID)
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS            TO MN-HTTP-STATUS.

       8010-EXIT.
           EXIT.

      *****************************************************************
       9000-RETURN.

           IF  CONTINUATION NOT EQUAL 'Y'
               PERFORM 9085-MONITOR-POINT  THRU 9085-EXIT.

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
           MOVE 'ZFAM003 '                   TO MN-PROGRAM.

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
      * Write an HTTP header containing the LastKey and Rows          *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-204         TO MN-HTTP-STATUS.

       9710-EXIT.
           EXIT.

      *****************************************************************
      * Decipher the FILE store segment in FF-DATA through ZFAM107.   *
      *****************************************************************
       9043-DECIPHER-SEGMENT.
           MOVE FF-TRANID                   TO CIPHER-TRANID.
           MOVE 'D'                         TO CIPHER-DIRECTION.
           MOVE FF-LENGTH                   TO CIPHER-LENGTH.
           MOVE FF-DATA(1:FF-LENGTH)        TO CIPHER-DATA(1:FF-LENGTH).

           MOVE FF-KEYVER                   TO CIPHER-KEYVER.

           EXEC CICS LINK PROGRAM(ZFAM107)
                COMMAREA(CIPHER-COMMAREA)
                LENGTH  (LENGTH OF CIPHER-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE CIPHER-DATA(1:FF-LENGTH)     TO FF-DATA(1:FF-LENGTH).
           MOVE CIPHER-KEYVER               TO FF-KEYVER.

       9043-EXIT.
           EXIT.

      *****************************************************************
      * Issue TRACE.                                                  *
      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      *****************************************************************
       9998-ZFAM090.
           IF  CONTINUATION NOT EQUAL 'Y'
               MOVE CA090-STATUS       TO MN-HTTP-STATUS
               PERFORM 9085-MONITOR-POINT THRU 9085-EXIT.

           MOVE FK-KEY                 TO CA090-KEY.
           MOVE EIBTRNID                TO CA090-TRANID.

