      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  A FILE segment whose first writer is      *
      *                     gone is not an orphan while ZFAM170       *
      *                     still counts its shared chain.            *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       COPY ZFAMFFC.

      *****************************************************************
      * A shared FILE store chain (DD-DEDUP) keeps the key of the     *
      * record that first wrote it in FF-FK-KEY; the chain is still   *
      * in use while ZFAM170 counts references to it on FAxxDP.       *
      *****************************************************************
       COPY ZFAMDPC.

      *****************************************************************
      * Latest-result entry on the per-table FAxxR3 queue, read by    *
      * the ZFAM119 daily health digest.                              *
           02  RS-KEY-ORPHANS     PIC S9(08) COMP VALUE ZEROES.
           02  RS-FILE-ORPHANS    PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R103 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-ORPHAN.
           02  FILLER             PIC  X(04) VALUE 'Pass'.
           02  FILLER             PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'Rows'.
           02  FILLER             PIC  X(13) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE 'Orphans'.
           02  FILLER             PIC  X(09) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'Action'.
           02  FILLER             PIC  X(37) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

                                                 FILE-ROWS-COUNT
                                                 FILE-ORPHAN-COUNT.

           MOVE 'ZFAM103 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'KEY/FILE orphan reconciliation'
                                             TO RP-TITLE.
           MOVE RH-ORPHAN                    TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

               END-EXEC

               IF  OWNER-RESP NOT EQUAL DFHRESP(NORMAL)
                   PERFORM 3110-SHARED-CHECK THRU 3110-EXIT.

           IF  FF-RESP    EQUAL DFHRESP(NORMAL)
           AND OWNER-RESP NOT EQUAL DFHRESP(NORMAL)
           AND DR-RESULT  NOT EQUAL 'Y'
               ADD  1                          TO FILE-ORPHAN-COUNT
               IF  FA-CLEANUP EQUAL 'Y'
                   EXEC CICS DELETE
                        FILE  (FF-FCT)
                        RIDFLD(FF-KEY-16)
                        NOHANDLE
                   END-EXEC.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Ask ZFAM170 whether the segment's chain is a counted shared   *
      * chain.  DR-RESULT 'Y' means it is still in use.               *
      *****************************************************************
       3110-SHARED-CHECK.
           MOVE 'Q'                         TO DR-FUNCTION.
           MOVE FK-TRANID                   TO DR-TABLE.
           MOVE FF-KEY                      TO DR-FF-KEY.
           MOVE SPACES                      TO DR-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM170)
                COMMAREA(DR-COMMAREA)
                LENGTH  (LENGTH OF DR-COMMAREA)
                NOHANDLE
           END-EXEC.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the zFAM file store.                           *
      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
           MOVE 'C'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS RETURN
           END-EXEC.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * Hand RP-FUNCTION (and RP-LINE) to the ZFAM173 report          *
      * writer.                                                       *
      *****************************************************************
       9800-REPORT.
           EXEC CICS LINK PROGRAM(ZFAM173)
                COMMAREA(RP-COMMAREA)
                LENGTH  (LENGTH OF RP-COMMAREA)
                NOHANDLE
           END-EXEC.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL summary lines for both reconciliation passes.   *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           MOVE FILE-ROWS-COUNT        TO TD-FR-ROWS.
           MOVE FILE-ORPHAN-COUNT      TO TD-FR-ORPHAN.
           IF  FA-CLEANUP EQUAL 'Y'
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           PERFORM 9905-SAVE-RESULT  THRU 9905-EXIT.

       9900-EXIT.
