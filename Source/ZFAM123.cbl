      * 80 percent of either the row or the KB limit - the report of  *
      * prefixes approaching their ceiling.                           *
      *                                                               *
      * The first line names the table with its owning application,   *
      * criticality tier and cost center from the ZFAMTC table        *
      * catalog, so the charge lands on the right cost center.        *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      * 2026-10-15 ZFAMDEV  Open with the table's catalog owner, tier *
      *                     and cost center.                          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       COPY ZFAMFKC.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R123 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-OWNER.
           02  FILLER             PIC  X(04) VALUE 'Line'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'Prefix'.
           02  FILLER             PIC  X(26) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'Rows'.
           02  FILLER             PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE 'Approx KB'.
           02  FILLER             PIC  X(21) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  TD-O-KB            PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE SPACES.

       01  TD-TABLE-OWNER.
           02  FILLER             PIC  X(17) VALUE
               'Chargeback table '.
           02  TD-T-TAG           PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE
               ' - cost center: '.
           02  TD-T-COST-CENTER   PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(19) VALUE SPACES.

       01  TD-QUOTA-WARN.
           02  FILLER             PIC  X(18) VALUE
               'Quota warning     '.
           02  TD-S-ROWS          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(29) VALUE SPACES.

      *****************************************************************
      * Table catalog (ZFAMTC) - owner, tier and cost center.         *
      *****************************************************************
       COPY ZFAMTCC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
           MOVE ZEROES                       TO OWNER-COUNT
                                                OWNER-SKIPPED.

           MOVE 'ZFAM123 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Chargeback by key prefix'   TO RP-TITLE.
           MOVE RH-OWNER                     TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
           MOVE 'C'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS RETURN
           END-EXEC.
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
      * Write the table's owner line, one CSSL summary line per       *
      * prefix found, plus a line for any rows the prefix table could *
      * not hold.                                                     *
      *****************************************************************
       9900-WRITE-REPORT.
           MOVE EIBTRNID               TO TD-TRANID.
                NOHANDLE
           END-EXEC.

           PERFORM 9905-WRITE-OWNER       THRU 9905-EXIT.

           PERFORM 9910-WRITE-ENTRY       THRU 9910-EXIT
               VARYING OWNER-IX   FROM 1 BY 1
               UNTIL   OWNER-IX   GREATER THAN OWNER-COUNT.
                    FROM(TD-RECORD)
                    LENGTH(TD-LENGTH)
                    NOHANDLE
               END-EXEC
               MOVE 'T'                      TO RP-FUNCTION
               MOVE TD-MESSAGE               TO RP-LINE
               PERFORM 9800-REPORT           THRU 9800-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write the table's owner line - the catalog's owning           *
      * application, tier and cost center, or '(no catalog)' for a    *
      * table never cataloged.                                        *
      *****************************************************************
       9905-WRITE-OWNER.
           MOVE FA-TRANID              TO TC-TABLE
                                          TC-TAG-TABLE.
           MOVE LENGTH OF TC-RECORD    TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES             TO TC-COST-CENTER
                                          TC-TIER
               MOVE '(no catalog)'     TO TC-APPLICATION.

           MOVE TC-APPLICATION         TO TC-TAG-APPLICATION.
           MOVE TC-TIER                TO TC-TAG-TIER.

           IF  TC-TIER EQUAL SPACES
               MOVE '-'                TO TC-TAG-TIER.

           MOVE TC-TAG                 TO TD-T-TAG.
           MOVE TC-COST-CENTER         TO TD-T-COST-CENTER.

           MOVE TD-TABLE-OWNER         TO TD-MESSAGE.
           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9905-EXIT.
           EXIT.

      *****************************************************************
      * Write one prefix's CSSL summary line.                         *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           PERFORM 9920-CHECK-QUOTA  THRU 9920-EXIT.

       9910-EXIT.
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9930-EXIT.
           EXIT.
