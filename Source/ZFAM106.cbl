      * rejects the request with STATUS(409) before this program is   *
      * ever started.                                                 *
      *                                                               *
      * A pass that finds any row mismatched, missing on the partner  *
      * or unreachable raises a RECONCIL operator alert through       *
      * ZFAM164, for the ZFAM165 router to deliver.                   *
      *                                                               *
      * The two Data Centers need not keep local time in the same     *
      * zone, so a partner that answers zFAM-Utc-Abs (its FK-ABS as   *
      * UTC, ZFAMUTC) is compared with the local FK-ABS turned to UTC *
      * the same way; the local-time ETag is compared only when the   *
      * partner sends no zFAM-Utc-Abs.                                *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  A pass that finds rows out of step raises *
      *                     a RECONCIL alert through ZFAM164.         *
      * 2026-10-15 ZFAMDEV  Compares the partner's zFAM-Utc-Abs with  *
      *                     the local FK-ABS as UTC when the partner  *
      *                     answers one, the ETag otherwise.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  ZFAM-ETAG-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  ETAG-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.

       01  UTC-NAME-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  UTC-VALUE-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  UTC-RESP               PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMUTC.

       01  RC-PARM.
           02  RC-TABLE-TRANID    PIC  X(04) VALUE SPACES.
           02  RC-PATH-LENGTH     PIC S9(04) COMP VALUE ZEROES.
           02  TD-RC-ERROR      PIC ZZZZZZZ9.
           02  FILLER           PIC X(04) VALUE ' err'.

       01  TD-RECONCILE-ALERT.
           02  FILLER           PIC X(17) VALUE 'zFAM reconcile - '.
           02  TD-RA-TABLE      PIC X(04).
           02  FILLER           PIC X(01) VALUE SPACES.
           02  TD-RA-MISMATCH   PIC ZZZZZZZ9.
           02  FILLER           PIC X(06) VALUE ' diff '.
           02  TD-RA-MISSING    PIC ZZZZZZZ9.
           02  FILLER           PIC X(05) VALUE ' 404 '.
           02  TD-RA-ERROR      PIC ZZZZZZZ9.
           02  FILLER           PIC X(29) VALUE
               ' err - partner is out of step'.
           02  FILLER           PIC X(04) VALUE SPACES.

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
           MOVE RC-TABLE-TRANID               TO FK-TRANID
                                                  DC-TRANID.

           PERFORM 9044-UTC-OFFSET           THRU 9044-EXIT.

           MOVE ZEROES                        TO RECON-ROWS-COUNT
                                                  RECON-MATCH-COUNT
                                                  RECON-MISMATCH-COUNT
               MOVE FK-ABS                   TO ETAG-DISPLAY
               MOVE ETAG-DISPLAY             TO LOCAL-ETAG-VALUE

               PERFORM 2160-UTC-COMPARE    THRU 2160-EXIT

               IF  LOCAL-ETAG-VALUE EQUAL HTTP-ETAG-VALUE
                   ADD  1                    TO RECON-MATCH-COUNT
               ELSE
       2150-EXIT.
           EXIT.

      *****************************************************************
      * A partner answering zFAM-Utc-Abs has its timestamp compared   *
      * as UTC: both sides of the comparison are replaced with the    *
      * UTC values - the partner's as received, the local FK-ABS      *
      * less this site's UTC offset.                                  *
      *****************************************************************
       2160-UTC-COMPARE.
           MOVE LENGTH OF HTTP-UTC-ABS       TO UTC-NAME-LENGTH.
           MOVE LENGTH OF UT-ABS-X           TO UTC-VALUE-LENGTH.
           MOVE SPACES                       TO UT-ABS-X.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-UTC-ABS)
                NAMELENGTH (UTC-NAME-LENGTH)
                VALUE      (UT-ABS-X)
                VALUELENGTH(UTC-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                RESP       (UTC-RESP)
                NOHANDLE
           END-EXEC.

           IF  UTC-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  UT-ABS NOT NUMERIC
               GO TO 2160-EXIT.

           MOVE UT-ABS-X                     TO HTTP-ETAG-VALUE.

           SUBTRACT UT-OFFSET-MS FROM FK-ABS GIVING ETAG-DISPLAY.
           MOVE ETAG-DISPLAY                 TO LOCAL-ETAG-VALUE.

       2160-EXIT.
           EXIT.

      *****************************************************************
      * Issue ENDBR on the zFAM key store.                            *
      *****************************************************************
       9000-EXIT.
           EXIT.

      *****************************************************************
      * This site's UTC offset in milliseconds, from the LE clock,    *
      * into UT-OFFSET-MS - local time less UTC.  No offset           *
      * available is zero.                                            *
      *****************************************************************
       9044-UTC-OFFSET.
           MOVE FUNCTION CURRENT-DATE        TO UT-CURRENT-DATE.
           MOVE ZEROES                       TO UT-OFFSET-MS.

           IF  UT-OFFSET-HH NOT NUMERIC
           OR  UT-OFFSET-MM NOT NUMERIC
               GO TO 9044-EXIT.

           COMPUTE UT-OFFSET-MS = UT-OFFSET-HH * 3600000
                                + UT-OFFSET-MM * 60000.

           IF  UT-OFFSET-SIGN EQUAL '-'
               SUBTRACT UT-OFFSET-MS FROM ZEROES
                   GIVING UT-OFFSET-MS.

       9044-EXIT.
           EXIT.

      *****************************************************************
      * Write the TD CSSL summary line for this reconciliation pass.  *
      *****************************************************************

           PERFORM 9905-SAVE-RESULT  THRU 9905-EXIT.

           IF  DC-TYPE NOT EQUAL ACTIVE-SINGLE
           AND RECON-MISMATCH-COUNT + RECON-MISSING-COUNT
             + RECON-ERROR-COUNT GREATER THAN ZEROES
               PERFORM 9907-RECONCILE-ALERT THRU 9907-EXIT.

       9900-EXIT.
           EXIT.


       9905-EXIT.
           EXIT.

      *****************************************************************
      * Raise the out-of-step alert for this pass.                    *
      *****************************************************************
       9907-RECONCILE-ALERT.
           MOVE RC-TABLE-TRANID        TO TD-RA-TABLE
                                          AL-RAISE-TABLE.
           MOVE RECON-MISMATCH-COUNT   TO TD-RA-MISMATCH.
           MOVE RECON-MISSING-COUNT    TO TD-RA-MISSING.
           MOVE RECON-ERROR-COUNT      TO TD-RA-ERROR.

           MOVE 'RECONCIL'             TO AL-RAISE-CONDITION.
           MOVE TD-RECONCILE-ALERT     TO AL-RAISE-TEXT.
           PERFORM 9909-RAISE-ALERT  THRU 9909-EXIT.

       9907-EXIT.
           EXIT.

      *****************************************************************
      * Record the alert on ZFAMAL through ZFAM164 for the ZFAM165    *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       9909-RAISE-ALERT.
           MOVE 'ZFAM106 '               TO AL-RAISE-SOURCE.

           EXEC CICS LINK PROGRAM(ZFAM164)
                COMMAREA(AL-RAISE)
                LENGTH  (LENGTH OF AL-RAISE)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                    TEXT(AL-RAISE-TEXT)
                    NOHANDLE
               END-EXEC.

       9909-EXIT.
           EXIT.
