      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  A shared FILE store chain (live or        *
      *                     retained version) is released through     *
      *                     ZFAM170 and only deleted with its last    *
      *                     reference.                                *
      * 2026-10-15 ZFAMDEV  FA-PARM carries an approval request id;   *
      *                     a purge is recorded for a second userid   *
      *                     to approve through ZFAM175 and only acts  *
      *                     as the approved run ZFAM175 starts.       *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FA-UID             PIC  X(32) VALUE SPACES.
           02  FA-APPROVAL        PIC  X(07) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 43.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.

       COPY ZFAMFFC.

      *****************************************************************
      * Shared FILE store chains are counted on FAxxDP; ZFAM170       *
      * releases a reference and says whether the segments may go.    *
      *****************************************************************
       01  DEDUP-KEEP-SW          PIC  X(01) VALUE 'N'.

       COPY ZFAMDPC.

      *****************************************************************
      * Version-chain purge RIDFLD, same shape as ZFAM002's           *
      * EVICT-KEY-16.                                                 *
           02  TD-PD-HELD         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE ' on legal hold '.

      *****************************************************************
      * Two-person approval (ZFAM175/ZFAMPA).                         *
      *****************************************************************
       COPY ZFAMPAC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE           THRU 1000-EXIT.
           PERFORM 1600-CHECK-APPROVAL       THRU 1600-EXIT.

           IF  AP-RESULT NOT EQUAL 'G'
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 1100-GET-URL              THRU 1100-EXIT.
           PERFORM 2000-KEY-BROWSE           THRU 2000-EXIT.

       1150-EXIT.
           EXIT.

      *****************************************************************
      * A UID purge needs a second userid's approval.  Without an     *
      * approval id the purge is recorded as a pending request and    *
      * ends; the approved run ZFAM175 starts carries the id and      *
      * goes ahead only if it matches the approved parameters.  If    *
      * ZFAM175 cannot be reached the purge does not act.             *
      *****************************************************************
       1600-CHECK-APPROVAL.
           MOVE 'G'                          TO AP-FUNCTION.
           MOVE ZEROES                       TO AP-ID.

           IF  FA-APPROVAL NUMERIC
               MOVE FA-APPROVAL              TO AP-ID.

           MOVE 'ZFAM115 '                   TO AP-PROGRAM.
           MOVE EIBTRNID                     TO AP-TRANID.
           MOVE 'UID-PURGE   '               TO AP-ACTION.
           MOVE FA-TRANID                    TO AP-TABLE.
           MOVE FA-PARM                      TO AP-PARM.
           COMPUTE AP-PARM-LENGTH = LENGTH OF FA-PARM
                                  - LENGTH OF FA-APPROVAL.
           MOVE 'D'                          TO AP-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM175)
                COMMAREA(AP-COMMAREA)
                LENGTH  (LENGTH OF AP-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                    TEXT(AP-UNAVAILABLE)
                    NOHANDLE
               END-EXEC.

       1600-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the zFAM key store.                          *
      *****************************************************************
           ELSE
               MOVE 'FILE'                  TO FF-DDNAME.

           MOVE 'N'                         TO DEDUP-KEEP-SW.
           IF  FK-ECR    NOT EQUAL 'Y'
           AND FK-SHARED EQUAL 'Y'
               MOVE FK-FF-KEY               TO DR-FF-KEY
               PERFORM 3130-RELEASE-CHAIN THRU 3130-EXIT.

           IF  FK-ECR        NOT EQUAL 'Y'
           AND DEDUP-KEEP-SW NOT EQUAL 'Y'
               MOVE FK-FF-KEY               TO FF-KEY
               MOVE ZEROES                  TO FF-SUFFIX
                                                FF-ZEROES

      *****************************************************************
      * Delete every segment of one retained version generation.      *
      * A version chain carries no FK-SHARED mark of its own, so      *
      * ZFAM170 is always asked - an uncounted chain is deleted.      *
      *****************************************************************
       3120-DELETE-VERSION.
           MOVE FK-VER-IDN(VERSION-SUB)     TO EVICT-KEY(1:6).
           MOVE ZEROES                      TO EVICT-SUFFIX
                                                EVICT-ZEROES.

           MOVE EVICT-KEY                   TO DR-FF-KEY.
           PERFORM 3130-RELEASE-CHAIN     THRU 3130-EXIT.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               PERFORM 3125-DELETE-VER-SEG THRU 3125-EXIT
                   WITH TEST AFTER
                   VARYING EVICT-SEGMENT    FROM 1 BY 1
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).

       3120-EXIT.
           EXIT.
       3125-EXIT.
           EXIT.

      *****************************************************************
      * Release one reference to chain DR-FF-KEY through ZFAM170.     *
      * DEDUP-KEEP-SW is 'Y' when the segments must stay - other      *
      * references remain, or ZFAM170 could not be reached.           *
      *****************************************************************
       3130-RELEASE-CHAIN.
           MOVE 'R'                         TO DR-FUNCTION.
           MOVE FK-TRANID                   TO DR-TABLE.
           MOVE SPACES                      TO DR-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM170)
                COMMAREA(DR-COMMAREA)
                LENGTH  (LENGTH OF DR-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                         TO DEDUP-KEEP-SW.
           IF  EIBRESP   NOT EQUAL DFHRESP(NORMAL)
           OR  DR-RESULT NOT EQUAL 'D'
               MOVE 'Y'                     TO DEDUP-KEEP-SW.

       3130-EXIT.
           EXIT.

      *****************************************************************
      * Converse the DELETE for this key to one partner Data Center,  *
      * building the path from the table's delete URIMAP the same     *
