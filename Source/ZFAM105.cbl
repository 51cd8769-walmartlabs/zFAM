      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Escalation alert recorded through ZFAM164 *
      *                     for the ZFAM165 alert router.             *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
      * Escalation on repeated failure.  Consecutive FAIL cycles are  *
      * counted on the per-table FAxxHF queue: the second failure     *
      * raises an operator alert, and the third re-drives the FX##    *
      * background task the same way ZFAM027 re-issues the START      *
      * after a URIMAP change, then starts the count over.  A PASS    *
      * resets the count.                                             *
       01  ES-REDRIVEN            PIC  X(30) VALUE
           'FX background task re-driven'.

      *****************************************************************
      * Operator alerts are recorded on ZFAMAL through ZFAM164.       *
      *****************************************************************
       01  ZFAM164                PIC  X(08) VALUE 'ZFAM164 '.

       COPY ZFAMALC.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           EXIT.

      *****************************************************************
      * Track consecutive failures and escalate - an alert on the     *
      * second, an automatic FX## task re-drive on the third.         *
      *****************************************************************
       9906-ESCALATE.
           EXIT.

      *****************************************************************
      * Raise the escalation alert (and a CSSL copy).                 *
      *****************************************************************
       9907-WRITE-ALERT.
           MOVE FA-TRANID              TO TD-ES-TABLE.
           MOVE HF-COUNT               TO TD-ES-COUNT.

           MOVE FA-TRANID              TO AL-RAISE-TABLE.
           MOVE 'HEALTH'               TO AL-RAISE-CONDITION.
           MOVE TD-ESCALATE            TO AL-RAISE-TEXT.
           PERFORM 9909-RAISE-ALERT  THRU 9909-EXIT.

           MOVE TD-ESCALATE            TO TD-MESSAGE.
           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.

       9908-EXIT.
           EXIT.

      *****************************************************************
      * Record the alert on ZFAMAL through ZFAM164 for the ZFAM165    *
      * router to deliver; if ZFAM164 cannot be reached, tell the     *
      * operator directly.                                            *
      *****************************************************************
       9909-RAISE-ALERT.
           MOVE 'ZFAM105 '               TO AL-RAISE-SOURCE.

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
