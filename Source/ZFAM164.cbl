       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM164.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Operator alert - raise.                                       *
      *                                                               *
      * LINKed with the ZFAMALC AL-RAISE commarea - table, condition, *
      * raising program and the alert text - by every program that    *
      * used to issue its own WTO (ZFAM105, ZFAM106, ZFAM118,         *
      * ZFAM140, ZFAM147 and ZFAM002's replication lag check).  The   *
      * alert is written to the keyed ZFAMAL file as a new alert,     *
      * keyed by table, condition and the time it was raised; the     *
      * ZFAM165 router collapses repeats and delivers it.  Two raises *
      * in the same millisecond are kept apart by stepping the raise  *
      * time.                                                         *
      *                                                               *
      * An alert that cannot be recorded (ZFAMAL closed or full) is   *
      * issued straight to the operator instead, so an alert is never *
      * lost because the alert file is unavailable.                   *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.

       01  AL-FILE                PIC  X(08) VALUE 'ZFAMAL  '.
       01  AL-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  AL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AL-TRIES               PIC S9(04) COMP VALUE ZEROES.
       01  AL-TRY-LIMIT           PIC S9(04) COMP VALUE 10.

       COPY ZFAMALC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-TABLE           PIC  X(04).
           02  CA-CONDITION       PIC  X(08).
           02  CA-SOURCE          PIC  X(08).
           02  CA-TEXT            PIC  X(90).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           IF  EIBCALEN LESS THAN LENGTH OF DFHCOMMAREA
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           PERFORM 1000-BUILD-ALERT          THRU 1000-EXIT.

           MOVE ZEROES                       TO AL-TRIES.

           PERFORM 2000-WRITE-ALERT          THRU 2000-EXIT
               WITH TEST AFTER
               UNTIL AL-RESP NOT EQUAL DFHRESP(DUPREC)
               OR    AL-TRIES NOT LESS THAN AL-TRY-LIMIT.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 3000-DIRECT-WTO      THRU 3000-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * Build the new alert record from the commarea.                 *
      *****************************************************************
       1000-BUILD-ALERT.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE SPACES                       TO AL-RECORD.
           MOVE CA-TABLE                     TO AL-TABLE.
           MOVE CA-CONDITION                 TO AL-CONDITION.
           MOVE WS-ABS                       TO AL-RAISED-ABS
                                                 AL-LAST-ABS.
           MOVE 'N'                          TO AL-STATUS.
           MOVE CA-SOURCE                    TO AL-SOURCE.
           MOVE CA-TEXT                      TO AL-TEXT.
           MOVE ZEROES                       TO AL-REPEATS
                                                 AL-DELIVERED-ABS
                                                 AL-ACK-ABS.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Write the alert; a duplicate key steps the raise time one     *
      * millisecond and tries again.                                  *
      *****************************************************************
       2000-WRITE-ALERT.
           ADD  1                            TO AL-TRIES.
           MOVE LENGTH OF AL-RECORD          TO AL-LENGTH.

           EXEC CICS WRITE FILE(AL-FILE)
                FROM  (AL-RECORD)
                RIDFLD(AL-KEY)
                LENGTH(AL-LENGTH)
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP EQUAL DFHRESP(DUPREC)
               ADD  1                        TO AL-RAISED-ABS.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * The alert could not be recorded - tell the operator directly. *
      *****************************************************************
       3000-DIRECT-WTO.
           EXEC CICS WRITE OPERATOR
                TEXT(CA-TEXT)
                NOHANDLE
           END-EXEC.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Return to caller                                              *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
