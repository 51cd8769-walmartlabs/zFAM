      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Skip the cycle, still re-arming, once the *
      *                     @@SD shutdown signal is set.              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  THIRTY-SIX-HUNDRED     PIC S9(08) COMP VALUE 3600.
       01  SIXTY                  PIC S9(08) COMP VALUE 60.

      *****************************************************************
      * Region shutdown signal (ZFAM190).                             *
      *****************************************************************
       COPY ZFAMSDC.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 1900-SHUTDOWN-CHECK     THRU 1900-EXIT.
           PERFORM 2000-START-BROWSE       THRU 2000-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
       1000-EXIT.
           EXIT.

      *****************************************************************
      * Region shutdown - re-arm the next cycle as usual and end      *
      * without starting this one.                                    *
      *****************************************************************
       1900-SHUTDOWN-CHECK.
           MOVE LENGTH OF SD-RECORD          TO SD-LENGTH.
           MOVE 1                            TO SD-ITEM.

           EXEC CICS READQ TS QUEUE(SD-TSQ)
                INTO  (SD-RECORD)
                LENGTH(SD-LENGTH)
                ITEM  (SD-ITEM)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO SD-STOP-SW
               PERFORM 8000-RESTART        THRU 8000-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1900-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the schedule file.                           *
      *****************************************************************
