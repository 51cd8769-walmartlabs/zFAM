      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  A key already on file (a second action    *
      *                     by the same task within one second) is    *
      *                     retried a second later.                   *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  AA-FCT                 PIC  X(08) VALUE 'ZFAMAA  '.
       01  AA-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  AA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AA-TRIES               PIC S9(04) COMP VALUE ZEROES.
       01  AA-TRY-LIMIT           PIC S9(04) COMP VALUE 3.

       01  AA-RECORD.
           02  AA-KEY.
      * Build and write the audit record.                             *
      *****************************************************************
       1000-WRITE-AUDIT.
           MOVE EIBTASKN              TO AA-TASK.

           EXEC CICS ASSIGN USERID(AA-USERID) NOHANDLE
           MOVE CA138-BEFORE          TO AA-BEFORE.
           MOVE CA138-AFTER           TO AA-AFTER.

           MOVE ZEROES                TO AA-TRIES.

           PERFORM 1100-WRITE-RECORD  THRU 1100-EXIT
               WITH TEST AFTER
               UNTIL AA-RESP NOT EQUAL DFHRESP(DUPREC)
               OR    AA-TRIES NOT LESS THAN AA-TRY-LIMIT.

           IF  AA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE CA138-ACTION      TO TD-AF-ACTION
       1000-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the key with the current date/time and write the        *
      * record.  A retry waits a second first, so a second action     *
      * by the same task gets a key of its own.                       *
      *****************************************************************
       1100-WRITE-RECORD.
           ADD 1                      TO AA-TRIES.

           IF  AA-TRIES GREATER THAN 1
               EXEC CICS DELAY FOR SECONDS(1) NOHANDLE
               END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                YYYYMMDD(AA-DATE)
                TIME(TIME-WORK)
                NOHANDLE
           END-EXEC.

           MOVE TIME-WORK(1:6)        TO AA-TIME.
           MOVE LENGTH OF AA-RECORD   TO AA-LENGTH.

           EXEC CICS WRITE FILE(AA-FCT)
                FROM(AA-RECORD)
                RIDFLD(AA-KEY)
                LENGTH(AA-LENGTH)
                RESP(AA-RESP)
                NOHANDLE
           END-EXEC.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
