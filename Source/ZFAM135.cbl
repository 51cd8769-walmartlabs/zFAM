      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   Catalog record moved to ZFAMBCC and      *
      *                      stamped with the mirror wipe epoch.      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  JM-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JM-PROBE               PIC  X(01) VALUE SPACES.

       01  JE-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JE-ITEM                PIC S9(04) COMP VALUE 1.
       01  JE-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JE-EPOCH               PIC  9(09) VALUE ZEROES.

       01  BK-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  BK-ITEM                PIC S9(04) COMP VALUE 1.
       01  BK-RESP                PIC S9(04) COMP VALUE ZEROES.

       01  EXPORT-PARM-LENGTH     PIC S9(04) COMP VALUE 6.

       COPY ZFAMBCC.

       01  TIME-WORK              PIC  X(08) VALUE SPACES.


           MOVE BK-SUFFIX             TO QS-TSQ(5:2)
                                         JM-TSQ(1:2)
                                         JE-TSQ(1:2)
                                         BK-TSQ(1:2).
           MOVE 'QS'                  TO QS-TSQ(7:2).
           MOVE 'JM'                  TO JM-TSQ(3:2).
           MOVE 'JE'                  TO JE-TSQ(3:2).
           MOVE 'BK'                  TO BK-TSQ(3:2).

           MOVE 'FA'                  TO TD-SP-TABLE(1:2)
           AND JM-RESP NOT EQUAL DFHRESP(LENGERR)
               MOVE ZEROES            TO JM-COUNT.

           MOVE LENGTH OF JE-EPOCH    TO JE-LENGTH.
           MOVE 1                     TO JE-ITEM.

           EXEC CICS READQ TS QUEUE(JE-TSQ)
                INTO  (JE-EPOCH)
                LENGTH(JE-LENGTH)
                ITEM  (JE-ITEM)
                RESP  (JE-RESP)
                NOHANDLE
           END-EXEC.

           IF  JE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                 TO JE-EPOCH.

           EXEC CICS DELETEQ TS QUEUE(BK-TSQ)
                NOHANDLE
           END-EXEC.

           MOVE CUT-ABS               TO BC-CUT-ABS.
           MOVE JM-COUNT              TO BC-JM-POSITION.
           MOVE JE-EPOCH              TO BC-JM-EPOCH.
           MOVE BK-ROWS               TO BC-ROWS.

           MOVE LENGTH OF BC-RECORD   TO BC-LENGTH.
