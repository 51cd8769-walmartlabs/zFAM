       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM158.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Record ownership transfer.                                    *
      *                                                               *
      * On a table whose document template sets DD-OWNERSHIP to 'Y',  *
      * ZFAM002 records the creating client in FK-OWNER and refuses   *
      * PUT, PATCH, DELETE and rename from anyone else.  When an      *
      * application changes hands its records have to change hands    *
      * with it; this operator transaction rewrites FK-OWNER on one   *
      * key or on every key under a prefix.  Invoked with terminal    *
      * input:                                                        *
      *                                                               *
      *  <tran> xx KEY    <key>    <new-owner>                        *
      *         transfer one record                                   *
      *  <tran> xx PREFIX <prefix> <new-owner> [<old-owner>]          *
      *         transfer every record whose key begins with the       *
      *         prefix - only those owned by <old-owner> when one is  *
      *         given, so one application's rows can be moved out of  *
      *         a prefix it shares                                    *
      *                                                               *
      * A new owner of '*' clears FK-OWNER, leaving the records open  *
      * to every writer again.  A prefix transfer commits every       *
      * CHECKPOINT-INTERVAL records and can simply be re-entered if   *
      * it is interrupted.  The KEY store is updated locally only;    *
      * enter the same transfer at the partner Data Center.  Every    *
      * transfer is confirmed with a CSSL line and a WTO.             *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * Define Constant and Define Storage.                           *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.

       01  TERM-INPUT             PIC X(320) VALUE SPACES.
       01  TERM-LENGTH            PIC S9(04) COMP VALUE 320.
       01  TERM-TRANID            PIC  X(08) VALUE SPACES.

       01  OW-SUFFIX              PIC  X(02) VALUE SPACES.
       01  OW-ACTION              PIC  X(08) VALUE SPACES.
       01  OW-IN-KEY              PIC X(255) VALUE SPACES.
       01  OW-IN-NEW              PIC  X(08) VALUE SPACES.
       01  OW-IN-OLD              PIC  X(08) VALUE SPACES.
       01  OW-KEY-LENGTH          PIC S9(04) COMP VALUE ZEROES.

       01  ACTION-KEY             PIC  X(08) VALUE 'KEY     '.
       01  ACTION-PREFIX          PIC  X(08) VALUE 'PREFIX  '.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE 'N'.
       01  MATCHED-COUNT          PIC S9(08) COMP VALUE ZEROES.
       01  MOVED-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  SINCE-CHECKPOINT       PIC S9(08) COMP VALUE ZEROES.
       01  CHECKPOINT-INTERVAL    PIC S9(08) COMP VALUE 500.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FK-BROWSE-KEY          PIC X(255) VALUE LOW-VALUES.

       COPY ZFAMFKC.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  TD-OWNER-ACTION.
           02  FILLER             PIC  X(14) VALUE 'zFAM owner -  '.
           02  TD-OA-ACTION       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' on FA'.
           02  TD-OA-TABLE        PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' to '.
           02  TD-OA-NEW          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-OA-MOVED        PIC  Z(07)9.
           02  FILLER             PIC  X(09) VALUE ' moved of'.
           02  TD-OA-MATCHED      PIC  Z(07)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-OA-RESULT       PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE SPACES.

       01  TD-OWNER-KEY.
           02  FILLER             PIC  X(14) VALUE 'zFAM owner -  '.
           02  TD-OK-KEY          PIC  X(76) VALUE SPACES.

       01  TD-BAD-INPUT.
           02  FILLER             PIC  X(49) VALUE
               'zFAM owner - usage: <tran> <xx> KEY|PREFIX <key> '.
           02  FILLER             PIC  X(31) VALUE
               '<new-owner> [<old-owner>]'.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-GET-INPUT          THRU 1000-EXIT.

           IF  OW-ACTION EQUAL ACTION-KEY
               PERFORM 2000-TRANSFER-KEY   THRU 2000-EXIT.

           IF  OW-ACTION EQUAL ACTION-PREFIX
               PERFORM 3000-TRANSFER-PREFIX THRU 3000-EXIT.

           PERFORM 9900-CONFIRM            THRU 9900-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Read and validate the terminal input.                         *
      *****************************************************************
       1000-GET-INPUT.
           EXEC CICS RECEIVE INTO(TERM-INPUT)
                LENGTH(TERM-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO TERM-TRANID
                    OW-SUFFIX
                    OW-ACTION
                    OW-IN-KEY COUNT IN OW-KEY-LENGTH
                    OW-IN-NEW
                    OW-IN-OLD.

           INSPECT OW-ACTION
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  OW-SUFFIX     EQUAL SPACES
           OR  OW-IN-NEW     EQUAL SPACES
           OR  OW-KEY-LENGTH EQUAL ZEROES
           OR (OW-ACTION NOT EQUAL ACTION-KEY
           AND OW-ACTION NOT EQUAL ACTION-PREFIX)
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  OW-KEY-LENGTH GREATER THAN LENGTH OF FK-KEY
               MOVE LENGTH OF FK-KEY         TO OW-KEY-LENGTH.

           MOVE OW-SUFFIX                    TO FK-TRANID(3:2)
                                                TD-OA-TABLE.
           MOVE OW-ACTION                    TO TD-OA-ACTION.
           MOVE OW-IN-NEW                    TO TD-OA-NEW.
           MOVE OW-IN-KEY                    TO TD-OK-KEY.

           IF  OW-IN-NEW EQUAL '*'
               MOVE SPACES                   TO OW-IN-NEW.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * KEY - transfer one record.                                    *
      *****************************************************************
       2000-TRANSFER-KEY.
           MOVE LOW-VALUES                   TO FK-KEY.
           MOVE OW-IN-KEY(1:OW-KEY-LENGTH)   TO FK-KEY(1:OW-KEY-LENGTH).

           PERFORM 4000-REWRITE-OWNER      THRU 4000-EXIT.

           IF  FK-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'transferred     '       TO TD-OA-RESULT
           ELSE
               MOVE 'not found       '       TO TD-OA-RESULT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * PREFIX - browse the KEY store from the prefix and transfer    *
      * every record under it (owned by the old owner, when given).   *
      *****************************************************************
       3000-TRANSFER-PREFIX.
           MOVE LOW-VALUES                   TO FK-BROWSE-KEY.
           MOVE OW-IN-KEY(1:OW-KEY-LENGTH)
             TO FK-BROWSE-KEY(1:OW-KEY-LENGTH).

           PERFORM 3100-START-BROWSE       THRU 3100-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 3200-TRANSFER-NEXT  THRU 3200-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
               END-EXEC.

           MOVE 'complete        '           TO TD-OA-RESULT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR at the browse key.                              *
      *****************************************************************
       3100-START-BROWSE.
           MOVE 'N'                          TO BROWSE-COMPLETE.

           EXEC CICS STARTBR
                FILE  (FK-FCT)
                RIDFLD(FK-BROWSE-KEY)
                RESP  (FK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO BROWSE-COMPLETE.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY record; stop past the prefix.  Commit every *
      * CHECKPOINT-INTERVAL transfers and re-establish the browse     *
      * at the record just moved (the syncpoint releases it), which   *
      * the restarted browse reads again and passes over.             *
      *****************************************************************
       3200-TRANSFER-NEXT.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READNEXT
                FILE  (FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-BROWSE-KEY)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FK-KEY(1:OW-KEY-LENGTH) NOT EQUAL
               OW-IN-KEY(1:OW-KEY-LENGTH)
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 3200-EXIT.

           ADD  1                            TO MATCHED-COUNT.

           IF  OW-IN-OLD NOT EQUAL SPACES
           AND FK-OWNER  NOT EQUAL OW-IN-OLD
               GO TO 3200-EXIT.

           IF  FK-OWNER EQUAL OW-IN-NEW
               GO TO 3200-EXIT.

           PERFORM 4000-REWRITE-OWNER      THRU 4000-EXIT.

           IF  SINCE-CHECKPOINT LESS THAN CHECKPOINT-INTERVAL
               GO TO 3200-EXIT.

           MOVE ZEROES                       TO SINCE-CHECKPOINT.

           EXEC CICS ENDBR FILE(FK-FCT) NOHANDLE
           END-EXEC.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           PERFORM 3100-START-BROWSE       THRU 3100-EXIT.

           SUBTRACT 1                      FROM MATCHED-COUNT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Read FK-KEY for update and rewrite it with the new owner.     *
      *****************************************************************
       4000-REWRITE-OWNER.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO  (FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           MOVE OW-IN-NEW                    TO FK-OWNER.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM  (FK-RECORD)
                LENGTH(FK-LENGTH)
                RESP  (FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NORMAL)
               ADD  1                        TO MOVED-COUNT
                                                SINCE-CHECKPOINT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Confirm the transfer on CSSL and to the operator.             *
      *****************************************************************
       9900-CONFIRM.
           MOVE MOVED-COUNT            TO TD-OA-MOVED.
           MOVE MATCHED-COUNT          TO TD-OA-MATCHED.

           MOVE TD-OWNER-KEY           TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           MOVE TD-OWNER-ACTION        TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-OWNER-ACTION)
                NOHANDLE
           END-EXEC.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Usage line for malformed input.                               *
      *****************************************************************
       9920-WRITE-USAGE.
           EXEC CICS WRITE OPERATOR
                TEXT(TD-BAD-INPUT)
                NOHANDLE
           END-EXEC.

       9920-EXIT.
           EXIT.
