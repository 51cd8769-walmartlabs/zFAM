      * restores each record to the KEY and FILE stores.               *
      *                                                               *
      * There will be a task started, with a FA-PARM identifying the  *
      * table, for each FAxx table to be loaded.  An optional second  *
      * parameter names the queue to read instead of the table's own  *
      * <xx>EX - one table's extract loaded into another:             *
      *                                                               *
      *   FAxx                - load FAxx from <xx>EX                 *
      *   FAxx qqqq           - load FAxx from queue qqqq             *
      *                                                               *
      * The same FA-PARM may be passed as a COMMAREA on a LINK (the   *
      * ZFAM161 restore drill does this); the rows, segments and      *
      * failed writes are then returned to the caller.                *
      *                                                               *
      * Each FILE segment is restored to the pool member named by the *
      * FK-DDNAME of the KEY record the extract carries before it.    *
      *                                                               *
      * A row that shared its FILE store chain with other rows (the   *
      * table sets DD-DEDUP; FK-SHARED 'Y') is extracted with a full  *
      * copy of that chain.  It is restored with FK-SHARED cleared    *
      * onto a chain of its own under a new internal key, so no row   *
      * points at a chain the FAxxDP reference counts do not cover.   *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Source queue parameter, LINK with counts, *
      *                     restore segments to their pool member.    *
      * 2026-10-15 ZFAMDEV  A shared (FK-SHARED) row is restored      *
      *                     onto a private chain of its own.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  ROWS-COUNT             PIC S9(08) COMP   VALUE ZEROES.
       01  SEGMENTS-COUNT         PIC S9(08) COMP   VALUE ZEROES.
       01  ERRORS-COUNT           PIC S9(08) COMP   VALUE ZEROES.
       01  READ-COMPLETE          PIC  X(01) VALUE SPACES.
       01  LOAD-DDNAME            PIC  X(04) VALUE 'FILE'.
       01  REKEY-SW               PIC  X(01) VALUE 'N'.
       01  REKEY-FF-KEY           PIC  X(08) VALUE LOW-VALUES.

       01  T_LEN                  PIC S9(04) COMP VALUE 8.
       01  T_46                   PIC S9(04) COMP VALUE 46.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-TDQ             PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 9.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(12) VALUE 'Load done - '.
           02  TD-LD-ROWS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' rows - '.
           02  TD-LD-ERRORS       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE ' failed writes '.
           02  FILLER             PIC  X(10) VALUE 'from queue'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-LD-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(18) VALUE SPACES.

      *****************************************************************
      * zUIDSTCK and the internal-key Named Counter, for the private  *
      * chain a shared row is restored onto.                          *
      *****************************************************************
       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

       01  ZFAM-COUNTER.
           02  NC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(07) VALUE '_ZFAM  '.
           02  FILLER             PIC  X(05) VALUE SPACES.

       01  FILLER.
           02  ZFAM-NC-VALUE      PIC  9(16) COMP VALUE ZEROES.
           02  FILLER REDEFINES ZFAM-NC-VALUE.
               05  FILLER         PIC  X(06).
               05  ZFAM-NC-HW     PIC  X(02).

       01  ZFAM-NC-INCREMENT      PIC  9(16) COMP VALUE 1.

       COPY ZFAMFKC.

      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-PARM            PIC  X(09).
           02  CA-ROWS-COUNT      PIC S9(08) COMP.
           02  CA-SEGMENTS-COUNT  PIC S9(08) COMP.
           02  CA-ERRORS-COUNT    PIC S9(08) COMP.

       PROCEDURE DIVISION.


           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           IF  EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
               MOVE ROWS-COUNT             TO CA-ROWS-COUNT
               MOVE SEGMENTS-COUNT         TO CA-SEGMENTS-COUNT
               MOVE ERRORS-COUNT           TO CA-ERRORS-COUNT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization.  A LINK passes FA-PARM in the         *
      * COMMAREA; a started task retrieves it.                        *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           IF  EIBCALEN GREATER THAN ZEROES
               MOVE CA-PARM                  TO FA-PARM
           ELSE
               EXEC CICS RETRIEVE INTO(FA-PARM)
                    LENGTH(FA-LENGTH)
                    NOHANDLE
               END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO READ-COMPLETE.
           MOVE ZEROES                       TO ROWS-COUNT
                                                 SEGMENTS-COUNT
                                                 ERRORS-COUNT.

           MOVE FA-TRANID                    TO FK-TRANID
                                                 FF-TRANID
                                                 NC-TRANID.
           MOVE FA-TRANID(3:2)               TO EX-TDQ(1:2).
           MOVE 'EX'                         TO EX-TDQ(3:2).

           IF  FA-TDQ NOT EQUAL SPACES
           AND FA-TDQ NOT EQUAL LOW-VALUES
               MOVE FA-TDQ                   TO EX-TDQ.

       1000-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      * Restore a KEY store record, and note the pool member its      *
      * segments (which follow it on the extract) belong in.  A       *
      * shared row is given a private chain first.                    *
      *****************************************************************
       3100-LOAD-KEY.
           MOVE EX-DATA(1:LENGTH OF FK-RECORD) TO FK-RECORD.
           MOVE LENGTH OF FK-RECORD            TO FK-LENGTH.

           MOVE 'N'                            TO REKEY-SW.
           IF  FK-SHARED EQUAL 'Y'
               PERFORM 3110-PRIVATE-CHAIN    THRU 3110-EXIT.

           MOVE 'FILE'                         TO LOAD-DDNAME.
           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                  TO LOAD-DDNAME.

           ADD  1                              TO ROWS-COUNT.

           EXEC CICS WRITE
                    NOHANDLE
               END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               ADD  1                          TO ERRORS-COUNT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Point a shared row at a new internal key, the same IDN and    *
      * Named Counter form ZFAM002 gives a new chain.  The segments   *
      * that follow it on the extract are written under that key.     *
      *****************************************************************
       3110-PRIVATE-CHAIN.
           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                   TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                     TO FK-FF-NC.

           MOVE FK-FF-KEY                      TO REKEY-FF-KEY.
           MOVE SPACES                         TO FK-SHARED.
           MOVE 'Y'                            TO REKEY-SW.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Restore a FILE store segment at the length it was exported    *
      * with - the extract record's own length, less the type byte -  *
      * so a variable-length extract reloads at its true size.  A     *
      * legacy full-length extract restores exactly as before.  A     *
      * segment of a re-chained shared row goes under its new key.    *
      *****************************************************************
       3200-LOAD-FILE.
           SUBTRACT LENGTH OF EX-TYPE FROM EX-LENGTH GIVING FF-LENGTH.
           MOVE EX-DATA(1:FF-LENGTH)
             TO FF-RECORD(1:FF-LENGTH).

           IF  REKEY-SW EQUAL 'Y'
               MOVE REKEY-FF-KEY               TO FF-KEY
               MOVE FK-KEY                     TO FF-FK-KEY.

           ADD  1                              TO SEGMENTS-COUNT.
           MOVE LOAD-DDNAME                    TO FF-DDNAME.

           EXEC CICS WRITE
                FILE  (FF-FCT)
                    NOHANDLE
               END-EXEC.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               ADD  1                          TO ERRORS-COUNT.

       3200-EXIT.
           EXIT.

      *****************************************************************
       9900-WRITE-DONE.
           MOVE ROWS-COUNT             TO TD-LD-ROWS.
           MOVE ERRORS-COUNT           TO TD-LD-ERRORS.
           MOVE EX-TDQ                 TO TD-LD-TDQ.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
