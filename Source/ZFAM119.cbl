      * expiration spike appear.  A clean morning is one header line  *
      * and one 'no exceptions' line.                                 *
      *                                                               *
      * A failed ZFAM161 restore drill (the FAxxRR queue) is reported *
      * the same way, as is a table whose ZFAM163 configuration drift *
      * check (the FAxxRD queue) found fields that differ from the    *
      * partner Data Center, or could not fetch the partner's image.  *
      *                                                               *
      * Every exception line carries the table's owning application   *
      * and criticality tier from the ZFAMTC table catalog next to    *
      * the table id, so the reader knows whose table it is.          *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Report failed restore drills (FAxxRR).    *
      * 2026-10-15 ZFAMDEV  Report partner configuration drift        *
      *                     (FAxxRD).                                 *
      * 2026-10-15 ZFAMDEV  Print the catalog owner and tier next to  *
      *                     the table id.                             *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  R8-ROWS            PIC S9(08) COMP VALUE ZEROES.
           02  R8-WARN            PIC S9(08) COMP VALUE ZEROES.

       01  RR-ENTRY.
           02  RR-DATE            PIC  X(10) VALUE SPACES.
           02  RR-TIME            PIC  X(08) VALUE SPACES.
           02  RR-RESULT          PIC  X(04) VALUE SPACES.
           02  RR-STEP            PIC  X(20) VALUE SPACES.
           02  RR-ROWS            PIC S9(08) COMP VALUE ZEROES.

       01  RD-ENTRY.
           02  RD-DATE            PIC  X(10) VALUE SPACES.
           02  RD-TIME            PIC  X(08) VALUE SPACES.
           02  RD-RESULT          PIC  X(04) VALUE SPACES.
           02  RD-STEP            PIC  X(20) VALUE SPACES.
           02  RD-DRIFT           PIC S9(08) COMP VALUE ZEROES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  FILLER             PIC  X(48) VALUE 'ly'.

       01  TD-EX-ORPHANS.
           02  TD-EO-TABLE        PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(11) VALUE ' orphans - '.
           02  TD-EO-KEY          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(07) VALUE ' KEY - '.
           02  TD-EO-FILE         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(05) VALUE ' FILE'.
           02  FILLER             PIC  X(17) VALUE SPACES.

       01  TD-EX-HEALTH.
           02  TD-EH-TABLE        PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(23) VALUE
               ' health check FAILED - '.
           02  TD-EH-STEP         PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(19) VALUE SPACES.

       01  TD-EX-SKEW.
           02  TD-ES-TABLE        PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(14) VALUE ' pool member  '.
           02  TD-ES-DDNAME       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE ' carries  '.
           02  TD-ES-PERCENT      PIC  ZZ9.
           02  FILLER             PIC  X(19) VALUE
               '% of table segments'.
           02  FILLER             PIC  X(12) VALUE SPACES.

       01  TD-EX-EXPIRE.
           02  TD-EE-TABLE        PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(19) VALUE
               ' near expiration - '.
           02  TD-EE-WARN         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' of     '.
           02  TD-EE-ROWS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(05) VALUE ' rows'.
           02  FILLER             PIC  X(18) VALUE SPACES.

       01  TD-EX-RESTORE.
           02  TD-ER-TABLE        PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(23) VALUE
               ' restore drill FAILED -'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-ER-STEP         PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(18) VALUE SPACES.

       01  TD-EX-DRIFT.
           02  TD-ED-TABLE        PIC  X(28) VALUE SPACES.
           02  FILLER             PIC  X(14) VALUE ' config drift '.
           02  TD-ED-RESULT       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-ED-COUNT        PIC  ZZZ9.
           02  FILLER             PIC  X(10) VALUE ' fields - '.
           02  TD-ED-STEP         PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE SPACES.

      *****************************************************************
      * Table catalog (ZFAMTC) - owner and tier for the table id.     *
      *****************************************************************
       COPY ZFAMTCC.

       01  TD-DIGEST-CLEAN.
           02  FILLER             PIC  X(44) VALUE
       3000-DIGEST-TABLE.
           MOVE URI-PREFIX(3:2)       TO RS-TSQ(1:2).

           PERFORM 3050-CATALOG-TAG    THRU 3050-EXIT.
           PERFORM 3100-CHECK-ORPHANS  THRU 3100-EXIT.
           PERFORM 3200-CHECK-HEALTH   THRU 3200-EXIT.
           PERFORM 3300-CHECK-SKEW     THRU 3300-EXIT.
           PERFORM 3400-CHECK-EXPIRE   THRU 3400-EXIT.
           PERFORM 3500-CHECK-RESTORE  THRU 3500-EXIT.
           PERFORM 3600-CHECK-DRIFT    THRU 3600-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Look the table up in the catalog once, for the owner and tier *
      * every exception line prints next to the table id.             *
      *****************************************************************
       3050-CATALOG-TAG.
           MOVE URI-PREFIX            TO TC-TABLE
                                         TC-TAG-TABLE.
           MOVE LENGTH OF TC-RECORD   TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '(no catalog)'    TO TC-TAG-APPLICATION
               MOVE '-'               TO TC-TAG-TIER
               GO TO 3050-EXIT.

           MOVE TC-APPLICATION        TO TC-TAG-APPLICATION.
           MOVE TC-TIER               TO TC-TAG-TIER.

           IF  TC-TIER EQUAL SPACES
               MOVE '-'               TO TC-TAG-TIER.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * Orphan exception - any orphan on the latest ZFAM103 run.      *
      *****************************************************************
           AND (R3-KEY-ORPHANS  GREATER THAN ZEROES
            OR  R3-FILE-ORPHANS GREATER THAN ZEROES)
               ADD  1                 TO EXCEPTION-COUNT
               MOVE TC-TAG            TO TD-EO-TABLE
               MOVE R3-KEY-ORPHANS    TO TD-EO-KEY
               MOVE R3-FILE-ORPHANS   TO TD-EO-FILE
               MOVE TD-EX-ORPHANS     TO TD-MESSAGE
           IF  RS-RESP EQUAL DFHRESP(NORMAL)
           AND R5-RESULT NOT EQUAL 'PASS'
               ADD  1                 TO EXCEPTION-COUNT
               MOVE TC-TAG            TO TD-EH-TABLE
               MOVE R5-STEP           TO TD-EH-STEP
               MOVE TD-EX-HEALTH      TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL THRU 9900-EXIT.

           IF  SKEW-PERCENT GREATER THAN SKEW-THRESHOLD
               ADD  1                 TO EXCEPTION-COUNT
               MOVE TC-TAG            TO TD-ES-TABLE
               MOVE R4-TOP-DDNAME     TO TD-ES-DDNAME
               MOVE SKEW-PERCENT      TO TD-ES-PERCENT
               MOVE TD-EX-SKEW        TO TD-MESSAGE
           IF  RS-RESP EQUAL DFHRESP(NORMAL)
           AND R8-WARN GREATER THAN ZEROES
               ADD  1                 TO EXCEPTION-COUNT
               MOVE TC-TAG            TO TD-EE-TABLE
               MOVE R8-WARN           TO TD-EE-WARN
               MOVE R8-ROWS           TO TD-EE-ROWS
               MOVE TD-EX-EXPIRE      TO TD-MESSAGE
       3400-EXIT.
           EXIT.

      *****************************************************************
      * Restore exception - latest ZFAM161 drill verdict not PASS.    *
      *****************************************************************
       3500-CHECK-RESTORE.
           MOVE 'RR'                  TO RS-TSQ(3:2).
           MOVE 1                     TO RS-ITEM.
           MOVE LENGTH OF RR-ENTRY    TO RS-LENGTH.

           EXEC CICS READQ TS QUEUE(RS-TSQ)
                INTO  (RR-ENTRY)
                LENGTH(RS-LENGTH)
                ITEM  (RS-ITEM)
                RESP  (RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP EQUAL DFHRESP(NORMAL)
           AND RR-RESULT NOT EQUAL 'PASS'
               ADD  1                 TO EXCEPTION-COUNT
               MOVE TC-TAG            TO TD-ER-TABLE
               MOVE RR-STEP           TO TD-ER-STEP
               MOVE TD-EX-RESTORE     TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL THRU 9900-EXIT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Drift exception - latest ZFAM163 verdict DRFT or FAIL.        *
      *****************************************************************
       3600-CHECK-DRIFT.
           MOVE 'RD'                  TO RS-TSQ(3:2).
           MOVE 1                     TO RS-ITEM.
           MOVE LENGTH OF RD-ENTRY    TO RS-LENGTH.

           EXEC CICS READQ TS QUEUE(RS-TSQ)
                INTO  (RD-ENTRY)
                LENGTH(RS-LENGTH)
                ITEM  (RS-ITEM)
                RESP  (RS-RESP)
                NOHANDLE
           END-EXEC.

           IF  RS-RESP EQUAL DFHRESP(NORMAL)
           AND (RD-RESULT EQUAL 'DRFT' OR RD-RESULT EQUAL 'FAIL')
               ADD  1                 TO EXCEPTION-COUNT
               MOVE TC-TAG            TO TD-ED-TABLE
               MOVE RD-RESULT         TO TD-ED-RESULT
               MOVE RD-DRIFT          TO TD-ED-COUNT
               MOVE RD-STEP           TO TD-ED-STEP
               MOVE TD-EX-DRIFT       TO TD-MESSAGE
               PERFORM 9900-WRITE-CSSL THRU 9900-EXIT.

       3600-EXIT.
           EXIT.

      *****************************************************************
      * A clean morning - one line says so.                           *
      *****************************************************************
