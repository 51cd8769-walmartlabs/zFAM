      * away before the dataset move or ZFAM021 index rebuild starts. *
      * A WTO confirms each state change.                             *
      *                                                               *
      * QUIESCE and READS are refused inside a change-freeze window   *
      * (ZFAM174) unless the input ends OVERRIDE <reason>, which is   *
      * recorded on the ZFAM138 admin audit trail.  RESUME, which     *
      * only returns the table to normal service, is always allowed.  *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   QUIESCE/READS honor the ZFAM174          *
      *                      change-freeze calendar; OVERRIDE         *
      *                      <reason> proceeds and is audited.        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  QS-SUFFIX              PIC  X(02) VALUE SPACES.
       01  QS-ACTION              PIC  X(08) VALUE SPACES.
       01  QS-OVERRIDE            PIC  X(40) VALUE SPACES.
       01  OVERRIDE-OFFSET        PIC S9(04) COMP VALUE ZEROES.

       01  ACTION-QUIESCE         PIC  X(08) VALUE 'QUIESCE '.
       01  ACTION-READS           PIC  X(08) VALUE 'READS   '.
       01  TD-BAD-INPUT.
           02  FILLER             PIC  X(49) VALUE
               'zFAM quiesce - usage: <tran> <xx> QUIESCE|READS|R'.
           02  FILLER             PIC  X(31) VALUE
               'ESUME [OVERRIDE reason]'.

      *****************************************************************
      * Change-freeze check (ZFAM174/ZFAMFZ).                         *
      *****************************************************************
       COPY ZFAMFZC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-GET-INPUT          THRU 1000-EXIT.

           IF  QS-ACTION NOT EQUAL ACTION-RESUME
               PERFORM 1500-CHECK-FREEZE   THRU 1500-EXIT.

           IF  FC-RESULT EQUAL 'F'
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           PERFORM 2000-SET-STATE          THRU 2000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

               END-EXEC
               PERFORM 9000-RETURN        THRU 9000-EXIT.

           PERFORM 1100-GET-OVERRIDE  THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Pick up an emergency override reason - whatever follows       *
      * OVERRIDE on the input line.                                   *
      *****************************************************************
       1100-GET-OVERRIDE.
           MOVE ZEROES                TO OVERRIDE-OFFSET.

           INSPECT TERM-INPUT TALLYING OVERRIDE-OFFSET
               FOR CHARACTERS BEFORE INITIAL ' OVERRIDE '.

           IF  OVERRIDE-OFFSET LESS THAN 70
               ADD 11                 TO OVERRIDE-OFFSET
               MOVE TERM-INPUT(OVERRIDE-OFFSET:)
                                      TO QS-OVERRIDE.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Refuse to change the state inside a change-freeze window      *
      * unless an override reason was given - ZFAM174 announces       *
      * the refusal and audits the override.                          *
      *****************************************************************
       1500-CHECK-FREEZE.
           MOVE 'ZFAM120 '            TO FC-PROGRAM.
           MOVE QS-ACTION             TO FC-ACTION.
           MOVE 'FA'                  TO FC-TABLE(1:2).
           MOVE QS-SUFFIX             TO FC-TABLE(3:2).
           MOVE QS-OVERRIDE           TO FC-OVERRIDE.

           EXEC CICS LINK PROGRAM(ZFAM174)
                COMMAREA(FC-COMMAREA)
                LENGTH  (LENGTH OF FC-COMMAREA)
                NOHANDLE
           END-EXEC.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * Write the table's quiesce state and confirm it.               *
      *****************************************************************
