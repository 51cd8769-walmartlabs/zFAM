      *         convention) and the template is refreshed with SET    *
      *         DOCTEMPLATE NEWCOPY, then captured as a new version   *
      *         so the rollback itself is in the history              *
      *   <tran> xx ROLLBACK n OVERRIDE <reason> - the same, inside a *
      *         change-freeze window; without the override a rollback *
      *         is refused while ZFAM174 finds the table frozen, and  *
      *         the override is recorded on the ZFAM138 audit trail   *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   ROLLBACK honors the ZFAM174 change-      *
      *                      freeze calendar; OVERRIDE <reason>       *
      *                      proceeds and is audited.                 *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  DH-ARG2                PIC  X(05) VALUE SPACES.
       01  DH-VER1                PIC  9(05) VALUE ZEROES.
       01  DH-VER2                PIC  9(05) VALUE ZEROES.
       01  DH-OVERRIDE            PIC  X(40) VALUE SPACES.
       01  OVERRIDE-OFFSET        PIC S9(04) COMP VALUE ZEROES.

       01  ACTION-SNAP            PIC  X(08) VALUE 'SNAP    '.
       01  ACTION-LIST            PIC  X(08) VALUE 'LIST    '.
       01  TD-BAD-INPUT.
           02  FILLER             PIC  X(49) VALUE
               'Template hist - usage: <tran> <xx> SNAP|LIST|DIFF'.
           02  FILLER             PIC  X(41) VALUE
               ' n m|ROLLBACK n [OVERRIDE reason]'.

      *****************************************************************
      * Change-freeze check (ZFAM174/ZFAMFZ).                         *
      *****************************************************************
       COPY ZFAMFZC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

           PERFORM 1100-JUSTIFY-ARG1  THRU 1100-EXIT.
           PERFORM 1200-JUSTIFY-ARG2  THRU 1200-EXIT.
           PERFORM 1300-GET-OVERRIDE  THRU 1300-EXIT.

       1000-EXIT.
           EXIT.
       1210-EXIT.
           EXIT.

      *****************************************************************
      * Pick up an emergency override reason - whatever follows       *
      * OVERRIDE on the input line.                                   *
      *****************************************************************
       1300-GET-OVERRIDE.
           MOVE ZEROES                TO OVERRIDE-OFFSET.

           INSPECT TERM-INPUT TALLYING OVERRIDE-OFFSET
               FOR CHARACTERS BEFORE INITIAL ' OVERRIDE '.

           IF  OVERRIDE-OFFSET LESS THAN 70
               ADD 11                 TO OVERRIDE-OFFSET
               MOVE TERM-INPUT(OVERRIDE-OFFSET:)
                                      TO DH-OVERRIDE.

       1300-EXIT.
           EXIT.

      *****************************************************************
      * SNAP - capture the live template image as the next version    *
      * unless it matches the latest one.                             *
               PERFORM 9900-ANNOUNCE THRU 9900-EXIT
               GO TO 5000-EXIT.

           PERFORM 5100-CHECK-FREEZE THRU 5100-EXIT.

           IF  FC-RESULT EQUAL 'F'
               GO TO 5000-EXIT.

           MOVE DH-IMAGE              TO DD-IMAGE.
           MOVE 1                     TO DD-TSQ-ITEM.
           MOVE LENGTH OF DD-IMAGE    TO DD-TSQ-LENGTH.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * Refuse a rollback inside a change-freeze window unless an     *
      * override reason was given - ZFAM174 announces the refusal     *
      * and audits the override.                                      *
      *****************************************************************
       5100-CHECK-FREEZE.
           MOVE 'ZFAM137 '            TO FC-PROGRAM.
           MOVE 'DD-ROLLBACK '        TO FC-ACTION.
           MOVE TD-AC-TABLE           TO FC-TABLE.
           MOVE DH-OVERRIDE           TO FC-OVERRIDE.

           EXEC CICS LINK PROGRAM(ZFAM174)
                COMMAREA(FC-COMMAREA)
                LENGTH  (LENGTH OF FC-COMMAREA)
                NOHANDLE
           END-EXEC.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * WTO and CSSL one action line.                                 *
      *****************************************************************
