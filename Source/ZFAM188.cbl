       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM188.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Dynamic column masking.                                       *
      *                                                               *
      * ZFAM012's masked export protects test refreshes, but live     *
      * readers see every schema column as stored.  A table with an   *
      * FAxxDM template has its sensitive FAxxFD columns masked as    *
      * they are read, according to the caller's token scope - a      *
      * support-desk token sees only the last four digits of an       *
      * account number while the owning application's token sees      *
      * all of it.                                                    *
      *                                                               *
      * ZFAM002, the GET programs it transfers to (ZFAM004, 005, 008, *
      * 017 and 182) and ZFAM151's ?expand= LINK this program with    *
      * the ZFAMDMC commarea: once per request to load the rules that *
      * mask a column for the caller's scope, then once per row to    *
      * apply them.  A column ZFAM002 hands elsewhere to aggregate,   *
      * group, order or select on is checked instead, and a masked    *
      * one refuses the request.  A rewrite PUT asks which of its     *
      * columns arrive already in their masked form, so that ZFAM002  *
      * keeps the stored value for those columns - a masked value     *
      * read by one caller is never written back over the real one.   *
      *                                                               *
      * Masks are applied to the deciphered row before any COLS       *
      * projection or JSON rendering, so every representation of the  *
      * row carries them.                                             *
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
       01  MASK-COL               PIC S9(08) COMP VALUE ZEROES.
       01  MASK-LEN               PIC S9(08) COMP VALUE ZEROES.
       01  LAST-POS               PIC S9(08) COMP VALUE ZEROES.
       01  STAR-END               PIC S9(08) COMP VALUE ZEROES.
       01  BYTE-POS               PIC S9(08) COMP VALUE ZEROES.
       01  CLEAR-COUNT            PIC S9(04) COMP VALUE ZEROES.

       01  APPLIES-SW             PIC  X(01) VALUE 'N'.
       01  FD-LOADED-SW           PIC  X(01) VALUE 'N'.
       01  FOUND-SW               PIC  X(01) VALUE 'N'.

       01  SAVE-DATA              PIC X(32000) VALUE SPACES.

      *****************************************************************
      * FAxxDM dynamic masking rules template.                        *
      *****************************************************************
       01  ZFAM-DM.
           02  DM-T-TRANID        PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DM'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DM-TOKEN               PIC  X(16) VALUE SPACES.
       01  DM-BUFFER              PIC X(4800) VALUE SPACES.
       01  DM-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  DM-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  DM-ENTRY.
           02  DM-L-NAME          PIC  X(16).
           02  FILLER             PIC  X(01).
           02  DM-L-RULE          PIC  X(08).
           02  FILLER             PIC  X(01).
           02  DM-L-CLEAR         PIC  X(03).
           02  FILLER             PIC  X(01).
           02  DM-L-VALUE         PIC  X(16).
           02  DM-L-CRLF          PIC  X(02).

      *****************************************************************
      * FAxxFD schema template and entry, the same layout ZFAM012     *
      * parses for its masked export.                                 *
      *****************************************************************
       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-FD.
           02  FD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'FD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  FAXXFD-BUFFER          PIC  X(64000) VALUE SPACES.

       01  FD-ENTRY.
           02  FILLER             PIC  X(03).
           02  FD-INDEX           PIC  9(03).
           02  FILLER             PIC  X(05).
           02  FD-COLUMN          PIC  9(07).
           02  FILLER             PIC  X(05).
           02  FD-LENGTH          PIC  9(06).
           02  FILLER             PIC  X(06).
           02  FD-TYPE            PIC  X(01).
           02  FILLER             PIC  X(05).
           02  FD-SEC             PIC  9(02).
           02  FILLER             PIC  X(06).
           02  FD-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  FD-CRLF            PIC  X(02).

      *****************************************************************
      * Commarea                                                      *
      *****************************************************************
       COPY ZFAMDMC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC X(32546).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
           AND DM-FUNCTION    EQUAL 'L'
               PERFORM 2000-LOAD-RULES     THRU 2000-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
           AND DM-FUNCTION    EQUAL 'A'
               PERFORM 3000-APPLY-MASKS    THRU 3000-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
           AND DM-FUNCTION    EQUAL 'P'
               PERFORM 4000-PROTECT        THRU 4000-EXIT.

           IF  DM-RETURN-CODE EQUAL '00'
           AND DM-FUNCTION    EQUAL 'C'
               PERFORM 5000-CHECK-COLUMN   THRU 5000-EXIT.

           MOVE DM-COMMAREA           TO DFHCOMMAREA.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Pick up the request and check it.                             *
      *****************************************************************
       1000-INITIALIZE.
           MOVE DFHCOMMAREA           TO DM-COMMAREA.
           MOVE '00'                  TO DM-RETURN-CODE.
           MOVE ZEROES                TO DM-MASKED-COUNT.

           IF  DM-FUNCTION NOT EQUAL 'L'
           AND DM-FUNCTION NOT EQUAL 'A'
           AND DM-FUNCTION NOT EQUAL 'P'
           AND DM-FUNCTION NOT EQUAL 'C'
               MOVE '01'              TO DM-RETURN-CODE
               GO TO 1000-EXIT.

           IF  DM-LENGTH LESS THAN ZEROES
               MOVE ZEROES            TO DM-LENGTH.

           IF  DM-LENGTH GREATER THAN LENGTH OF DM-DATA
               MOVE LENGTH OF DM-DATA TO DM-LENGTH.

           IF  DM-RULE-COUNT LESS THAN ZEROES
               MOVE ZEROES            TO DM-RULE-COUNT.

           IF  DM-RULE-COUNT GREATER THAN DM-RULE-MAX
               MOVE DM-RULE-MAX       TO DM-RULE-COUNT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Load the FAxxDM rules that mask a column for this caller's    *
      * scope, placing each through the FAxxFD schema.  No template   *
      * - or no line that applies to the caller - masks nothing.  A   *
      * rule that applies but cannot be placed because the table has  *
      * no schema at all refuses the read rather than leaking it.     *
      *****************************************************************
       2000-LOAD-RULES.
           MOVE ZEROES                TO DM-RULE-COUNT.
           MOVE 'N'                   TO APPLIES-SW
                                          FD-LOADED-SW.
           MOVE ZEROES                TO FD-DOC-LENGTH.
           MOVE DM-TRANID             TO DM-T-TRANID
                                          FD-TRANID.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DM-TOKEN)
                TEMPLATE(ZFAM-DM)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF DM-BUFFER   TO DM-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DM-TOKEN)
                    INTO     (DM-BUFFER)
                    LENGTH   (DM-DOC-LENGTH)
                    MAXLENGTH(DM-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES            TO DM-DOC-LENGTH.

           IF  DM-DOC-LENGTH NOT GREATER THAN ZEROES
               MOVE '04'              TO DM-RETURN-CODE
               GO TO 2000-EXIT.

           PERFORM 2100-LOAD-RULE          THRU 2100-EXIT
               WITH TEST AFTER
               VARYING DM-OFFSET      FROM ZEROES BY
                       LENGTH OF DM-ENTRY
               UNTIL DM-OFFSET NOT LESS THAN DM-DOC-LENGTH
               OR    DM-RULE-COUNT NOT LESS THAN DM-RULE-MAX.

           IF  APPLIES-SW    EQUAL 'Y'
           AND FD-DOC-LENGTH NOT GREATER THAN ZEROES
               MOVE ZEROES            TO DM-RULE-COUNT
               MOVE '12'              TO DM-RETURN-CODE
               GO TO 2000-EXIT.

           IF  DM-RULE-COUNT EQUAL ZEROES
               MOVE '04'              TO DM-RETURN-CODE.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * One FAxxDM line.  A column the caller's scope is cleared for  *
      * is passed over; any other is placed and loaded.  A rule name  *
      * not recognized blanks the column, as NULL does.               *
      *****************************************************************
       2100-LOAD-RULE.
           MOVE DM-BUFFER(DM-OFFSET + 1: LENGTH OF DM-ENTRY)
                                      TO DM-ENTRY.

           IF  DM-L-NAME EQUAL SPACES
               GO TO 2100-EXIT.

           IF  DM-L-CLEAR EQUAL SPACES
               MOVE 'WA'              TO DM-L-CLEAR.

           MOVE ZEROES                TO CLEAR-COUNT.

           IF  DM-SCOPE NOT EQUAL SPACES
               INSPECT DM-L-CLEAR TALLYING CLEAR-COUNT
                   FOR ALL DM-SCOPE.

           IF  CLEAR-COUNT GREATER THAN ZEROES
               GO TO 2100-EXIT.

           MOVE 'Y'                   TO APPLIES-SW.

           IF  FD-LOADED-SW NOT EQUAL 'Y'
               PERFORM 2200-LOAD-SCHEMA    THRU 2200-EXIT.

           IF  FD-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 2100-EXIT.

           MOVE 'N'                   TO FOUND-SW.

           PERFORM 2300-FIND-COLUMN        THRU 2300-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET      FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    FOUND-SW EQUAL 'Y'.

           IF  FOUND-SW NOT EQUAL 'Y'
               GO TO 2100-EXIT.

           IF  MASK-COL NOT GREATER THAN ZEROES
           OR  MASK-LEN NOT GREATER THAN ZEROES
               GO TO 2100-EXIT.

           ADD  1                     TO DM-RULE-COUNT.
           MOVE DM-RULE-COUNT         TO DM-SUB.
           MOVE MASK-COL              TO DM-R-COLUMN(DM-SUB).
           MOVE MASK-LEN              TO DM-R-LENGTH(DM-SUB).
           MOVE DM-L-RULE             TO DM-R-RULE  (DM-SUB).
           MOVE DM-L-VALUE            TO DM-R-VALUE (DM-SUB).
           MOVE 'N'                   TO DM-R-HIT   (DM-SUB).

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Load the FAxxFD schema, once, when a rule first needs it.     *
      *****************************************************************
       2200-LOAD-SCHEMA.
           MOVE 'Y'                   TO FD-LOADED-SW.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF FAXXFD-BUFFER TO FD-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                    INTO     (FAXXFD-BUFFER)
                    LENGTH   (FD-DOC-LENGTH)
                    MAXLENGTH(FD-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES            TO FD-DOC-LENGTH.

       2200-EXIT.
           EXIT.

      *****************************************************************
      * Compare one schema entry against the ruled column name.       *
      *****************************************************************
       2300-FIND-COLUMN.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                      TO FD-ENTRY.

           IF  FD-NAME EQUAL DM-L-NAME
               MOVE 'Y'               TO FOUND-SW
               MOVE FD-COLUMN         TO MASK-COL
               MOVE FD-LENGTH         TO MASK-LEN.

       2300-EXIT.
           EXIT.

      *****************************************************************
      * Apply the loaded rules to the row.                            *
      *****************************************************************
       3000-APPLY-MASKS.
           PERFORM 3100-APPLY-RULE         THRU 3100-EXIT
               VARYING DM-SUB         FROM 1 BY 1
               UNTIL DM-SUB GREATER THAN DM-RULE-COUNT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Apply one rule to its column, as far as the row reaches.      *
      *****************************************************************
       3100-APPLY-RULE.
           PERFORM 3050-CLIP-COLUMN        THRU 3050-EXIT.

           IF  MASK-LEN NOT GREATER THAN ZEROES
               GO TO 3100-EXIT.

           ADD  1                     TO DM-MASKED-COUNT.

           IF  DM-R-RULE(DM-SUB) EQUAL 'LAST4   '
               PERFORM 3200-LAST-FOUR      THRU 3200-EXIT
               GO TO 3100-EXIT.

           IF  DM-R-RULE(DM-SUB) EQUAL 'FIXED   '
               MOVE SPACES            TO DM-DATA(MASK-COL:MASK-LEN)
               IF  MASK-LEN GREATER THAN LENGTH OF DM-R-VALUE
                   MOVE DM-R-VALUE(DM-SUB)
                     TO DM-DATA(MASK-COL:LENGTH OF DM-R-VALUE)
                   GO TO 3100-EXIT
               ELSE
                   MOVE DM-R-VALUE(DM-SUB)(1:MASK-LEN)
                     TO DM-DATA(MASK-COL:MASK-LEN)
                   GO TO 3100-EXIT.

      *****************************************************************
      * Shape only - the same 9/X form ZFAM184 reports bad data in.   *
      *****************************************************************
           IF  DM-R-RULE(DM-SUB) EQUAL 'SHAPE   '
               INSPECT DM-DATA(MASK-COL:MASK-LEN)
               CONVERTING '0123456789'
                       TO '9999999999'
               INSPECT DM-DATA(MASK-COL:MASK-LEN)
               CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'XXXXXXXXXXXXXXXXXXXXXXXXXX'
               INSPECT DM-DATA(MASK-COL:MASK-LEN)
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'XXXXXXXXXXXXXXXXXXXXXXXXXX'
               GO TO 3100-EXIT.

           MOVE SPACES                TO DM-DATA(MASK-COL:MASK-LEN).

       3100-EXIT.
           EXIT.

      *****************************************************************
      * The rule's column, clipped to the row.  MASK-LEN is zero when *
      * the row ends before the column begins.                        *
      *****************************************************************
       3050-CLIP-COLUMN.
           MOVE DM-R-COLUMN(DM-SUB)   TO MASK-COL.
           MOVE DM-R-LENGTH(DM-SUB)   TO MASK-LEN.

           IF  MASK-COL GREATER THAN DM-LENGTH
               MOVE ZEROES            TO MASK-LEN
               GO TO 3050-EXIT.

           IF  MASK-COL + MASK-LEN - 1 GREATER THAN DM-LENGTH
               COMPUTE MASK-LEN = DM-LENGTH - MASK-COL + 1.

       3050-EXIT.
           EXIT.

      *****************************************************************
      * LAST4 - every character but the last four of the value (its   *
      * trailing blanks aside) becomes '*'; a value of four           *
      * characters or fewer is starred throughout.  Embedded blanks   *
      * are left as they are.                                         *
      *****************************************************************
       3200-LAST-FOUR.
           MOVE ZEROES                TO LAST-POS.

           PERFORM 3210-FIND-LAST          THRU 3210-EXIT
               VARYING BYTE-POS       FROM MASK-LEN BY -1
               UNTIL BYTE-POS LESS THAN 1
               OR    LAST-POS GREATER THAN ZEROES.

           IF  LAST-POS EQUAL ZEROES
               GO TO 3200-EXIT.

           COMPUTE STAR-END = LAST-POS - 4.

           IF  STAR-END LESS THAN 1
               MOVE LAST-POS          TO STAR-END.

           PERFORM 3220-STAR-BYTE          THRU 3220-EXIT
               VARYING BYTE-POS       FROM 1 BY 1
               UNTIL BYTE-POS GREATER THAN STAR-END.

       3200-EXIT.
           EXIT.

       3210-FIND-LAST.
           IF  DM-DATA(MASK-COL + BYTE-POS - 1:1) NOT EQUAL SPACE
               MOVE BYTE-POS          TO LAST-POS.

       3210-EXIT.
           EXIT.

       3220-STAR-BYTE.
           IF  DM-DATA(MASK-COL + BYTE-POS - 1:1) NOT EQUAL SPACE
               MOVE '*'         TO DM-DATA(MASK-COL + BYTE-POS - 1:1).

       3220-EXIT.
           EXIT.

      *****************************************************************
      * Protect a write.  The incoming row is masked in a copy and    *
      * each ruled column compared: one the mask leaves unchanged     *
      * arrived already masked and is flagged, so the caller keeps    *
      * the stored value for it.  DM-DATA goes back as it came.       *
      *****************************************************************
       4000-PROTECT.
           MOVE DM-DATA               TO SAVE-DATA.

           PERFORM 3000-APPLY-MASKS        THRU 3000-EXIT.

           MOVE ZEROES                TO DM-MASKED-COUNT.

           PERFORM 4100-COMPARE-COLUMN     THRU 4100-EXIT
               VARYING DM-SUB         FROM 1 BY 1
               UNTIL DM-SUB GREATER THAN DM-RULE-COUNT.

           MOVE SAVE-DATA             TO DM-DATA.

       4000-EXIT.
           EXIT.

       4100-COMPARE-COLUMN.
           MOVE 'N'                   TO DM-R-HIT(DM-SUB).

           PERFORM 3050-CLIP-COLUMN        THRU 3050-EXIT.

           IF  MASK-LEN NOT GREATER THAN ZEROES
               GO TO 4100-EXIT.

           IF  DM-DATA  (MASK-COL:MASK-LEN)
               EQUAL SAVE-DATA(MASK-COL:MASK-LEN)
               MOVE 'Y'               TO DM-R-HIT(DM-SUB)
               ADD  1                 TO DM-MASKED-COUNT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Is the FAxxFD column named in DM-DATA(1:16) masked for this   *
      * caller?  It is when any loaded rule's column overlaps it.  A  *
      * name not in the schema is not masked.                         *
      *****************************************************************
       5000-CHECK-COLUMN.
           MOVE '04'                  TO DM-RETURN-CODE.
           MOVE DM-DATA(1:16)         TO DM-L-NAME.
           MOVE DM-TRANID             TO FD-TRANID.

           IF  DM-L-NAME EQUAL SPACES
           OR  DM-RULE-COUNT EQUAL ZEROES
               GO TO 5000-EXIT.

           PERFORM 2200-LOAD-SCHEMA        THRU 2200-EXIT.

           IF  FD-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 5000-EXIT.

           MOVE 'N'                   TO FOUND-SW.

           PERFORM 2300-FIND-COLUMN        THRU 2300-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET      FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    FOUND-SW EQUAL 'Y'.

           IF  FOUND-SW NOT EQUAL 'Y'
               GO TO 5000-EXIT.

           PERFORM 5100-OVERLAP            THRU 5100-EXIT
               VARYING DM-SUB         FROM 1 BY 1
               UNTIL DM-SUB GREATER THAN DM-RULE-COUNT
               OR    DM-RETURN-CODE EQUAL '00'.

       5000-EXIT.
           EXIT.

       5100-OVERLAP.
           IF  DM-R-COLUMN(DM-SUB) NOT GREATER THAN
               MASK-COL + MASK-LEN - 1
           AND DM-R-COLUMN(DM-SUB) + DM-R-LENGTH(DM-SUB) - 1
               NOT LESS THAN MASK-COL
               MOVE '00'              TO DM-RETURN-CODE.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Return to the caller.                                         *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
