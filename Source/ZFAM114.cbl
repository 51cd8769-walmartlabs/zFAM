      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  FA-PARM carries an optional emergency     *
      *                     override reason; the run is refused       *
      *                     inside a ZFAM174 change-freeze window     *
      *                     unless one is given.                      *
      * 2026-10-15 ZFAMDEV  FA-PARM carries an approval request id;   *
      *                     a run is recorded for a second userid to  *
      *                     approve through ZFAM175 and only acts as  *
      *                     the approved run ZFAM175 starts.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  FA-END             PIC X(255) VALUE LOW-VALUES.
           02  FA-RETENTION       PIC  9(05) VALUE ZEROES.
           02  FA-RET-TYPE        PIC  X(01) VALUE SPACES.
           02  FA-OVERRIDE        PIC  X(40) VALUE SPACES.
           02  FA-APPROVAL        PIC  X(07) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  CA138-BEFORE       PIC  X(16) VALUE SPACES.
           02  CA138-AFTER        PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Change-freeze check (ZFAM174/ZFAMFZ).                         *
      *****************************************************************
       COPY ZFAMFZC.

      *****************************************************************
      * Two-person approval (ZFAM175/ZFAMPA).                         *
      *****************************************************************
       COPY ZFAMPAC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

               PERFORM 9901-LOG-BAD-PARM     THRU 9901-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 1500-CHECK-FREEZE         THRU 1500-EXIT.

           IF  FC-RESULT EQUAL 'F'
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 1600-CHECK-APPROVAL       THRU 1600-EXIT.

           IF  AP-RESULT NOT EQUAL 'G'
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 2000-KEY-BROWSE           THRU 2000-EXIT.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
       1000-EXIT.
           EXIT.

      *****************************************************************
      * Refuse to act inside a change-freeze window unless FA-PARM    *
      * carries an emergency override reason - ZFAM174 announces      *
      * the refusal and audits the override.                          *
      *****************************************************************
       1500-CHECK-FREEZE.
           MOVE 'ZFAM114 '                   TO FC-PROGRAM.
           MOVE 'RE-STAMP    '               TO FC-ACTION.
           MOVE FA-TRANID                    TO FC-TABLE.
           MOVE FA-OVERRIDE                  TO FC-OVERRIDE.

           EXEC CICS LINK PROGRAM(ZFAM174)
                COMMAREA(FC-COMMAREA)
                LENGTH  (LENGTH OF FC-COMMAREA)
                NOHANDLE
           END-EXEC.

       1500-EXIT.
           EXIT.

      *****************************************************************
      * A mass re-stamp needs a second userid's approval.  Without    *
      * an approval id the run is recorded as a pending request and   *
      * ends; the approved run ZFAM175 starts carries the id and      *
      * goes ahead only if it matches the approved parameters.  If    *
      * ZFAM175 cannot be reached the run does not act.               *
      *****************************************************************
       1600-CHECK-APPROVAL.
           MOVE 'G'                          TO AP-FUNCTION.
           MOVE ZEROES                       TO AP-ID.

           IF  FA-APPROVAL NUMERIC
               MOVE FA-APPROVAL              TO AP-ID.

           MOVE 'ZFAM114 '                   TO AP-PROGRAM.
           MOVE EIBTRNID                     TO AP-TRANID.
           MOVE 'RE-STAMP    '               TO AP-ACTION.
           MOVE FA-TRANID                    TO AP-TABLE.
           MOVE FA-PARM                      TO AP-PARM.
           COMPUTE AP-PARM-LENGTH = LENGTH OF FA-PARM
                                  - LENGTH OF FA-APPROVAL.
           MOVE 'D'                          TO AP-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM175)
                COMMAREA(AP-COMMAREA)
                LENGTH  (LENGTH OF AP-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITE OPERATOR
                    TEXT(AP-UNAVAILABLE)
                    NOHANDLE
               END-EXEC.

       1600-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the zFAM key store at the range begin key.   *
      *****************************************************************
