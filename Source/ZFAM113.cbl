      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Records sharing a FILE store chain        *
      *                     (FK-SHARED) are left where they are.      *
      * 2026-10-15 ZFAMDEV  FA-PARM carries an optional emergency     *
      *                     override reason; the run is refused       *
      *                     inside a ZFAM174 change-freeze window     *
      *                     unless one is given.                      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FA-SOURCE          PIC  X(04) VALUE SPACES.
           02  FA-TARGET          PIC  X(04) VALUE SPACES.
           02  FA-OVERRIDE        PIC  X(40) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 52.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  CA138-BEFORE       PIC  X(16) VALUE SPACES.
           02  CA138-AFTER        PIC  X(16) VALUE SPACES.

      *****************************************************************
      * Change-freeze check (ZFAM174/ZFAMFZ).                         *
      *****************************************************************
       COPY ZFAMFZC.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

               PERFORM 9901-LOG-BAD-PARM     THRU 9901-EXIT
               PERFORM 9000-RETURN           THRU 9000-EXIT.

           PERFORM 1500-CHECK-FREEZE         THRU 1500-EXIT.

           IF  FC-RESULT EQUAL 'F'
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
           MOVE 'ZFAM113 '                   TO FC-PROGRAM.
           MOVE 'REBALANCE   '               TO FC-ACTION.
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
      * Issue STARTBR on the zFAM key store.                          *
      *****************************************************************
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 3000-EXIT.

      *****************************************************************
      * A shared chain (FK-SHARED) is also pointed at by other KEY    *
      * records, which would lose it if it moved - leave it in place. *
      *****************************************************************
           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
           OR  FK-SHARED  EQUAL 'Y'
           OR  FK-DDNAME  NOT EQUAL FA-SOURCE
               GO TO 3000-EXIT.

