      *****************************************************************
      * Start ZFAM188 - Dynamic column masking commarea               *
      * A table with an FAxxDM template masks its sensitive FAxxFD    *
      * columns as they are read, according to the caller's token     *
      * scope.  One template line per column:                         *
      *   name(16) rule(8) clear-to(3) value(16)                      *
      * separated by single blanks.  Clear-to lists the token scopes  *
      * (R, W, A) that see the column in the clear; left blank, W and *
      * A do.  A caller with no token scope (a table with no          *
      * DD-AUTH) sees every ruled column masked.  A rule naming a     *
      * column not in the schema is ignored.                          *
      *                                                               *
      * Rules:           LAST4    - all but the last four characters  *
      *                             become '*' (four or fewer: all)   *
      *                  NULL     - blanked                           *
      *                  FIXED    - replaced by the template value    *
      *                  SHAPE    - digits as 9, letters as X         *
      *                                                               *
      * DM-FUNCTION      L - load the rules that mask the column for  *
      *                      DM-SCOPE into DM-RULE                    *
      *                  A - apply the loaded rules to DM-DATA        *
      *                  P - protect: set DM-R-HIT 'Y' for each rule  *
      *                      whose column in DM-DATA is already in    *
      *                      its masked form (DM-DATA is unchanged),  *
      *                      so a write can keep the stored value     *
      *                      rather than the mask                     *
      *                  C - is the FAxxFD column named in            *
      *                      DM-DATA(1:16) masked by a loaded rule?   *
      *                      00 - yes; 04 - no                        *
      * DM-RETURN-CODE   00 - complete; rules apply to this caller    *
      *                  04 - nothing is masked for this caller       *
      *                  12 - rules apply but there is no FAxxFD      *
      *                       schema to place them - refuse the read  *
      *                  01 - DM-FUNCTION not recognized              *
      * A column reaching past DM-LENGTH is masked as far as it goes. *
      *****************************************************************
       01  DM-COMMAREA.
           02  DM-FUNCTION        PIC  X(01) VALUE SPACES.
           02  DM-RETURN-CODE     PIC  X(02) VALUE SPACES.
           02  DM-TRANID          PIC  X(04) VALUE SPACES.
           02  DM-SCOPE           PIC  X(01) VALUE SPACES.
           02  DM-RULE-COUNT      PIC S9(04) COMP VALUE ZEROES.
           02  DM-RULE            OCCURS 16 TIMES.
               05  DM-R-COLUMN    PIC S9(08) COMP.
               05  DM-R-LENGTH    PIC S9(08) COMP.
               05  DM-R-RULE      PIC  X(08).
               05  DM-R-VALUE     PIC  X(16).
               05  DM-R-HIT       PIC  X(01).
           02  DM-MASKED-COUNT    PIC S9(08) COMP VALUE ZEROES.
           02  DM-LENGTH          PIC S9(08) COMP VALUE ZEROES.
           02  DM-DATA            PIC X(32000) VALUE SPACES.

       01  DM-RULE-MAX            PIC S9(04) COMP VALUE 16.
       01  DM-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  DM-ACTIVE-SW           PIC  X(01) VALUE 'N'.

       01  ZFAM188                PIC  X(08) VALUE 'ZFAM188 '.
      *****************************************************************
      * End   ZFAM188 - Dynamic column masking commarea               *
      *****************************************************************
