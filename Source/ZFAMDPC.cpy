      *****************************************************************
      * Start FAxxDP - Shared FILE store chain record                 *
      * A table whose document template sets DD-DEDUP to 'Y' stores   *
      * identical bodies once: a POST or PUT whose whole-record       *
      * digest and length match a chain already on file points its    *
      * KEY record at that chain (FK-SHARED 'Y') instead of writing   *
      * a new one.  FAxxDP carries two record types, told apart by    *
      * the first byte of the key:                                    *
      *                                                               *
      *   D - digest entry, keyed by digest and length, naming the    *
      *       chain a new body is compared against.                   *
      *   C - chain entry, keyed by the chain id, carrying the        *
      *       number of KEY records (and retained versions) that      *
      *       point at the chain.  The chain's segments are only      *
      *       deleted when the last reference is released.            *
      *****************************************************************
       01  DP-RECORD.
           02  DP-KEY.
             05  DP-TYPE          PIC  X(01) VALUE SPACES.
             05  DP-VALUE         PIC  X(19) VALUE LOW-VALUES.
           02  DP-DIGEST-KEY REDEFINES DP-KEY.
             05  FILLER           PIC  X(01).
             05  DP-K-DIGEST      PIC  9(09).
             05  DP-K-LENGTH      PIC  9(10).
           02  DP-CHAIN-KEY  REDEFINES DP-KEY.
             05  FILLER           PIC  X(01).
             05  DP-K-FF-KEY      PIC  X(08).
             05  FILLER           PIC  X(11).
           02  DP-FF-KEY          PIC  X(08) VALUE LOW-VALUES.
           02  DP-DDNAME          PIC  X(04) VALUE 'FILE'.
           02  DP-DIGEST          PIC  9(09) VALUE ZEROES.
           02  DP-BODY-LENGTH     PIC  9(10) VALUE ZEROES.
           02  DP-SEGMENTS        PIC  9(04) VALUE ZEROES COMP.
           02  DP-REFCOUNT        PIC S9(08) VALUE ZEROES COMP.
           02  DP-ABS             PIC S9(15) VALUE ZEROES COMP-3.
           02  FILLER             PIC  X(20) VALUE SPACES.

      *****************************************************************
      * End   FAxxDP - Shared FILE store chain record                 *
      *****************************************************************

      *****************************************************************
      * Start ZFAM170 - Shared chain reference commarea               *
      *                                                               *
      * DR-FUNCTION                                                   *
      *   L - look up the chain registered for DR-DIGEST/DR-LENGTH    *
      *   A - add a reference to chain DR-FF-KEY                      *
      *   N - register the new chain DR-FF-KEY with one reference     *
      *   R - release one reference to chain DR-FF-KEY                *
      *   Q - query the reference count of chain DR-FF-KEY            *
      * DR-RESULT                                                     *
      *   Y - found (L), referenced (A), registered (N), or the       *
      *       chain is counted (Q, count in DR-REFCOUNT)              *
      *   N - not found, no longer registered, or not counted         *
      *   K - released, other references remain - keep the segments   *
      *   D - released, the chain is now the caller's alone - delete  *
      *       it (or keep it privately) as an unshared chain          *
      *****************************************************************
       01  DR-COMMAREA.
           02  DR-FUNCTION        PIC  X(01) VALUE SPACES.
           02  DR-TABLE           PIC  X(04) VALUE SPACES.
           02  DR-FF-KEY          PIC  X(08) VALUE LOW-VALUES.
           02  DR-DDNAME          PIC  X(04) VALUE SPACES.
           02  DR-DIGEST          PIC  9(09) VALUE ZEROES.
           02  DR-LENGTH          PIC  9(10) VALUE ZEROES.
           02  DR-SEGMENTS        PIC  9(04) VALUE ZEROES.
           02  DR-REFCOUNT        PIC  9(08) VALUE ZEROES.
           02  DR-ABS             PIC S9(15) VALUE ZEROES COMP-3.
           02  DR-RESULT          PIC  X(01) VALUE SPACES.

       01  ZFAM170                PIC  X(08) VALUE 'ZFAM170 '.
      *****************************************************************
      * End   ZFAM170 - Shared chain reference commarea               *
      *****************************************************************
