      *****************************************************************
      * Start ZFAM168 - Table federation routing commarea             *
      * A federation makes several FAxx tables answer as one URI,     *
      * each holding one key range.  The federation table's FAxxVF    *
      * document template lists the member tables in key order, one   *
      * line each - a six-byte label, the member's two-character      *
      * table suffix, a space and the lowest key (up to 64 bytes) the *
      * member holds.  The first member also takes every key below    *
      * the second member's low key, so the ranges leave no gap.      *
      * Each member table's FAxxVM template names its federation, so  *
      * a write made straight to the member's own URI is checked      *
      * against the same ranges.                                      *
      *                                                               *
      * VF-FUNCTION                                                   *
      *   R - route VF-KEY on federation VF-TABLE to its VF-MEMBER    *
      *   V - verify VF-KEY belongs on member table VF-TABLE          *
      *   N - the member after (VF-DIRECTION F) or before (B)         *
      *       VF-MEMBER in key order                                  *
      *   L - list the members in key order                           *
      * VF-RESULT                                                     *
      *   Y - routed, verified, or the next member returned           *
      *   N - VF-TABLE is not federated (R, N, L) or not a member (V) *
      *   M - the key belongs on another member, named in VF-MEMBER   *
      *   E - no member beyond VF-MEMBER in that direction            *
      *   X - the FAxxVF definition is in error                       *
      *****************************************************************
       01  VF-COMMAREA.
           02  VF-FUNCTION        PIC  X(01) VALUE SPACES.
           02  VF-TABLE           PIC  X(04) VALUE SPACES.
           02  VF-KEY             PIC X(255) VALUE LOW-VALUES.
           02  VF-MEMBER          PIC  X(02) VALUE SPACES.
           02  VF-DIRECTION       PIC  X(01) VALUE SPACES.
           02  VF-RESULT          PIC  X(01) VALUE SPACES.
           02  VF-FEDERATION      PIC  X(04) VALUE SPACES.
           02  VF-COUNT           PIC  9(03) VALUE ZEROES.
           02  VF-MEMBER-LIST.
               05  VF-MEMBER-SUFFIX PIC X(02) OCCURS 50 TIMES.

       01  ZFAM168                PIC  X(08) VALUE 'ZFAM168 '.
      *****************************************************************
      * End   ZFAM168 - Table federation routing commarea             *
      *****************************************************************
