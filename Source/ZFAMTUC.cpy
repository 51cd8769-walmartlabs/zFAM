      *****************************************************************
      * Start FAxxTU - Token usage meter record                       *
      * One record per FAxxTK token name that has passed ZFAM002's    *
      * credential check - requests, bytes received (POST/PUT         *
      * payload) and bytes sent (record data returned), with the      *
      * first and last dates the token was used.  Kept apart from     *
      * the FAxxTK store so metering never holds the token record     *
      * for update; ZFAM156 reports it against FAxxTK for billing     *
      * and for retiring dormant or expiring tokens.                  *
      *****************************************************************
       01  TU-RECORD.
           02  TU-NAME            PIC  X(08) VALUE SPACES.
           02  TU-REQUESTS        PIC  9(09) VALUE ZEROES.
           02  TU-BYTES-IN        PIC  9(15) VALUE ZEROES.
           02  TU-BYTES-OUT       PIC  9(15) VALUE ZEROES.
           02  TU-FIRST-USED      PIC  X(08) VALUE SPACES.
           02  TU-LAST-USED       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(17) VALUE SPACES.

      *****************************************************************
      * End   FAxxTU - Token usage meter record                       *
      *****************************************************************
