      *****************************************************************
      * Start ZFAM187 - SHA-256 digest and HMAC-SHA256 commarea       *
      * ZFAM002 LINKs ZFAM187 to verify signed requests: the digest   *
      * of the raw request body, and the HMAC of the canonical        *
      * request under the credential's FAxxKY signing key.  The data  *
      * is hashed as the bytes passed - the caller translates text to *
      * ASCII first when the other end signs ASCII.                   *
      *                                                               *
      * HM-FUNCTION      D - SHA-256 digest of the data               *
      *                  H - HMAC-SHA256 of the data under HM-KEY     *
      *                      (1 to 64 bytes); HM-PART must be A       *
      * HM-PART          A - all of the data is in this call          *
      *                  F - first part of a longer digest            *
      *                  N - a next part                              *
      *                  L - the last part; answers the digest        *
      *                  F and N parts must be a multiple of 64       *
      *                  bytes.  HM-STATE and HM-TOTAL carry the      *
      *                  digest between calls and must be passed      *
      *                  back unchanged                               *
      * HM-DIGEST        the result as 64 lower-case hex characters   *
      * HM-RETURN-CODE   00 - complete                                *
      *                  01 - HM-FUNCTION or HM-PART not recognized   *
      *                  02 - an F or N part not a multiple of 64     *
      *                  03 - HM-KEY-LENGTH not 1 to 64               *
      *                  04 - HM-LENGTH not 0 to 32000                *
      *****************************************************************
       01  HM-COMMAREA.
           02  HM-FUNCTION        PIC  X(01) VALUE SPACES.
           02  HM-PART            PIC  X(01) VALUE 'A'.
           02  HM-RETURN-CODE     PIC  X(02) VALUE SPACES.
           02  HM-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  HM-KEY             PIC  X(64) VALUE SPACES.
           02  HM-STATE.
               05  HM-H           PIC  9(10) COMP OCCURS 8 TIMES.
           02  HM-TOTAL           PIC S9(15) COMP-3 VALUE ZEROES.
           02  HM-DIGEST          PIC  X(64) VALUE SPACES.
           02  HM-LENGTH          PIC S9(08) COMP VALUE ZEROES.
           02  HM-DATA            PIC X(32000) VALUE SPACES.

       01  ZFAM187                PIC  X(08) VALUE 'ZFAM187 '.
      *****************************************************************
      * End   ZFAM187 - SHA-256 digest and HMAC-SHA256 commarea       *
      *****************************************************************
