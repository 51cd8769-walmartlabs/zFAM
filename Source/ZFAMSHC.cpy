      *****************************************************************
      * Start ZFAMSHC - Hashed client secrets                         *
      * No client secret is kept in the clear.  An FAxxTK token's     *
      * secret (TK-SALT/TK-HASH) and the table's shared DD-AUTH       *
      * password (DD-AUTH-SALT/DD-AUTH-HASH on the ZFAM-DD template)  *
      * are each held only as the SHA-256 digest, from ZFAM187, of a  *
      * 16-character salt followed by the 8-byte secret - 64          *
      * lower-case hex characters kept beside the salt.  A presented  *
      * password is checked by hashing it under the stored salt and   *
      * comparing the digests.                                        *
      *                                                               *
      * ZFAM129 MINT generates a token's secret and shows it on the   *
      * minting terminal once; only the hash is written.  ZFAM129     *
      * CONVERT hashes any token still holding its secret in the      *
      * clear, and gives the two template lines that replace a        *
      * DD-AUTH-PASSWORD.  Until then the clear value is still        *
      * honored, so a table keeps working across the conversion.      *
      *                                                               *
      * SH-SALT          the salt the secret was hashed under         *
      * SH-SECRET        the secret, or the password presented        *
      * SH-HASH          the stored digest                            *
      * SH-MATCH-SW      Y - the presented password hashes to SH-HASH *
      *****************************************************************
       01  SH-SOURCE.
           02  SH-SALT            PIC  X(16) VALUE SPACES.
           02  SH-SECRET          PIC  X(08) VALUE SPACES.

       01  SH-HASH                PIC  X(64) VALUE SPACES.
       01  SH-MATCH-SW            PIC  X(01) VALUE 'N'.
      *****************************************************************
      * End   ZFAMSHC - Hashed client secrets                         *
      *****************************************************************
