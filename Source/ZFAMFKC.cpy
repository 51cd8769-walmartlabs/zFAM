      * a DELETE of the alias retires it.                             *
      *****************************************************************
           02  FK-ALIAS           PIC  X(01) VALUE SPACES.
      *****************************************************************
      * Record owner.  On a table whose document template sets        *
      * DD-OWNERSHIP to 'Y', ZFAM002 records the creating client here *
      * at POST - the FAxxTK token name or Basic userid presented -   *
      * and refuses PUT, PATCH, DELETE and rename from anyone else    *
      * short of an admin-scope token.  ZFAM158 transfers it.  Spaces *
      * (legacy records, or a table without the option) mean the      *
      * record is unowned.  Not to be confused with FK-UID.           *
      *****************************************************************
           02  FK-OWNER           PIC  X(08) VALUE SPACES.
      *****************************************************************
      * Shared chain marker.  'Y' means FK-FF-KEY names a FILE store  *
      * chain counted on the FAxxDP shared chain file (ZFAMDPC): the  *
      * table sets DD-DEDUP and another KEY record (or a retained     *
      * version) may point at the same chain.  Its segments are only  *
      * deleted when ZFAM170 releases the last reference, and an      *
      * in-place change (append, increment, hold) first copies the    *
      * chain so the other references are untouched.  Spaces mean the *
      * chain belongs to this record alone.                           *
      *****************************************************************
           02  FK-SHARED          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE SPACES.
