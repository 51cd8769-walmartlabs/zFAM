      *****************************************************************
      * Start ZFAMTC - Table catalog record.                          *
      * One record per table on the keyed ZFAMTC file, keyed by the   *
      * FAxx transaction - who owns the table and who to call about   *
      * it.  ZFAM121 writes the entry when it provisions the table,   *
      * ZFAM136 retires it when the table is decommissioned and the   *
      * ZFAM122 console (C xx) maintains the rest.  ZFAM119, ZFAM123, *
      * ZFAM165 and ZFAM166 read it to print TC-TAG - the owner and   *
      * tier - next to the table id.                                  *
      *                                                               *
      *   TC-STATUS          A active, R retired                      *
      *   TC-APPLICATION     owning application                       *
      *   TC-BUSINESS-CONTACT  business owner - name, phone, mail     *
      *   TC-TECHNICAL-CONTACT support contact - name, phone, mail    *
      *   TC-COST-CENTER     cost center charged                      *
      *   TC-TIER            criticality tier, 1 (highest) to 4       *
      *   TC-CLASSIFICATION  PUBLIC, INTERNAL, CONFIDENTIAL or        *
      *                      RESTRICTED                               *
      *   TC-SUPPORT-HOURS   support coverage, e.g. 24X7 or 07-19 M-F *
      *   TC-CREATED-...     when and by whom the entry was created,  *
      *   TC-CHANGED-...     last changed and retired                 *
      *   TC-RETIRED-...                                              *
      *****************************************************************
       01  TC-RECORD.
           02  TC-KEY.
               05  TC-TABLE       PIC  X(04) VALUE SPACES.
           02  TC-STATUS          PIC  X(01) VALUE SPACES.
           02  TC-APPLICATION     PIC  X(16) VALUE SPACES.
           02  TC-BUSINESS-CONTACT
                                  PIC  X(40) VALUE SPACES.
           02  TC-TECHNICAL-CONTACT
                                  PIC  X(40) VALUE SPACES.
           02  TC-COST-CENTER     PIC  X(10) VALUE SPACES.
           02  TC-TIER            PIC  X(01) VALUE SPACES.
           02  TC-CLASSIFICATION  PIC  X(12) VALUE SPACES.
           02  TC-SUPPORT-HOURS   PIC  X(20) VALUE SPACES.
           02  TC-CREATED-ABS     PIC  9(15) VALUE ZEROES.
           02  TC-CREATED-USER    PIC  X(08) VALUE SPACES.
           02  TC-CHANGED-ABS     PIC  9(15) VALUE ZEROES.
           02  TC-CHANGED-USER    PIC  X(08) VALUE SPACES.
           02  TC-RETIRED-ABS     PIC  9(15) VALUE ZEROES.
           02  TC-RETIRED-USER    PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  TC-FILE                PIC  X(08) VALUE 'ZFAMTC  '.
       01  TC-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  TC-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Owner and tier printed next to a table id.  A table with no   *
      * catalog entry prints '(no catalog)' and tier '-'.             *
      *****************************************************************
       01  TC-TAG.
           02  TC-TAG-TABLE       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TC-TAG-APPLICATION PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' tier '.
           02  TC-TAG-TIER        PIC  X(01) VALUE SPACES.
      *****************************************************************
      * End   ZFAMTC - Table catalog record.                          *
      *****************************************************************
