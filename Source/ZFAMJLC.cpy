      * partition TD queue by ZFAM002's 8600-JOURNAL.  Each image is  *
      * the chain's first FILE segment, deciphered, capped at 16000   *
      * bytes so the whole record stays within a single TD record.    *
      *                                                               *
      * JL-CORRID, the request's zFAM-Correlation-Id, rides only on   *
      * the xxJM mirror copy of the record - the FAxxCL TD record is  *
      * written short of it, so the journal layout is unchanged.      *
      *****************************************************************
       01  JL-RECORD.
           02  JL-DATE            PIC  X(10).
           02  JL-AFTER-LENGTH    PIC  9(05) VALUE ZEROES.
           02  JL-BEFORE          PIC X(16000) VALUE SPACES.
           02  JL-AFTER           PIC X(16000) VALUE SPACES.
           02  JL-CORRID          PIC  X(32) VALUE SPACES.
