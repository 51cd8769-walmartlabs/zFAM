      *****************************************************************
      * Start ZFAMAL - Operator alert record                          *
      * One record per alert on the keyed ZFAMAL file, keyed by the   *
      * table, the condition raised against it and the time it was    *
      * first raised.  The raising programs LINK ZFAM164 with         *
      * AL-RAISE, which writes the alert as AL-STATUS 'N' (new).      *
      * The ZFAM165 router collapses a new alert into the open alert  *
      * of the same table and condition when there is one (counting   *
      * it in AL-REPEATS), otherwise opens it - AL-STATUS 'O' - and   *
      * delivers it once to WTO and to the ZFAMAW webhook.  The       *
      * alert stays open until an operator acknowledges it from the   *
      * ZFAM122 console - AL-STATUS 'A' - and ZFAM166 reports open    *
      * and acknowledged alerts with their time to acknowledge.       *
      *****************************************************************
       01  AL-RAISE.
           02  AL-RAISE-TABLE     PIC  X(04) VALUE SPACES.
           02  AL-RAISE-CONDITION PIC  X(08) VALUE SPACES.
           02  AL-RAISE-SOURCE    PIC  X(08) VALUE SPACES.
           02  AL-RAISE-TEXT      PIC  X(90) VALUE SPACES.

       01  AL-RECORD.
           02  AL-KEY.
               05  AL-TABLE       PIC  X(04) VALUE SPACES.
               05  AL-CONDITION   PIC  X(08) VALUE SPACES.
               05  AL-RAISED-ABS  PIC  9(15) VALUE ZEROES.
           02  AL-STATUS          PIC  X(01) VALUE SPACES.
           02  AL-SOURCE          PIC  X(08) VALUE SPACES.
           02  AL-TEXT            PIC  X(90) VALUE SPACES.
           02  AL-REPEATS         PIC  9(07) VALUE ZEROES.
           02  AL-LAST-ABS        PIC  9(15) VALUE ZEROES.
           02  AL-DELIVERED-ABS   PIC  9(15) VALUE ZEROES.
           02  AL-ACK-ABS         PIC  9(15) VALUE ZEROES.
           02  AL-ACK-USER        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(14) VALUE SPACES.

       01  AL-PREFIX-LENGTH       PIC S9(04) COMP VALUE 12.
      *****************************************************************
      * End   ZFAMAL - Operator alert record                          *
      *****************************************************************
