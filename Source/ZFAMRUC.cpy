      *****************************************************************
      * Start FAxxRU - Trigger rules and failure log                  *
      * A table whose document template sets DD-TRIGGERS to 'Y' has   *
      * ZFAM002 START its xxRU transaction (ZFAM181) with TE-PARM     *
      * after every successful POST, PUT, PATCH and DELETE.  ZFAM181  *
      * evaluates the table's rules, one FAxxRU record each, keyed    *
      * by RU-NAME, in key order, and performs the actions of every   *
      * rule that matches.  The rules run after the change has been   *
      * answered, so nothing they do can fail the request itself.     *
      *                                                               *
      * RU-ENABLED    'Y' - the rule fires; anything else - skipped   *
      * RU-METHODS    any of P (POST), U (PUT), A (PATCH) and         *
      *               D (DELETE); SPACES - all four                   *
      * RU-PREFIX     the key must lead with it; SPACES - any key     *
      * RU-CONDITION  up to two FAxxFD column tests, all of which     *
      *               must hold: RU-COLUMN names the column,          *
      *               RU-OPERATOR is EQ NE GT GE LT or LE, and        *
      *               RU-VALUE is compared, as text, to the column    *
      *               in the after image (the before image on a       *
      *               DELETE); a blank RU-COLUMN is no test           *
      * RU-ACTION     up to three, performed in order:                *
      *               C - copy the record to RU-TARGET when the       *
      *                   target key is not there already             *
      *               U - upsert: copy, replacing any target record   *
      *               E - create an ECR under the target key that     *
      *                   activates after RU-DELAY-SECS seconds       *
      *               W - POST the key to RU-WEBHOOK-URL              *
      * RU-TARGET     FAyy table for C, U and E; SPACES - this one    *
      * RU-OLD-PREFIX and RU-NEW-PREFIX rewrite the target key: a     *
      *               key leading with the old prefix has it          *
      *               replaced by the new one; SPACES - no rewrite    *
      *                                                               *
      * RU-FIRED and RU-FAILED count the times the rule matched and   *
      * the actions that failed.  Each failure is also written to     *
      * the table's FAxxRF failure log, keyed by rule, time, task     *
      * and action (RF-STEP), and to CSSL.                            *
      *****************************************************************
       01  RU-RECORD.
           02  RU-NAME            PIC  X(08) VALUE SPACES.
           02  RU-ENABLED         PIC  X(01) VALUE SPACES.
           02  RU-METHODS         PIC  X(04) VALUE SPACES.
           02  RU-PREFIX          PIC  X(16) VALUE SPACES.
           02  RU-CONDITION       OCCURS 2 TIMES.
               05  RU-COLUMN      PIC  X(16).
               05  RU-OPERATOR    PIC  X(02).
               05  RU-VALUE       PIC  X(32).
           02  RU-ACTION-ENTRY    OCCURS 3 TIMES.
               05  RU-ACTION      PIC  X(01).
               05  RU-TARGET      PIC  X(04).
               05  RU-OLD-PREFIX  PIC  X(16).
               05  RU-NEW-PREFIX  PIC  X(16).
               05  RU-DELAY-SECS  PIC  9(07).
           02  RU-WEBHOOK-URL     PIC X(160) VALUE SPACES.
           02  RU-FIRED           PIC  9(09) VALUE ZEROES.
           02  RU-FAILED          PIC  9(09) VALUE ZEROES.
           02  RU-LAST-FIRED-ABS  PIC  9(15) VALUE ZEROES.
           02  RU-LAST-FAILED-ABS PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(40) VALUE SPACES.

       01  RF-RECORD.
           02  RF-KEY.
               05  RF-RULE        PIC  X(08) VALUE SPACES.
               05  RF-ABS         PIC  9(15) VALUE ZEROES.
               05  RF-TASK        PIC  9(07) VALUE ZEROES.
               05  RF-STEP        PIC  9(01) VALUE ZEROES.
           02  RF-METHOD          PIC  X(06) VALUE SPACES.
           02  RF-ACTION          PIC  X(01) VALUE SPACES.
           02  RF-TARGET          PIC  X(04) VALUE SPACES.
           02  RF-REASON          PIC  X(40) VALUE SPACES.
           02  RF-RECORD-KEY      PIC X(255) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

      *****************************************************************
      * TE-PARM - the START data.  TE-KEY is the KEY store key as     *
      * stored, padded with LOW-VALUES.  TE-IMAGE is the change's     *
      * first segment, deciphered: the after image, or on a DELETE    *
      * the before image, as the FAxxCL journal record carries them.  *
      *****************************************************************
       01  TE-PARM.
           02  TE-TRANID          PIC  X(04) VALUE SPACES.
           02  TE-METHOD          PIC  X(06) VALUE SPACES.
           02  TE-ABS             PIC  9(15) VALUE ZEROES.
           02  TE-KEY             PIC X(255) VALUE SPACES.
           02  TE-IMAGE-LENGTH    PIC  9(05) VALUE ZEROES.
           02  TE-IMAGE           PIC X(16000) VALUE SPACES.
      *****************************************************************
      * End   FAxxRU - Trigger rules and failure log                  *
      *****************************************************************
