      *****************************************************************
      * Start FAxxRB - Replication batch                              *
      * A table whose document template sets DD-REPL-BATCH above      *
      * zero has ZFAM002 queue each replicated POST, PUT and DELETE   *
      * to the per-table xxRB TS queue (the ZFAMRTC retry entry       *
      * layout) instead of conversing with the partner once per       *
      * write.  The first entry STARTs the xxRB transaction (ZFAM176) *
      * after DD-REPL-BATCH-SECS; an entry that fills the batch       *
      * STARTs it at once.  BQ-PARM is the START data.                *
      *****************************************************************
       01  BQ-PARM.
           02  BQ-TRANID          PIC  X(04) VALUE SPACES.
           02  BQ-LIMIT           PIC  9(03) VALUE ZEROES.

       01  BQ-MAX                 PIC S9(04) COMP VALUE 100.
       01  BQ-BODY-MAX            PIC S9(08) COMP VALUE 640000.

       01  HTTP-REPL-BATCH        PIC  X(15) VALUE 'zFAM-Repl-Batch'.
       01  HTTP-REPL-BATCH-VALUE  PIC  X(03) VALUE 'yes'.

      *****************************************************************
      * One record of a batched /replicate request body.  ZFAM176     *
      * sends the records in the order they were written, each a      *
      * BF-FRAME followed by its path, query string, key and data;    *
      * the partner's ZFAM177 applies them in that order and answers  *
      * one BX-ENTRY per record applied, in the same order.           *
      * BF-SEQ and BF-SITE carry a record's replication sequence      *
      * (ZFAMSQC) when its table stamps one, zeroes when not.         *
      *****************************************************************
       01  BF-FRAME.
           02  BF-METHOD          PIC  X(10) VALUE SPACES.
           02  BF-CHECKSUM        PIC  9(10) VALUE ZEROES.
           02  BF-ORIGIN          PIC  9(15) VALUE ZEROES.
           02  BF-OWNER           PIC  X(08) VALUE SPACES.
           02  BF-SEQ             PIC  9(15) VALUE ZEROES.
           02  BF-SITE            PIC  X(08) VALUE SPACES.
           02  BF-CORRID          PIC  X(32) VALUE SPACES.
           02  BF-MEDIA           PIC  X(56) VALUE SPACES.
           02  BF-PATH-LENGTH     PIC  9(03) VALUE ZEROES.
           02  BF-QS-LENGTH       PIC  9(03) VALUE ZEROES.
           02  BF-KEY-LENGTH      PIC  9(03) VALUE ZEROES.
           02  BF-DATA-LENGTH     PIC  9(07) VALUE ZEROES.

       01  BX-RESULTS.
           02  BX-ENTRY OCCURS 100 TIMES.
               05  BX-KEY         PIC X(255) VALUE SPACES.
               05  FILLER         PIC  X(01) VALUE SPACES.
               05  BX-STATUS      PIC  9(03) VALUE ZEROES.
               05  FILLER         PIC  X(02) VALUE X'0D25'.
      *****************************************************************
      * End   FAxxRB - Replication batch                              *
      *****************************************************************
