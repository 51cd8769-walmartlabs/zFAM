      *****************************************************************
      * Start FAxxSQ - Replication sequence numbers                   *
      * A table whose document template sets DD-REPL-SEQ to 'Y'       *
      * stamps every replicated POST, PUT and DELETE with the next    *
      * value of its FAxx_REPLSEQ named counter, sent to the partner  *
      * as zFAM-Repl-Seq with the origin site (DD-REPL-SITE, or the   *
      * APPLID when blank) in zFAM-Repl-Site.  The origin keeps each  *
      * stamped change, as a ZFAMRTC retry entry with no partner, on  *
      * the table's xxSJ auxiliary TS queue, cleared and restarted    *
      * after SQ-JOURNAL-MAX entries like the xxJM journal mirror.    *
      *                                                               *
      * The partner keeps one SG-ENTRY per origin site on the table's *
      * xxSG TS queue: the last sequence applied and the gaps seen.   *
      * A change arriving past the next expected sequence raises the  *
      * SEQGAP alert naming the missing range and answers with        *
      * zFAM-Repl-Resend: from-to, on which the origin STARTs the     *
      * xxSR transaction (ZFAM178) to requeue just those keys from    *
      * xxSJ to the retry queue.  SR-PARM is the START data.          *
      *****************************************************************
       01  HTTP-REPL-SEQ          PIC  X(13) VALUE 'zFAM-Repl-Seq'.
       01  HTTP-REPL-SITE         PIC  X(14) VALUE 'zFAM-Repl-Site'.
       01  HTTP-REPL-RESEND       PIC  X(16) VALUE 'zFAM-Repl-Resend'.

       01  SQ-SEQ-VALUE           PIC  9(15) VALUE ZEROES.
       01  SQ-SEQ-VALUE-X REDEFINES SQ-SEQ-VALUE
                                  PIC  X(15).
       01  SQ-SITE-VALUE          PIC  X(08) VALUE SPACES.

       01  SQ-RESEND-VALUE.
           02  SQ-RESEND-FROM     PIC  9(15) VALUE ZEROES.
           02  SQ-RESEND-DASH     PIC  X(01) VALUE '-'.
           02  SQ-RESEND-TO       PIC  9(15) VALUE ZEROES.

       01  SQ-JOURNAL-MAX         PIC S9(04) COMP VALUE 5000.

       01  SR-PARM.
           02  SR-TRANID          PIC  X(04) VALUE SPACES.
           02  SR-FROM            PIC  9(15) VALUE ZEROES.
           02  SR-TO              PIC  9(15) VALUE ZEROES.
           02  SR-PARTNER-LENGTH  PIC  9(03) VALUE ZEROES.
           02  SR-PARTNER         PIC  X(160) VALUE SPACES.

       01  ZFAM178                PIC  X(08) VALUE 'ZFAM178 '.

       01  SG-ENTRY.
           02  SG-SITE            PIC  X(08) VALUE SPACES.
           02  SG-LAST            PIC  9(15) VALUE ZEROES.
           02  SG-GAPS            PIC  9(07) VALUE ZEROES.
           02  SG-GAP-FROM        PIC  9(15) VALUE ZEROES.
           02  SG-GAP-TO          PIC  9(15) VALUE ZEROES.
           02  SG-UPDATED-ABS     PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(05) VALUE SPACES.
      *****************************************************************
      * End   FAxxSQ - Replication sequence numbers                   *
      *****************************************************************
