      *****************************************************************
      * Start FAxxLA - Last-access record                             *
      * One record per key read on a table that sets DD-LAST-ACCESS   *
      * ('Y', or 'C' to age its cold tier by it as well), keyed by    *
      * the KEY store key.  ZFAM002 writes it on the key's first      *
      * tracked read and rewrites it only when a read lands on a new  *
      * day (LA-READ-DAY, ABSTIME days) or is the one read in         *
      * LA-SAMPLE, chosen by task number, that carries the count -    *
      * so a hot key costs one rewrite a day plus one read in         *
      * sixteen, never one rewrite per read.                          *
      *                                                               *
      * LA-READ-ABS   ABSTIME of the read that last rewrote the       *
      *               record - the last-read date, to the day         *
      * LA-READS      coarse read count: one for each day the key     *
      *               was read, plus LA-SAMPLE for each sampled read  *
      * LA-FIRST-ABS  ABSTIME of the first tracked read               *
      *                                                               *
      * A key never read since tracking began has no record; the      *
      * ZFAM180 stale-data report and the ZFAM000 cold tier then age  *
      * it from its write time (FK-ABS), and from whichever of the    *
      * two is later when both exist.                                 *
      *****************************************************************
       01  LA-RECORD.
           02  LA-KEY             PIC X(255) VALUE LOW-VALUES.
           02  LA-READ-ABS        PIC  9(15) VALUE ZEROES.
           02  LA-READ-DAY        PIC  9(07) VALUE ZEROES.
           02  LA-READS           PIC  9(09) VALUE ZEROES.
           02  LA-FIRST-ABS       PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  LA-SAMPLE              PIC S9(04) COMP VALUE 16.
      *****************************************************************
      * End   FAxxLA - Last-access record                             *
      *****************************************************************
