      *****************************************************************
      * Start ZFAM##LH - Latency histogram.                           *
      * Running counts of request elapsed times, by verb class and    *
      * fixed latency bucket, persisted as the single item of the     *
      * per-table ZFAM##LH temporary storage queue - bumped by        *
      * ZFAM002 as each response completes (GET/HEAD, POST, PUT/      *
      * PATCH, DELETE) and by the XCTLed scan programs ZFAM008/009/   *
      * 016/017 (browse), which never pass back through ZFAM002.      *
      * ZFAM116 flushes the counts to the keyed FAHLAT history file   *
      * alongside each FAHIST snapshot, and ZFAM157 turns each day's  *
      * counts into p50/p90/p95/p99 figures.  Like the AC- activity   *
      * counters these are running totals; the report takes daily     *
      * differences.                                                  *
      *                                                               *
      * Bucket n counts requests of at most LH-BOUND(n) milliseconds  *
      * and more than LH-BOUND(n - 1); the last bucket is everything  *
      * over LH-BOUND(11).                                            *
      *****************************************************************
       01  LH-TSQ                 PIC  X(08) VALUE 'ZFAM##LH'.

       01  LH-ENTRY.
           02  LH-VERB-ENTRY OCCURS 5 TIMES.
               05  LH-COUNT       PIC  9(09) OCCURS 12 TIMES.

       01  LH-BOUND-VALUES.
           02  FILLER             PIC  9(07) VALUE 5.
           02  FILLER             PIC  9(07) VALUE 10.
           02  FILLER             PIC  9(07) VALUE 25.
           02  FILLER             PIC  9(07) VALUE 50.
           02  FILLER             PIC  9(07) VALUE 100.
           02  FILLER             PIC  9(07) VALUE 250.
           02  FILLER             PIC  9(07) VALUE 500.
           02  FILLER             PIC  9(07) VALUE 1000.
           02  FILLER             PIC  9(07) VALUE 2500.
           02  FILLER             PIC  9(07) VALUE 5000.
           02  FILLER             PIC  9(07) VALUE 10000.
           02  FILLER             PIC  9(07) VALUE 9999999.

       01  LH-BOUNDS REDEFINES LH-BOUND-VALUES.
           02  LH-BOUND           PIC  9(07) OCCURS 12 TIMES.

       01  LH-VERBS               PIC S9(04) COMP VALUE 5.
       01  LH-BUCKETS             PIC S9(04) COMP VALUE 12.
       01  LH-VERB-SUB            PIC S9(04) COMP VALUE ZEROES.
       01  LH-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  LH-HIT                 PIC S9(04) COMP VALUE ZEROES.
       01  LH-ITEM                PIC S9(04) COMP VALUE 1.
       01  LH-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  LH-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  LH-START-ABS           PIC S9(15) COMP-3 VALUE ZEROES.
       01  LH-END-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  LH-MILLISECONDS        PIC S9(15) COMP-3 VALUE ZEROES.

      *****************************************************************
      * FAHLAT - keyed latency history, one record per table per      *
      * ZFAM116 interval, keyed exactly as the FAHIST snapshot.       *
      *****************************************************************
       01  LT-RECORD.
           02  LT-KEY.
               05  LT-TRANID      PIC  X(04) VALUE SPACES.
               05  LT-DATE        PIC  X(08) VALUE SPACES.
               05  LT-TIME        PIC  X(06) VALUE SPACES.
           02  LT-VERB-ENTRY OCCURS 5 TIMES.
               05  LT-COUNT       PIC  9(09) OCCURS 12 TIMES.
      *****************************************************************
      * End   ZFAM##LH - Latency histogram.                           *
      *****************************************************************
