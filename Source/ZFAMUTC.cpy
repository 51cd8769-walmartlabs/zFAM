      *****************************************************************
      * Start ZFAMUT - UTC timestamps and partner clock skew          *
      * CICS ABSTIME is local time, and the two CloudPlexes need not  *
      * share a time zone, so every timestamp that crosses the wire   *
      * between Data Centers travels as UTC: the sender subtracts its *
      * own UTC offset (UT-OFFSET-MS, taken from the LE clock) and    *
      * the receiver adds its own back before comparing the value to  *
      * a local FK-ABS.  zFAM-Origin-Abs, the batched BF-ORIGIN and   *
      * zFAM-Utc-Abs are all carried this way.                        *
      *                                                               *
      * zFAM-Utc-Abs answers a GET ?health with the site's clock now  *
      * and a key GET with the record's FK-ABS, both as UTC.          *
      *                                                               *
      * One single-item TS queue per table, xxSK, holds the clock     *
      * skew the xxSK monitor (ZFAM179) last measured against each    *
      * partner Data Center slot in the FAxxDC template, in the order *
      * ZFAM002 builds its partner list in.                           *
      *                                                               *
      * SK-STATE                                                      *
      *   I - in bounds (or spaces, never measured)                   *
      *   O - out of bounds - the skew passed DD-SKEW-MS; ZFAM002     *
      *       suspends timestamp-based conflict resolution            *
      * SK-REACHED is 'N' when the last probe could not reach the     *
      * partner; the last measured skew, and the state it set, stand. *
      * SK-SKEW-MS is partner clock less local clock, both UTC, at    *
      * the midpoint of the probe's round trip (SK-RTT-MS).           *
      *****************************************************************
       01  HTTP-UTC-ABS           PIC  X(12) VALUE 'zFAM-Utc-Abs'.
       01  UT-ABS                 PIC  9(15) VALUE ZEROES.
       01  UT-ABS-X REDEFINES UT-ABS
                                  PIC  X(15).
       01  UT-OFFSET-MS           PIC S9(15) COMP-3 VALUE ZEROES.

       01  UT-CURRENT-DATE.
           02  FILLER             PIC  X(16).
           02  UT-OFFSET-SIGN     PIC  X(01).
           02  UT-OFFSET-HH       PIC  9(02).
           02  UT-OFFSET-MM       PIC  9(02).

       01  SK-ENTRY.
           02  SK-PARTNER         OCCURS 3 TIMES.
               05  SK-STATE       PIC  X(01).
               05  SK-REACHED     PIC  X(01).
               05  SK-SIGN        PIC  X(01).
               05  SK-SKEW-MS     PIC  9(09).
               05  SK-RTT-MS      PIC  9(07).
               05  SK-CHECKED-ABS PIC  9(15).
               05  SK-HOST        PIC  X(40).
      *****************************************************************
      * End   ZFAMUT - UTC timestamps and partner clock skew          *
      *****************************************************************
