                                  PIC S9(08) COMP VALUE ZEROES.
           02  TS-RT-PARTNER      PIC  X(160) VALUE SPACES.
           02  TS-RT-CORRID       PIC  X(32) VALUE SPACES.
           02  TS-RT-SEQ          PIC  9(15) VALUE ZEROES.
           02  TS-RT-SITE         PIC  X(08) VALUE SPACES.

      *****************************************************************
      * End   FAxxRT - Replication retry queue entry.                 *
