      *****************************************************************
      * Start ZFAMSR - System-of-record reconciliation records.       *
      * SR-RECORD is one line of the key extract the system of record *
      * hands us, read by ZFAM192 from the <xx>SR input TD queue JCL  *
      * maps to the dataset.  The extract is sorted ascending by key, *
      * keys space-padded, one key per line; the version fields are   *
      * optional and a short line leaves them as spaces:              *
      *                                                               *
      *   SR-KEY         the record key, as zFAM holds it             *
      *   SR-TIMESTAMP   YYYYMMDDHHMMSS, region local time, of the    *
      *                  master's last change                         *
      *   SR-DIGEST      the master's content digest, computed the    *
      *                  way zFAM computes FK-DIGEST                  *
      *                                                               *
      * RK-RECORD is one line of the repair key file ZFAM192 writes   *
      * to the <xx>SK output TD queue:                                *
      *                                                               *
      *   RK-ACTION      M missing from zFAM - load from the master   *
      *                  C changed on the master - reload             *
      *                  X no longer on the master - clean up         *
      *   RK-KEY         the record key                               *
      *****************************************************************
       01  SR-RECORD.
           02  SR-KEY             PIC X(255) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-TIMESTAMP       PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  SR-DIGEST          PIC  X(09) VALUE SPACES.
           02  SR-DIGEST-N        REDEFINES SR-DIGEST
                                  PIC  9(09).
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  RK-RECORD.
           02  RK-ACTION          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RK-KEY             PIC X(255) VALUE SPACES.
      *****************************************************************
      * End   ZFAMSR - System-of-record reconciliation records.       *
      *****************************************************************
