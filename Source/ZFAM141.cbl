      *         the table's errors on that date - optionally within   *
      *         a time window and/or filtered to one status - one     *
      *         CSSL line each with time, status, reason, program,    *
      *         file and key, capped at LIST-LIMIT lines - an         *
      *         injected test fault is labeled INJECT-x after the key *
      *                                                               *
      *   <tran> SWEEP <days>                                         *
      *         delete history entries older than the given number    *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   LIST labels injected test faults         *
      *                      (EH-FAULT).                              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  EH-FILE            PIC  X(08) VALUE SPACES.
           02  EH-KEYVAL          PIC  X(40) VALUE SPACES.
           02  EH-CORRID          PIC  X(32) VALUE SPACES.
           02  EH-FAULT           PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.
           02  TD-EL-FILE         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-EL-KEY          PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-EL-FAULT        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE SPACES.

       01  TD-SWEEP-DONE.
           02  FILLER             PIC  X(22) VALUE
           MOVE EH-PROGRAM            TO TD-EL-PROGRAM.
           MOVE EH-FILE               TO TD-EL-FILE.
           MOVE EH-KEYVAL             TO TD-EL-KEY.
           MOVE EH-FAULT              TO TD-EL-FAULT.

           MOVE TD-ERROR-LINE         TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL  THRU 9910-EXIT.
