      *****************************************************************
      * Start ZFAM174 - Change-freeze check commarea                  *
      * Every administrative transaction that changes a production    *
      * table (ZFAM113 rebalance, ZFAM114 re-stamp, ZFAM120 quiesce,  *
      * ZFAM132 migration, ZFAM137 rollback, ZFAM142 key rotation)    *
      * LINKs ZFAM174 before it acts, naming itself, the action, the  *
      * table and the operator's emergency override reason (spaces    *
      * when none was given).                                         *
      *                                                               *
      * FC-RESULT                                                     *
      *   C - clear, no freeze window is open for the table           *
      *   F - frozen - ZFAM174 has told CSSL and the operator why;    *
      *       the caller must not act                                 *
      *   O - frozen, overridden - the override has been recorded on  *
      *       the ZFAM138 admin audit trail; the caller may act       *
      * FC-NAME and FC-UNTIL describe the open window for F and O.    *
      *****************************************************************
       01  FC-COMMAREA.
           02  FC-PROGRAM         PIC  X(08) VALUE SPACES.
           02  FC-ACTION          PIC  X(12) VALUE SPACES.
           02  FC-TABLE           PIC  X(04) VALUE SPACES.
           02  FC-OVERRIDE        PIC  X(40) VALUE SPACES.
           02  FC-RESULT          PIC  X(01) VALUE SPACES.
           02  FC-NAME            PIC  X(40) VALUE SPACES.
           02  FC-UNTIL           PIC  X(16) VALUE SPACES.

       01  ZFAM174                PIC  X(08) VALUE 'ZFAM174 '.
      *****************************************************************
      * End   ZFAM174 - Change-freeze check commarea                  *
      *****************************************************************

      *****************************************************************
      * Start ZFAMFZ - Change-freeze calendar record                  *
      * One record per declared freeze window on the keyed ZFAMFZ     *
      * file, keyed by table and window start.  FZ-TABLE '****'       *
      * freezes every table; FAxx freezes that table only.  The       *
      * window runs from FZ-START up to (not including) FZ-END, both  *
      * local date and time as YYYYMMDDHHMMSS.                        *
      *****************************************************************
       01  FZ-RECORD.
           02  FZ-KEY.
               05  FZ-TABLE       PIC  X(04) VALUE SPACES.
               05  FZ-START       PIC  9(14) VALUE ZEROES.
           02  FZ-END             PIC  9(14) VALUE ZEROES.
           02  FZ-NAME            PIC  X(40) VALUE SPACES.
           02  FZ-DECLARED-BY     PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  FZ-ALL-TABLES          PIC  X(04) VALUE '****'.
      *****************************************************************
      * End   ZFAMFZ - Change-freeze calendar record                  *
      *****************************************************************
