      *****************************************************************
      * Start ZFAM175 - Two-person approval commarea                  *
      * The destructive administrative actions - ZFAM110 failover,    *
      * ZFAM114 mass re-stamp, ZFAM115 right-to-be-forgotten purge    *
      * and ZFAM136 decommission - LINK ZFAM175 before they act, and  *
      * the ZFAM122 console LINKs it to decide a request.             *
      *                                                               *
      * AP-FUNCTION                                                   *
      *   G - gate: AP-ID zero records the action (AP-PROGRAM,        *
      *       AP-TRANID, AP-ACTION, AP-TABLE and the full parameters  *
      *       in AP-PARM) as a pending request and answers P - the    *
      *       caller must not act.  AP-ID non-zero is an approved run *
      *       started by ZFAM175: the request must be approved, for   *
      *       the same program and parameters, and not yet run - it   *
      *       answers G (go) and marks the request run, or D (denied) *
      *   Y - approve request AP-ID (a different userid from the      *
      *       requester) and START the action - answers A             *
      *   N - reject request AP-ID - answers R                        *
      *   X - expire every pending request past its expiry            *
      * AP-RESULT E is an error; AP-MESSAGE always says what happened *
      * in a line fit for the console.                                *
      *                                                               *
      * On approval the action's transaction is STARTed with the      *
      * stored parameters followed by the 7-digit request id.         *
      *****************************************************************
       01  AP-COMMAREA.
           02  AP-FUNCTION        PIC  X(01) VALUE SPACES.
           02  AP-ID              PIC  9(07) VALUE ZEROES.
           02  AP-PROGRAM         PIC  X(08) VALUE SPACES.
           02  AP-TRANID          PIC  X(04) VALUE SPACES.
           02  AP-ACTION          PIC  X(12) VALUE SPACES.
           02  AP-TABLE           PIC  X(04) VALUE SPACES.
           02  AP-RESULT          PIC  X(01) VALUE SPACES.
           02  AP-MESSAGE         PIC  X(79) VALUE SPACES.
           02  AP-PARM-LENGTH     PIC S9(04) COMP VALUE ZEROES.
           02  AP-PARM            PIC X(600) VALUE SPACES.

       01  ZFAM175                PIC  X(08) VALUE 'ZFAM175 '.

       01  AP-UNAVAILABLE         PIC  X(79) VALUE
           'Approval - ZFAM175 unavailable - action not run'.
      *****************************************************************
      * End   ZFAM175 - Two-person approval commarea                  *
      *****************************************************************

      *****************************************************************
      * Start ZFAMPA - Pending-approval record                        *
      * One record per requested action on the keyed ZFAMPA file,     *
      * keyed by request id.  PA-STATUS P pending, A approved, R      *
      * rejected, X expired, E run.  Times are CICS ABSTIME.          *
      *                                                               *
      * Request id zero is the control record: the last id issued and *
      * the minutes a request may wait for approval before it expires *
      * (zero means sixty).                                           *
      *****************************************************************
       01  PA-RECORD.
           02  PA-KEY.
               05  PA-ID          PIC  9(07) VALUE ZEROES.
           02  PA-STATUS          PIC  X(01) VALUE SPACES.
           02  PA-PROGRAM         PIC  X(08) VALUE SPACES.
           02  PA-TRANID          PIC  X(04) VALUE SPACES.
           02  PA-ACTION          PIC  X(12) VALUE SPACES.
           02  PA-TABLE           PIC  X(04) VALUE SPACES.
           02  PA-REQUESTER       PIC  X(08) VALUE SPACES.
           02  PA-REQUESTED       PIC  9(15) VALUE ZEROES.
           02  PA-EXPIRES         PIC  9(15) VALUE ZEROES.
           02  PA-DECIDER         PIC  X(08) VALUE SPACES.
           02  PA-DECIDED         PIC  9(15) VALUE ZEROES.
           02  PA-PARM-LENGTH     PIC  9(04) VALUE ZEROES.
           02  PA-PARM            PIC X(600) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  PC-RECORD REDEFINES PA-RECORD.
           02  PC-KEY             PIC  9(07).
           02  PC-LAST-ID         PIC  9(07).
           02  PC-EXPIRE-MINUTES  PIC  9(05).
           02  FILLER             PIC X(702).
      *****************************************************************
      * End   ZFAMPA - Pending-approval record                        *
      *****************************************************************
