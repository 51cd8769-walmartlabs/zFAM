      * TEXT/RECEIVE - this system carries no BMS mapsets):           *
      *                                                               *
      *   L           list FAxx tables with health/quiesce status     *
      *   D xx        table detail - ZFAM-DD settings, activity and   *
      *               the partner replication breakers                *
      *   K xx key    key inquiry - the FK-RECORD metadata            *
      *   U xx key    force-clear a row lock (the 3246 logic)         *
      *   Q xx        quiesce the table   (ZFAM120's state)           *
      *   Q xx OVERRIDE reason   the same inside a change freeze      *
      *   R xx        resume the table                                *
      *   A           list the open operator alerts (ZFAMAL)          *
      *   A xx cond   acknowledge the table's open alert for cond     *
      *   P xx [pgm]  list the table's utility reports (ZFAMRX),      *
      *               newest first, optionally for one program        *
      *   W           list approval requests pending or approved      *
      *   Y id        approve request id (any userid but its own      *
      *               requester) - ZFAM175 then starts the action     *
      *   N id        reject request id                               *
      *   O xx        list the table's DDNAME pool members closed to  *
      *               new writes after filling up (NOSPACE)           *
      *   O xx nn     reopen pool member nn to new writes             *
      *   V xx        list the table's saved views (FAxxVI) with      *
      *               their status and use counts                     *
      *   V xx name   show one view's definition                      *
      *   V xx name field value   set FROM, TO, PREFIX, SELECT, COLS, *
      *               ORDER or ROWS, defining the view if it is new   *
      *   V xx name RETIRE | ACTIVE | DELETE                          *
      *   J xx        list the table's journal consumers (ZFAMJC)     *
      *               with their state, position and last contact     *
      *   J xx name INACTIVE | ACTIVE | DELETE   retire a consumer so *
      *               it no longer holds the journal, restore it or   *
      *               remove it                                       *
      *   B xx        list the table's asynchronous jobs (FAxxAJ)     *
      *               with their state, rows and submission           *
      *   B xx id CANCEL   cancel a queued or running job             *
      *   C           list the table catalog (ZFAMTC) - owner, tier,  *
      *               classification and cost center per table        *
      *   C xx        show the table's catalog entry                  *
      *   C xx field value   set APP, BIZ, TECH, COST, TIER, CLASS or *
      *               HOURS, cataloging the table if it is new        *
      *   C xx RETIRE | ACTIVE | DELETE                               *
      *                                                               *
      * Guarded actions go through the same state and fields the      *
      * HTTP paths honor, so the console can never do something the   *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   A lists open alerts and A xx cond        *
      *                      acknowledges one for the ZFAM165 router. *
      * 2026-10-15 ZFAMDEV   P xx [pgm] lists the table's utility     *
      *                      reports from the ZFAMRX report index.    *
      * 2026-10-15 ZFAMDEV   Q xx honors the ZFAM174 change-freeze    *
      *                      calendar; Q xx OVERRIDE reason proceeds  *
      *                      and is audited.                          *
      * 2026-10-15 ZFAMDEV   W lists the ZFAM175 two-person approval  *
      *                      requests; Y id approves and N id         *
      *                      rejects one.                             *
      * 2026-10-15 ZFAMDEV   O xx lists the table's full pool members *
      *                      ZFAM002 closed to new writes; O xx nn    *
      *                      reopens one.                             *
      * 2026-10-15 ZFAMDEV   D xx shows the table's partner           *
      *                      replication circuit breakers.            *
      * 2026-10-15 ZFAMDEV   V xx maintains the table's saved views   *
      *                      (FAxxVI) for GET ?view=name.             *
      * 2026-10-15 ZFAMDEV   J xx lists and retires the table's       *
      *                      journal consumers for ZFAM185 pruning.   *
      * 2026-10-15 ZFAMDEV   B xx lists the table's asynchronous jobs *
      *                      and B xx id CANCEL cancels one.          *
      * 2026-10-15 ZFAMDEV   C [xx] lists and maintains the ZFAMTC    *
      *                      table catalog.                           *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  CMD-CODE               PIC  X(01) VALUE SPACES.
       01  CMD-SUFFIX             PIC  X(02) VALUE SPACES.
       01  CMD-KEY                PIC  X(64) VALUE SPACES.
       01  CMD-OVERRIDE           PIC  X(40) VALUE SPACES.
       01  OVERRIDE-OFFSET        PIC S9(04) COMP VALUE ZEROES.

       01  OUT-BUFFER             PIC X(1840) VALUE SPACES.
       01  OUT-OFFSET             PIC S9(08) COMP VALUE 1.

       COPY ZFAMFKC.

      *****************************************************************
      * Operator alerts on ZFAMAL, as ZFAM165 routes them.  An        *
      * acknowledgment closes every open (or not yet routed) alert of *
      * the table and condition.                                      *
      *****************************************************************
       01  AL-FILE                PIC  X(08) VALUE 'ZFAMAL  '.
       01  AL-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  AL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AL-BR-KEY              PIC  X(27) VALUE LOW-VALUES.
       01  AL-FOUND-KEY           PIC  X(27) VALUE LOW-VALUES.
       01  AL-FOUND               PIC  X(01) VALUE SPACES.
       01  AL-PREFIX              PIC  X(12) VALUE SPACES.
       01  AL-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  AL-ACK-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  AL-OPERATOR            PIC  X(08) VALUE SPACES.
       01  AL-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.

       COPY ZFAMALC.

      *****************************************************************
      * Utility report index, written by ZFAM173.                     *
      *****************************************************************
       01  RX-FILE                PIC  X(08) VALUE 'ZFAMRX  '.
       01  RX-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  RX-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  RX-BR-KEY              PIC  X(27) VALUE LOW-VALUES.
       01  RX-PREFIX              PIC  X(04) VALUE SPACES.
       01  RX-FILTER              PIC  X(08) VALUE SPACES.
       01  RX-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  RX-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.

       COPY ZFAMRPC.

      *****************************************************************
      * Two-person approval requests on ZFAMPA, decided through       *
      * ZFAM175.  W sweeps the expired requests first.                *
      *****************************************************************
       01  PA-FILE                PIC  X(08) VALUE 'ZFAMPA  '.
       01  PA-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  PA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  PA-BR-KEY              PIC  9(07) VALUE ZEROES.
       01  PA-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  PA-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.
       01  PA-CMD-TEXT            PIC  X(07) VALUE SPACES.
       01  PA-CMD-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  PA-CMD-ID              PIC  X(07) VALUE ZEROES.

       COPY ZFAMPAC.

      *****************************************************************
      * DDNAME pool members ZFAM002 closed to new writes on the       *
      * single-item xxPF queue (one byte per member, 'C' closed).     *
      *****************************************************************
       01  PF-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  PF-ITEM                PIC S9(04) COMP VALUE 1.
       01  PF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  PF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  PF-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  PF-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  PF-MEMBER              PIC  9(02) VALUE ZEROES.

       01  PF-ENTRY.
           02  PF-MAP             PIC X(100) VALUE SPACES.

      *****************************************************************
      * Partner replication circuit breakers ZFAM002 keeps on the     *
      * single-item xxCB queue.                                       *
      *****************************************************************
       01  CB-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  CB-ITEM                PIC S9(04) COMP VALUE 1.
       01  CB-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  CB-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CB-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  CB-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.

       COPY ZFAMCBC.

      *****************************************************************
      * Saved views (FAxxVI) - V xx [name [field value]].  The        *
      * value is the rest of the command line after the field.        *
      *****************************************************************
       01  VI-FCT.
           02  VI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'VI  '.

       01  VI-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  VI-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  VI-BR-KEY              PIC  X(16) VALUE LOW-VALUES.
       01  VI-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  VI-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.
       01  VI-POINTER             PIC S9(04) COMP VALUE ZEROES.
       01  VI-VAL-POINTER         PIC S9(04) COMP VALUE ZEROES.
       01  VI-EDIT-SW             PIC  X(01) VALUE SPACES.
       01  VI-EXISTS-SW           PIC  X(01) VALUE SPACES.

       01  VI-CMD-NAME            PIC  X(16) VALUE SPACES.
       01  VI-CMD-FIELD           PIC  X(08) VALUE SPACES.
       01  VI-CMD-VALUE           PIC  X(80) VALUE SPACES.

       01  VI-SEL-COLUMN          PIC  X(16) VALUE SPACES.
       01  VI-SEL-OPERATOR        PIC  X(02) VALUE SPACES.
       01  VI-SEL-VALUE           PIC  X(32) VALUE SPACES.
       01  VI-ORD-COLUMN          PIC  X(16) VALUE SPACES.
       01  VI-ORD-DIR             PIC  X(01) VALUE SPACES.
       01  VI-ROWS-TEXT           PIC  X(04) VALUE SPACES.
       01  VI-ROWS-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  VI-ROWS-N              PIC  X(04) VALUE ZEROES.

       COPY ZFAMVIC.

      *****************************************************************
      * Journal consumers (ZFAMJC) - J xx [name state].               *
      *****************************************************************
       01  JC-BR-KEY.
           02  JC-BR-TABLE        PIC  X(02) VALUE SPACES.
           02  JC-BR-CONSUMER     PIC  X(16) VALUE LOW-VALUES.

       01  JC-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  JC-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.
       01  JC-CMD-NAME            PIC  X(16) VALUE SPACES.
       01  JC-CMD-STATE           PIC  X(08) VALUE SPACES.

       COPY ZFAMJCC.

      *****************************************************************
      * Asynchronous jobs (FAxxAJ) - B xx [id CANCEL].                *
      *****************************************************************
       01  AJ-BR-KEY              PIC  X(22) VALUE LOW-VALUES.
       01  AJ-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  AJ-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.
       01  AJ-NOW-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  AJ-DAY-MILLISECONDS    PIC S9(15) COMP-3 VALUE 86400000.
       01  AJ-CMD-ID              PIC  X(22) VALUE SPACES.
       01  AJ-CMD-ACTION          PIC  X(08) VALUE SPACES.
       01  AJ-PRIOR-STATUS        PIC  X(01) VALUE SPACES.
       01  AJ-TASK                PIC S9(07) COMP-3 VALUE ZEROES.
       01  AJ-TASK-TRANID         PIC  X(04) VALUE SPACES.

       COPY ZFAMAJC.

      *****************************************************************
      * Table catalog (ZFAMTC) - C [xx [field value]].  The value is  *
      * the rest of the command line after the field.                 *
      *****************************************************************
       01  TC-BR-KEY              PIC  X(04) VALUE LOW-VALUES.
       01  TC-LIST-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  TC-FORMAT-ABS          PIC S9(15) COMP-3 VALUE ZEROES.
       01  TC-POINTER             PIC S9(04) COMP VALUE ZEROES.
       01  TC-EDIT-SW             PIC  X(01) VALUE SPACES.
       01  TC-EXISTS-SW           PIC  X(01) VALUE SPACES.

       01  TC-CMD-TABLE.
           02  FILLER             PIC  X(02) VALUE 'FA'.
           02  TC-CMD-SUFFIX      PIC  X(02) VALUE SPACES.
       01  TC-CMD-FIELD           PIC  X(08) VALUE SPACES.
       01  TC-CMD-VALUE           PIC  X(80) VALUE SPACES.
       01  TC-STAMP-ABS           PIC  9(15) VALUE ZEROES.
       01  TC-STAMP-USER          PIC  X(08) VALUE SPACES.

       COPY ZFAMTCC.

      *****************************************************************
      * Formatted output lines.                                       *
      *****************************************************************
           02  LN-K-VERSIONS      PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(31) VALUE SPACES.

       01  LN-BREAKER.
           02  FILLER             PIC  X(08) VALUE 'Breaker '.
           02  LN-B-PARTNER       PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-B-STATE         PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE ' fails '.
           02  LN-B-FAILURES      PIC  ZZZZ9.
           02  FILLER             PIC  X(08) VALUE ' opened '.
           02  LN-B-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-B-HOST          PIC  X(33) VALUE SPACES.

       01  LN-ALERT.
           02  LN-A-TABLE         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-A-CONDITION     PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-A-STATE         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-A-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-A-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' rpt '.
           02  LN-A-REPEATS       PIC  ZZZZZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-A-TEXT          PIC  X(28) VALUE SPACES.

       01  LN-REPORT.
           02  LN-R-PROGRAM       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-R-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-R-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  LN-R-QUEUE         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-R-DATASET       PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' pp '.
           02  LN-R-PAGES         PIC  ZZZZ9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-R-STATUS        PIC  X(11) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-R-OPERATOR      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE SPACES.

       01  LN-APPROVAL.
           02  LN-P-ID            PIC  9(07) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-P-PROGRAM       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-P-ACTION        PIC  X(12) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-P-TABLE         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-P-STATUS        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' by '.
           02  LN-P-REQUESTER     PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' exp '.
           02  LN-P-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-P-TIME          PIC  X(08) VALUE SPACES.

       01  LN-POOL.
           02  FILLER             PIC  X(12) VALUE 'Pool member '.
           02  LN-O-MEMBER        PIC  9(02) VALUE ZEROES.
           02  FILLER             PIC  X(65) VALUE
               ' closed to new writes - O xx nn reopens it'.

       01  MSG-HELP               PIC  X(79) VALUE
           'zFAM: L | D xx | K xx key | U xx key | Q xx | R xx | A [xx c
      -    'ond] | P xx [pgm]'.
       01  MSG-HELP-2             PIC  X(79) VALUE
           'zFAM: W | Y id | N id  (approval requests) | O xx [nn] (full
      -    ' pool members)'.
       01  MSG-HELP-3             PIC  X(79) VALUE
           'zFAM: V xx [name [field value | RETIRE | ACTIVE | DELETE]] (
      -    'saved views)'.
       01  MSG-HELP-4             PIC  X(79) VALUE
           'zFAM: J xx [name INACTIVE | ACTIVE | DELETE] (journal consum
      -    'ers)'.
       01  MSG-HELP-5             PIC  X(79) VALUE
           'zFAM: B xx [id CANCEL] (asynchronous jobs)'.
       01  MSG-HELP-6             PIC  X(79) VALUE
           'zFAM: C [xx [field value | RETIRE | ACTIVE | DELETE]] (table
      -    ' catalog)'.
       01  MSG-NOT-FOUND          PIC  X(79) VALUE
           'Record not found'.
       01  MSG-UNLOCKED           PIC  X(79) VALUE
           'Table quiesced'.
       01  MSG-RESUMED            PIC  X(79) VALUE
           'Table resumed'.
       01  MSG-NO-ALERTS          PIC  X(79) VALUE
           'No open alerts'.
       01  MSG-ACKED              PIC  X(79) VALUE
           'Alert acknowledged'.
       01  MSG-NO-OPEN            PIC  X(79) VALUE
           'No open alert for that table and condition'.
       01  MSG-NO-TEMPLATE        PIC  X(79) VALUE
           'No ZFAM-DD document template for that table'.
       01  MSG-NO-REPORTS         PIC  X(79) VALUE
           'No utility reports indexed for that table'.
       01  MSG-NO-APPROVALS       PIC  X(79) VALUE
           'No approval requests pending'.
       01  MSG-BAD-ID             PIC  X(79) VALUE
           'Enter the approval request id - Y id or N id'.
       01  MSG-NO-CLOSED          PIC  X(79) VALUE
           'No pool members closed for that table'.
       01  MSG-REOPENED           PIC  X(79) VALUE
           'Pool member reopened to new writes'.
       01  MSG-BAD-MEMBER         PIC  X(79) VALUE
           'Enter the two-digit pool member - O xx nn'.
       01  MSG-FROZEN             PIC  X(79) VALUE
           'Not quiesced - enter Q xx OVERRIDE reason to override the fr
      -    'eeze'.
       01  MSG-NO-VIEWS           PIC  X(79) VALUE
           'No views defined for that table'.
       01  MSG-VIEW-SAVED         PIC  X(79) VALUE
           'View saved'.
       01  MSG-VIEW-RETIRED       PIC  X(79) VALUE
           'View retired - GET ?view= now answers 400'.
       01  MSG-VIEW-ACTIVE        PIC  X(79) VALUE
           'View active'.
       01  MSG-VIEW-DELETED       PIC  X(79) VALUE
           'View deleted'.
       01  MSG-VIEW-FAILED        PIC  X(79) VALUE
           'View not saved - FAxxVI could not be updated'.
       01  MSG-BAD-VIEW           PIC  X(79) VALUE
           'Fields: FROM TO PREFIX SELECT COLS ORDER ROWS - or RETIRE AC
      -    'TIVE DELETE'.
       01  MSG-BAD-SELECT         PIC  X(79) VALUE
           'Enter SELECT column op value - op is EQ NE GT GE LT LE'.
       01  MSG-BAD-ORDER          PIC  X(79) VALUE
           'Enter ORDER column, or ORDER column D for descending'.
       01  MSG-BAD-ROWS           PIC  X(79) VALUE
           'Enter ROWS 0 to 9999 - 0 answers the default of 100'.
       01  MSG-NO-CONSUMERS       PIC  X(79) VALUE
           'No journal consumers registered for that table'.
       01  MSG-CONSUMER-INACTIVE  PIC  X(79) VALUE
           'Consumer inactive - no longer holds the journal'.
       01  MSG-CONSUMER-ACTIVE    PIC  X(79) VALUE
           'Consumer active'.
       01  MSG-CONSUMER-DELETED   PIC  X(79) VALUE
           'Consumer deleted'.
       01  MSG-CONSUMER-FAILED    PIC  X(79) VALUE
           'Consumer not updated - ZFAMJC could not be updated'.
       01  MSG-BAD-CONSUMER       PIC  X(79) VALUE
           'Enter J xx name INACTIVE, ACTIVE or DELETE'.
       01  MSG-NO-JOBS            PIC  X(79) VALUE
           'No asynchronous jobs on file for that table'.
       01  MSG-JOB-CANCELLED      PIC  X(79) VALUE
           'Job cancelled'.
       01  MSG-JOB-FINISHED       PIC  X(79) VALUE
           'Job has already finished - not cancelled'.
       01  MSG-JOB-FAILED         PIC  X(79) VALUE
           'Job not cancelled - FAxxAJ could not be updated'.
       01  MSG-BAD-JOB            PIC  X(79) VALUE
           'Enter B xx id CANCEL'.
       01  MSG-NO-CATALOG         PIC  X(79) VALUE
           'No tables cataloged'.
       01  MSG-CATALOG-SAVED      PIC  X(79) VALUE
           'Catalog entry saved'.
       01  MSG-CATALOG-RETIRED    PIC  X(79) VALUE
           'Catalog entry retired'.
       01  MSG-CATALOG-ACTIVE     PIC  X(79) VALUE
           'Catalog entry active'.
       01  MSG-CATALOG-DELETED    PIC  X(79) VALUE
           'Catalog entry deleted'.
       01  MSG-CATALOG-FAILED     PIC  X(79) VALUE
           'Catalog entry not saved - ZFAMTC could not be updated'.
       01  MSG-BAD-CATALOG        PIC  X(79) VALUE
           'Fields: APP BIZ TECH COST TIER CLASS HOURS - or RETIRE ACTIV
      -    'E DELETE'.
       01  MSG-BAD-TIER           PIC  X(79) VALUE
           'Enter TIER 1 to 4 - 1 is the most critical'.
       01  MSG-BAD-CLASS          PIC  X(79) VALUE
           'Enter CLASS PUBLIC, INTERNAL, CONFIDENTIAL or RESTRICTED'.

       01  LN-VIEW.
           02  LN-V-NAME          PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-V-STATUS        PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' uses '.
           02  LN-V-USES          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE ' last used '.
           02  LN-V-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-V-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE SPACES.

       01  LN-CONSUMER.
           02  LN-J-NAME          PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-J-TYPE          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-J-STATUS        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' pos '.
           02  LN-J-POSITION      PIC  Z(08)9.
           02  FILLER             PIC  X(06) VALUE ' seen '.
           02  LN-J-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-J-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE SPACES.

       01  LN-JOB.
           02  LN-S-ID            PIC  X(22) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-S-STATUS        PIC  X(09) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-S-METHOD        PIC  X(06) VALUE SPACES.
           02  LN-S-ROWS          PIC  Z(08)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-S-DATE          PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-S-TIME          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-S-USERID        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.

       01  LN-CATALOG.
           02  LN-C-TABLE         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-C-STATUS        PIC  X(07) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-C-APPLICATION   PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' tier '.
           02  LN-C-TIER          PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  LN-C-CLASS         PIC  X(12) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE ' cc '.
           02  LN-C-COST-CENTER   PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

       01  LN-VIEW-TEXT.
           02  LN-V-LABEL         PIC  X(09) VALUE SPACES.
           02  LN-V-TEXT          PIC  X(70) VALUE SPACES.

       01  LN-FROZEN.
           02  FILLER             PIC  X(20) VALUE
               'Change freeze until '.
           02  LN-F-UNTIL         PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  LN-F-NAME          PIC  X(40) VALUE SPACES.

      *****************************************************************
      * Change-freeze check (ZFAM174/ZFAMFZ).                         *
      *****************************************************************
       COPY ZFAMFZC.


      *****************************************************************
      * Dynamic Storage                                               *
           ELSE
           IF  CMD-CODE EQUAL 'R'
               PERFORM 6100-RESUME         THRU 6100-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'A'
           AND CMD-SUFFIX EQUAL SPACES
               PERFORM 7000-LIST-ALERTS    THRU 7000-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'A'
               PERFORM 7500-ACKNOWLEDGE    THRU 7500-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'P'
               PERFORM 7600-LIST-REPORTS   THRU 7600-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'W'
               PERFORM 7700-LIST-APPROVALS THRU 7700-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'Y'
           OR  CMD-CODE EQUAL 'N'
               PERFORM 7800-DECIDE         THRU 7800-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'O'
               PERFORM 7900-POOL-MEMBERS   THRU 7900-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'V'
               PERFORM 7950-VIEWS          THRU 7950-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'J'
               PERFORM 7995-CONSUMERS      THRU 7995-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'B'
               PERFORM 7200-JOBS           THRU 7200-EXIT
           ELSE
           IF  CMD-CODE EQUAL 'C'
               PERFORM 7300-CATALOG        THRU 7300-EXIT
           ELSE
               MOVE MSG-HELP                 TO OUT-LINE
               PERFORM 8100-ADD-LINE       THRU 8100-EXIT
               MOVE MSG-HELP-2               TO OUT-LINE
               PERFORM 8100-ADD-LINE       THRU 8100-EXIT
               MOVE MSG-HELP-3               TO OUT-LINE
               PERFORM 8100-ADD-LINE       THRU 8100-EXIT
               MOVE MSG-HELP-4               TO OUT-LINE
               PERFORM 8100-ADD-LINE       THRU 8100-EXIT
               MOVE MSG-HELP-5               TO OUT-LINE
               PERFORM 8100-ADD-LINE       THRU 8100-EXIT
               MOVE MSG-HELP-6               TO OUT-LINE
               PERFORM 8100-ADD-LINE       THRU 8100-EXIT.

           PERFORM 8000-SEND-SCREEN        THRU 8000-EXIT.
                    CMD-SUFFIX
                    CMD-KEY.

           MOVE ZEROES                TO OVERRIDE-OFFSET.

           INSPECT TERM-INPUT TALLYING OVERRIDE-OFFSET
               FOR CHARACTERS BEFORE INITIAL ' OVERRIDE '.

           IF  OVERRIDE-OFFSET LESS THAN 70
               ADD 11                 TO OVERRIDE-OFFSET
               MOVE TERM-INPUT(OVERRIDE-OFFSET:)
                                      TO CMD-OVERRIDE.

           INSPECT CMD-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE LN-DETAIL-3           TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

           PERFORM 3100-BREAKERS    THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * One line per partner replication breaker the table has        *
      * tripped or reset; a table whose breakers have never tripped   *
      * shows none.                                                   *
      *****************************************************************
       3100-BREAKERS.
           MOVE CMD-SUFFIX            TO CB-TSQ(1:2).
           MOVE 'CB'                  TO CB-TSQ(3:2).
           MOVE 1                     TO CB-ITEM.
           MOVE LENGTH OF CB-ENTRY    TO CB-LENGTH.

           EXEC CICS READQ TS QUEUE(CB-TSQ)
                INTO  (CB-ENTRY)
                LENGTH(CB-LENGTH)
                ITEM  (CB-ITEM)
                RESP  (CB-RESP)
                NOHANDLE
           END-EXEC.

           IF  CB-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3100-EXIT.

           PERFORM 3110-BREAKER-LINE THRU 3110-EXIT
               VARYING CB-INDEX FROM 1 BY 1
               UNTIL   CB-INDEX GREATER THAN 3.

       3100-EXIT.
           EXIT.

       3110-BREAKER-LINE.
           IF  CB-STATE(CB-INDEX) EQUAL SPACES
               GO TO 3110-EXIT.

           MOVE CB-INDEX              TO LN-B-PARTNER.
           MOVE 'CLOSED'              TO LN-B-STATE.

           IF  CB-STATE(CB-INDEX) EQUAL 'O'
               MOVE 'OPEN'            TO LN-B-STATE.

           IF  CB-STATE(CB-INDEX) EQUAL 'P'
               MOVE 'PROBING'         TO LN-B-STATE.

           MOVE CB-FAILURES(CB-INDEX) TO LN-B-FAILURES.
           MOVE CB-HOST(CB-INDEX)     TO LN-B-HOST.
           MOVE SPACES                TO LN-B-TIME.

           IF  CB-OPENED-ABS(CB-INDEX) GREATER THAN ZEROES
               MOVE CB-OPENED-ABS(CB-INDEX) TO CB-FORMAT-ABS
               EXEC CICS FORMATTIME ABSTIME(CB-FORMAT-ABS)
                    TIME(LN-B-TIME)
                    TIMESEP
                    NOHANDLE
               END-EXEC.

           MOVE LN-BREAKER            TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * K xx key - the key's FK-RECORD metadata.                      *
      *****************************************************************

      *****************************************************************
      * Q xx - quiesce the table through the same FAxxQS state the    *
      * ZFAM120 transaction and the HTTP paths honor - refused, as    *
      * ZFAM120 refuses it, inside a change-freeze window unless an   *
      * OVERRIDE reason follows.                                      *
      *****************************************************************
       6000-QUIESCE.
           MOVE 'ZFAM122 '            TO FC-PROGRAM.
           MOVE 'QUIESCE     '        TO FC-ACTION.
           MOVE FA                    TO FC-TABLE(1:2).
           MOVE CMD-SUFFIX            TO FC-TABLE(3:2).
           MOVE CMD-OVERRIDE          TO FC-OVERRIDE.

           EXEC CICS LINK PROGRAM(ZFAM174)
                COMMAREA(FC-COMMAREA)
                LENGTH  (LENGTH OF FC-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  FC-RESULT EQUAL 'F'
               MOVE FC-UNTIL          TO LN-F-UNTIL
               MOVE FC-NAME           TO LN-F-NAME
               MOVE LN-FROZEN         TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               MOVE MSG-FROZEN        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 6000-EXIT.

           MOVE 'Q'                   TO QS-STATE.
           PERFORM 6500-WRITE-STATE THRU 6500-EXIT.

           EXIT.

      *****************************************************************
      * A - list the open (and not yet routed) operator alerts.       *
      *****************************************************************
       7000-LIST-ALERTS.
           MOVE SPACES                TO EOF.
           MOVE ZEROES                TO AL-LIST-COUNT.
           MOVE LOW-VALUES            TO AL-BR-KEY.

           EXEC CICS STARTBR FILE(AL-FILE)
                RIDFLD(AL-BR-KEY)
                GTEQ
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7100-LIST-NEXT  THRU 7100-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               EXEC CICS ENDBR FILE(AL-FILE) NOHANDLE
               END-EXEC.

           IF  AL-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-ALERTS     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7000-EXIT.
           EXIT.

       7100-LIST-NEXT.
           MOVE LENGTH OF AL-RECORD   TO AL-LENGTH.

           EXEC CICS READNEXT FILE(AL-FILE)
                INTO  (AL-RECORD)
                RIDFLD(AL-BR-KEY)
                LENGTH(AL-LENGTH)
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OUT-OFFSET GREATER THAN 1760
               MOVE 'Y'    TO EOF
               GO TO 7100-EXIT.

           IF  AL-STATUS NOT EQUAL 'O'
           AND AL-STATUS NOT EQUAL 'N'
               GO TO 7100-EXIT.

           ADD  1                     TO AL-LIST-COUNT.

           MOVE AL-TABLE              TO LN-A-TABLE.
           MOVE AL-CONDITION          TO LN-A-CONDITION.
           IF  AL-STATUS EQUAL 'O'
               MOVE 'OPEN'            TO LN-A-STATE
           ELSE
               MOVE 'NEW '            TO LN-A-STATE.

           MOVE AL-RAISED-ABS         TO AL-FORMAT-ABS.
           EXEC CICS FORMATTIME ABSTIME(AL-FORMAT-ABS)
                TIME(LN-A-TIME)
                YYYYMMDD(LN-A-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE AL-REPEATS            TO LN-A-REPEATS.
           MOVE AL-TEXT               TO LN-A-TEXT.
           MOVE LN-ALERT              TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7100-EXIT.
           EXIT.

      *****************************************************************
      * B xx [id CANCEL] - the table's asynchronous jobs on FAxxAJ.   *
      * B xx lists them, oldest first; CANCEL cancels a queued or     *
      * running job as DELETE ?job=id does.                           *
      *****************************************************************
       7200-JOBS.
           MOVE SPACES                TO AJ-CMD-ID
                                         AJ-CMD-ACTION.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO CMD-WORD
                    CMD-CODE
                    CMD-SUFFIX
                    AJ-CMD-ID
                    AJ-CMD-ACTION.

           INSPECT CMD-SUFFIX
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           INSPECT AJ-CMD-ACTION
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE CMD-SUFFIX            TO AJ-TRANID(3:2).

           IF  AJ-CMD-ID EQUAL SPACES
               PERFORM 7210-LIST-JOBS THRU 7210-EXIT
               GO TO 7200-EXIT.

           IF  AJ-CMD-ACTION EQUAL 'CANCEL'
               PERFORM 7230-CANCEL-JOB THRU 7230-EXIT
               GO TO 7200-EXIT.

           MOVE MSG-BAD-JOB           TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7200-EXIT.
           EXIT.

      *****************************************************************
      * B xx - list the table's jobs in submission order.             *
      *****************************************************************
       7210-LIST-JOBS.
           MOVE SPACES                TO EOF.
           MOVE ZEROES                TO AJ-LIST-COUNT.
           MOVE LOW-VALUES            TO AJ-BR-KEY.

           EXEC CICS STARTBR FILE(AJ-FCT)
                RIDFLD(AJ-BR-KEY)
                GTEQ
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7220-JOB-NEXT  THRU 7220-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               EXEC CICS ENDBR FILE(AJ-FCT) NOHANDLE
               END-EXEC.

           IF  AJ-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-JOBS       TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7210-EXIT.
           EXIT.

      *****************************************************************
      * One job's line - id, state, method, rows processed, when it   *
      * was submitted and by whom.                                    *
      *****************************************************************
       7220-JOB-NEXT.
           MOVE LENGTH OF AJ-RECORD   TO AJ-LENGTH.

           EXEC CICS READNEXT FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-BR-KEY)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OUT-OFFSET GREATER THAN 1760
               MOVE 'Y'    TO EOF
               GO TO 7220-EXIT.

           ADD  1                     TO AJ-LIST-COUNT.

           MOVE AJ-ID                 TO LN-S-ID.
           MOVE AJ-METHOD             TO LN-S-METHOD.
           MOVE AJ-PROGRESS           TO LN-S-ROWS.
           MOVE AJ-USERID             TO LN-S-USERID.

           IF  AJ-STATUS EQUAL 'Q'
               MOVE 'queued'          TO LN-S-STATUS.

           IF  AJ-STATUS EQUAL 'R'
               MOVE 'running'         TO LN-S-STATUS.

           IF  AJ-STATUS EQUAL 'D'
               MOVE 'done'            TO LN-S-STATUS.

           IF  AJ-STATUS EQUAL 'F'
               MOVE 'failed'          TO LN-S-STATUS.

           IF  AJ-STATUS EQUAL 'C'
               MOVE 'cancelled'       TO LN-S-STATUS.

           MOVE AJ-SUBMITTED-ABS      TO AJ-FORMAT-ABS.

           EXEC CICS FORMATTIME ABSTIME(AJ-FORMAT-ABS)
                TIME(LN-S-TIME)
                YYYYMMDD(LN-S-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LN-JOB                TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7220-EXIT.
           EXIT.

      *****************************************************************
      * B xx id CANCEL - cancel a queued or running job.  A range     *
      * delete stops at its next syncpoint; the task running a GET is *
      * purged.  A finished job is left as it is.                     *
      *****************************************************************
       7230-CANCEL-JOB.
           MOVE AJ-CMD-ID             TO AJ-ID.
           MOVE LENGTH OF AJ-RECORD   TO AJ-LENGTH.

           EXEC CICS READ FILE(AJ-FCT)
                INTO  (AJ-RECORD)
                RIDFLD(AJ-KEY)
                LENGTH(AJ-LENGTH)
                UPDATE
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-NOT-FOUND     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7230-EXIT.

           IF  AJ-STATUS NOT EQUAL 'Q'
           AND AJ-STATUS NOT EQUAL 'R'
               EXEC CICS UNLOCK FILE(AJ-FCT) NOHANDLE
               END-EXEC
               MOVE MSG-JOB-FINISHED  TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7230-EXIT.

           EXEC CICS ASKTIME ABSTIME(AJ-NOW-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS ASSIGN USERID(AJ-CANCELLED-BY) NOHANDLE
           END-EXEC.

           MOVE AJ-STATUS             TO AJ-PRIOR-STATUS.
           MOVE 'C'                   TO AJ-STATUS.
           MOVE ZEROES                TO AJ-TICKET.
           MOVE AJ-NOW-ABS            TO AJ-FINISHED-ABS.
           COMPUTE AJ-EXPIRES-ABS = AJ-NOW-ABS +
                   (AJ-RETAIN-DAYS * AJ-DAY-MILLISECONDS).

           EXEC CICS REWRITE FILE(AJ-FCT)
                FROM  (AJ-RECORD)
                LENGTH(AJ-LENGTH)
                RESP  (AJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  AJ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-JOB-FAILED    TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7230-EXIT.

           EXEC CICS SYNCPOINT NOHANDLE
           END-EXEC.

           IF  AJ-PRIOR-STATUS  EQUAL 'R'
           AND AJ-METHOD        EQUAL 'GET'
           AND AJ-SERVER-TASK   GREATER THAN ZEROES
               MOVE AJ-SERVER-TASK    TO AJ-TASK
               MOVE SPACES            TO AJ-TASK-TRANID
               EXEC CICS INQUIRE TASK(AJ-TASK)
                    TRANSACTION(AJ-TASK-TRANID)
                    NOHANDLE
               END-EXEC
               IF  EIBRESP            EQUAL DFHRESP(NORMAL)
               AND AJ-TASK-TRANID(1:2) EQUAL 'FA'
               AND AJ-TASK-TRANID(3:2) EQUAL CMD-SUFFIX
                   EXEC CICS SET TASK(AJ-TASK)
                        PURGE
                        NOHANDLE
                   END-EXEC.

           MOVE MSG-JOB-CANCELLED     TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7230-EXIT.
           EXIT.

      *****************************************************************
      * C [xx [field value]] - the ZFAMTC table catalog.  C lists     *
      * every table cataloged; C xx shows one entry; a field and      *
      * value set one part of it, cataloging the table (active) when  *
      * it is new; an empty value clears the field.  RETIRE marks the *
      * entry retired, as ZFAM136 does at decommission, ACTIVE        *
      * restores it and DELETE removes it.                            *
      *****************************************************************
       7300-CATALOG.
           MOVE SPACES                TO TC-CMD-FIELD
                                         TC-CMD-VALUE.
           MOVE 1                     TO TC-POINTER.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO CMD-WORD
                    CMD-CODE
                    CMD-SUFFIX
                    TC-CMD-FIELD
               WITH POINTER TC-POINTER.

           IF  TC-POINTER NOT GREATER THAN LENGTH OF TERM-INPUT
               MOVE TERM-INPUT(TC-POINTER:)
                                      TO TC-CMD-VALUE.

           MOVE CMD-SUFFIX            TO TC-CMD-SUFFIX.
           INSPECT TC-CMD-TABLE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           INSPECT TC-CMD-FIELD
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  CMD-SUFFIX EQUAL SPACES
               PERFORM 7310-LIST-CATALOG THRU 7310-EXIT
               GO TO 7300-EXIT.

           IF  TC-CMD-FIELD EQUAL SPACES
               PERFORM 7320-SHOW-ENTRY  THRU 7320-EXIT
               GO TO 7300-EXIT.

           IF  TC-CMD-FIELD EQUAL 'DELETE'
               PERFORM 7385-DELETE-ENTRY THRU 7385-EXIT
               GO TO 7300-EXIT.

           IF  TC-CMD-FIELD EQUAL 'RETIRE'
           OR  TC-CMD-FIELD EQUAL 'ACTIVE'
               PERFORM 7380-ENTRY-STATE THRU 7380-EXIT
               GO TO 7300-EXIT.

           PERFORM 7340-EDIT-VALUE    THRU 7340-EXIT.

           IF  TC-EDIT-SW EQUAL 'Y'
               PERFORM 7350-SAVE-ENTRY  THRU 7350-EXIT.

       7300-EXIT.
           EXIT.

      *****************************************************************
      * C - list the catalog in table order.                          *
      *****************************************************************
       7310-LIST-CATALOG.
           MOVE SPACES                TO EOF.
           MOVE ZEROES                TO TC-LIST-COUNT.
           MOVE LOW-VALUES            TO TC-BR-KEY.

           EXEC CICS STARTBR FILE(TC-FILE)
                RIDFLD(TC-BR-KEY)
                GTEQ
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7311-LIST-NEXT THRU 7311-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               EXEC CICS ENDBR FILE(TC-FILE) NOHANDLE
               END-EXEC.

           IF  TC-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-CATALOG    TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7310-EXIT.
           EXIT.

       7311-LIST-NEXT.
           MOVE LENGTH OF TC-RECORD   TO TC-LENGTH.

           EXEC CICS READNEXT FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-BR-KEY)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OUT-OFFSET GREATER THAN 1760
               MOVE 'Y'    TO EOF
               GO TO 7311-EXIT.

           ADD  1                     TO TC-LIST-COUNT.
           PERFORM 7312-ENTRY-LINE  THRU 7312-EXIT.

       7311-EXIT.
           EXIT.

      *****************************************************************
      * One table's summary line - table, status, owning application, *
      * tier, classification and cost center.                         *
      *****************************************************************
       7312-ENTRY-LINE.
           MOVE TC-TABLE              TO LN-C-TABLE.

           IF  TC-STATUS EQUAL 'R'
               MOVE 'retired'         TO LN-C-STATUS
           ELSE
               MOVE 'active'          TO LN-C-STATUS.

           MOVE TC-APPLICATION        TO LN-C-APPLICATION.
           MOVE TC-TIER               TO LN-C-TIER.
           MOVE TC-CLASSIFICATION     TO LN-C-CLASS.
           MOVE TC-COST-CENTER        TO LN-C-COST-CENTER.

           IF  TC-TIER EQUAL SPACES
               MOVE '-'               TO LN-C-TIER.

           MOVE LN-CATALOG            TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7312-EXIT.
           EXIT.

      *****************************************************************
      * C xx - show the table's catalog entry.                        *
      *****************************************************************
       7320-SHOW-ENTRY.
           MOVE TC-CMD-TABLE          TO TC-TABLE.
           MOVE LENGTH OF TC-RECORD   TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-NOT-FOUND     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7320-EXIT.

           PERFORM 7312-ENTRY-LINE  THRU 7312-EXIT.

           MOVE 'Biz:'                TO LN-V-LABEL.
           MOVE TC-BUSINESS-CONTACT   TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Tech:'               TO LN-V-LABEL.
           MOVE TC-TECHNICAL-CONTACT  TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Hours:'              TO LN-V-LABEL.
           MOVE TC-SUPPORT-HOURS      TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Created:'            TO LN-V-LABEL.
           MOVE TC-CREATED-ABS        TO TC-STAMP-ABS.
           MOVE TC-CREATED-USER       TO TC-STAMP-USER.
           PERFORM 7321-STAMP-LINE  THRU 7321-EXIT.

           MOVE 'Changed:'            TO LN-V-LABEL.
           MOVE TC-CHANGED-ABS        TO TC-STAMP-ABS.
           MOVE TC-CHANGED-USER       TO TC-STAMP-USER.
           PERFORM 7321-STAMP-LINE  THRU 7321-EXIT.

           IF  TC-STATUS EQUAL 'R'
               MOVE 'Retired:'        TO LN-V-LABEL
               MOVE TC-RETIRED-ABS    TO TC-STAMP-ABS
               MOVE TC-RETIRED-USER   TO TC-STAMP-USER
               PERFORM 7321-STAMP-LINE THRU 7321-EXIT.

       7320-EXIT.
           EXIT.

      *****************************************************************
      * One when-and-who line; a stamp never set shows as never.      *
      *****************************************************************
       7321-STAMP-LINE.
           IF  TC-STAMP-ABS NOT NUMERIC
           OR  TC-STAMP-ABS EQUAL ZEROES
               MOVE 'never'           TO LN-V-TEXT
               PERFORM 7961-TEXT-LINE THRU 7961-EXIT
               GO TO 7321-EXIT.

           MOVE TC-STAMP-ABS          TO TC-FORMAT-ABS.
           EXEC CICS FORMATTIME ABSTIME(TC-FORMAT-ABS)
                TIME(LN-V-TIME)
                YYYYMMDD(LN-V-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.
           STRING LN-V-DATE           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  LN-V-TIME           DELIMITED BY SIZE
                  ' by '              DELIMITED BY SIZE
                  TC-STAMP-USER       DELIMITED BY SIZE
               INTO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

       7321-EXIT.
           EXIT.

      *****************************************************************
      * Edit the field and value before the entry is read for         *
      * update.  APP and CLASS are folded to upper case; TIER must be *
      * 1 to 4 and CLASS one of the four classifications.  BIZ,       *
      * TECH, COST and HOURS take the value as it stands.             *
      *****************************************************************
       7340-EDIT-VALUE.
           MOVE 'N'                   TO TC-EDIT-SW.

           IF  TC-CMD-FIELD EQUAL 'APP'
           OR  TC-CMD-FIELD EQUAL 'CLASS'
               INSPECT TC-CMD-VALUE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  TC-CMD-FIELD EQUAL 'TIER'
               PERFORM 7341-EDIT-TIER   THRU 7341-EXIT
               GO TO 7340-EXIT.

           IF  TC-CMD-FIELD EQUAL 'CLASS'
               PERFORM 7342-EDIT-CLASS  THRU 7342-EXIT
               GO TO 7340-EXIT.

           IF  TC-CMD-FIELD EQUAL 'APP'
           OR  TC-CMD-FIELD EQUAL 'BIZ'
           OR  TC-CMD-FIELD EQUAL 'TECH'
           OR  TC-CMD-FIELD EQUAL 'COST'
           OR  TC-CMD-FIELD EQUAL 'HOURS'
               MOVE 'Y'               TO TC-EDIT-SW
               GO TO 7340-EXIT.

           MOVE MSG-BAD-CATALOG       TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7340-EXIT.
           EXIT.

       7341-EDIT-TIER.
           IF  TC-CMD-VALUE(2:) NOT EQUAL SPACES
               GO TO 7341-ERROR.

           IF  TC-CMD-VALUE(1:1) EQUAL SPACES
           OR  TC-CMD-VALUE(1:1) EQUAL '1'
           OR  TC-CMD-VALUE(1:1) EQUAL '2'
           OR  TC-CMD-VALUE(1:1) EQUAL '3'
           OR  TC-CMD-VALUE(1:1) EQUAL '4'
               MOVE 'Y'               TO TC-EDIT-SW
               GO TO 7341-EXIT.

       7341-ERROR.
           MOVE MSG-BAD-TIER          TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7341-EXIT.
           EXIT.

       7342-EDIT-CLASS.
           IF  TC-CMD-VALUE EQUAL SPACES
           OR  TC-CMD-VALUE EQUAL 'PUBLIC'
           OR  TC-CMD-VALUE EQUAL 'INTERNAL'
           OR  TC-CMD-VALUE EQUAL 'CONFIDENTIAL'
           OR  TC-CMD-VALUE EQUAL 'RESTRICTED'
               MOVE 'Y'               TO TC-EDIT-SW
               GO TO 7342-EXIT.

           MOVE MSG-BAD-CLASS         TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7342-EXIT.
           EXIT.

      *****************************************************************
      * Set the field on the catalog entry - read for update, or      *
      * started afresh and active when the table is new - stamp who   *
      * changed it and when, and show the result.                     *
      *****************************************************************
       7350-SAVE-ENTRY.
           MOVE 'Y'                   TO TC-EXISTS-SW.
           MOVE TC-CMD-TABLE          TO TC-TABLE.
           MOVE LENGTH OF TC-RECORD   TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                UPDATE
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'N'               TO TC-EXISTS-SW
               PERFORM 7351-NEW-ENTRY THRU 7351-EXIT.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
           AND TC-EXISTS-SW EQUAL 'Y'
               MOVE MSG-CATALOG-FAILED TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7350-EXIT.

           PERFORM 7355-APPLY-VALUE THRU 7355-EXIT.
           PERFORM 7390-STAMP-ENTRY THRU 7390-EXIT.

           IF  TC-EXISTS-SW EQUAL 'Y'
               EXEC CICS REWRITE FILE(TC-FILE)
                    FROM  (TC-RECORD)
                    LENGTH(TC-LENGTH)
                    RESP  (TC-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE LENGTH OF TC-RECORD TO TC-LENGTH
               EXEC CICS WRITE FILE(TC-FILE)
                    FROM  (TC-RECORD)
                    RIDFLD(TC-KEY)
                    LENGTH(TC-LENGTH)
                    RESP  (TC-RESP)
                    NOHANDLE
               END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-CATALOG-FAILED TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7350-EXIT.

           MOVE MSG-CATALOG-SAVED     TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.
           PERFORM 7320-SHOW-ENTRY  THRU 7320-EXIT.

       7350-EXIT.
           EXIT.

       7351-NEW-ENTRY.
           MOVE SPACES                TO TC-RECORD.
           MOVE TC-CMD-TABLE          TO TC-TABLE.
           MOVE 'A'                   TO TC-STATUS.
           MOVE ZEROES                TO TC-CHANGED-ABS
                                         TC-RETIRED-ABS.

           EXEC CICS ASSIGN USERID(TC-CREATED-USER) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE WS-ABS                TO TC-CREATED-ABS.

       7351-EXIT.
           EXIT.

       7355-APPLY-VALUE.
           IF  TC-CMD-FIELD EQUAL 'APP'
               MOVE TC-CMD-VALUE      TO TC-APPLICATION.

           IF  TC-CMD-FIELD EQUAL 'BIZ'
               MOVE TC-CMD-VALUE      TO TC-BUSINESS-CONTACT.

           IF  TC-CMD-FIELD EQUAL 'TECH'
               MOVE TC-CMD-VALUE      TO TC-TECHNICAL-CONTACT.

           IF  TC-CMD-FIELD EQUAL 'COST'
               MOVE TC-CMD-VALUE      TO TC-COST-CENTER.

           IF  TC-CMD-FIELD EQUAL 'TIER'
               MOVE TC-CMD-VALUE      TO TC-TIER.

           IF  TC-CMD-FIELD EQUAL 'CLASS'
               MOVE TC-CMD-VALUE      TO TC-CLASSIFICATION.

           IF  TC-CMD-FIELD EQUAL 'HOURS'
               MOVE TC-CMD-VALUE      TO TC-SUPPORT-HOURS.

       7355-EXIT.
           EXIT.

      *****************************************************************
      * C xx RETIRE | ACTIVE - retire the entry or bring it back.  A  *
      * retired entry keeps its owner and contacts on file.           *
      *****************************************************************
       7380-ENTRY-STATE.
           MOVE TC-CMD-TABLE          TO TC-TABLE.
           MOVE LENGTH OF TC-RECORD   TO TC-LENGTH.

           EXEC CICS READ FILE(TC-FILE)
                INTO  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                UPDATE
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-NOT-FOUND     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7380-EXIT.

           PERFORM 7390-STAMP-ENTRY THRU 7390-EXIT.

           IF  TC-CMD-FIELD EQUAL 'RETIRE'
               MOVE 'R'               TO TC-STATUS
               MOVE TC-CHANGED-ABS    TO TC-RETIRED-ABS
               MOVE TC-CHANGED-USER   TO TC-RETIRED-USER
               MOVE MSG-CATALOG-RETIRED TO OUT-LINE
           ELSE
               MOVE 'A'               TO TC-STATUS
               MOVE ZEROES            TO TC-RETIRED-ABS
               MOVE SPACES            TO TC-RETIRED-USER
               MOVE MSG-CATALOG-ACTIVE TO OUT-LINE.

           EXEC CICS REWRITE FILE(TC-FILE)
                FROM  (TC-RECORD)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-CATALOG-FAILED TO OUT-LINE.

           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7380-EXIT.
           EXIT.

      *****************************************************************
      * C xx DELETE - remove the catalog entry; the table then prints *
      * as not cataloged on the digest, alert and chargeback lines.   *
      *****************************************************************
       7385-DELETE-ENTRY.
           MOVE TC-CMD-TABLE          TO TC-TABLE.

           EXEC CICS DELETE FILE(TC-FILE)
                RIDFLD(TC-KEY)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           IF  TC-RESP EQUAL DFHRESP(NORMAL)
               MOVE MSG-CATALOG-DELETED TO OUT-LINE
           ELSE
               MOVE MSG-NOT-FOUND     TO OUT-LINE.

           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7385-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the operator's userid and the time on a changed entry.  *
      *****************************************************************
       7390-STAMP-ENTRY.
           EXEC CICS ASSIGN USERID(TC-CHANGED-USER) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE WS-ABS                TO TC-CHANGED-ABS.

       7390-EXIT.
           EXIT.

      *****************************************************************
      * A xx cond - acknowledge the table's open alert for the        *
      * condition, stamped with the operator's userid.  The alert     *
      * stays on ZFAMAL for the ZFAM166 handover report.              *
      *****************************************************************
       7500-ACKNOWLEDGE.
           MOVE SPACES                TO AL-PREFIX.
           MOVE FA                    TO AL-PREFIX(1:2).
           MOVE CMD-SUFFIX            TO AL-PREFIX(3:2).
           MOVE CMD-KEY(1:8)          TO AL-PREFIX(5:8).
           INSPECT AL-PREFIX
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           EXEC CICS ASSIGN USERID(AL-OPERATOR) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE ZEROES                TO AL-ACK-COUNT.

           PERFORM 7510-ACK-NEXT    THRU 7510-EXIT
               WITH TEST AFTER
               UNTIL AL-FOUND NOT EQUAL 'Y'.

           IF  AL-ACK-COUNT EQUAL ZEROES
               MOVE MSG-NO-OPEN       TO OUT-LINE
           ELSE
               MOVE MSG-ACKED         TO OUT-LINE.

           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7500-EXIT.
           EXIT.

      *****************************************************************
      * Find the next open alert of the table and condition and       *
      * acknowledge it.                                               *
      *****************************************************************
       7510-ACK-NEXT.
           MOVE 'N'                   TO AL-FOUND.
           MOVE LOW-VALUES            TO AL-BR-KEY.
           MOVE AL-PREFIX             TO AL-BR-KEY(1:12).

           EXEC CICS STARTBR FILE(AL-FILE)
                RIDFLD(AL-BR-KEY)
                GTEQ
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 7510-EXIT.

           MOVE SPACES                TO EOF.

           PERFORM 7520-FIND-OPEN   THRU 7520-EXIT
               WITH TEST AFTER
               UNTIL EOF EQUAL 'Y'.

           EXEC CICS ENDBR FILE(AL-FILE) NOHANDLE
           END-EXEC.

           IF  AL-FOUND EQUAL 'Y'
               PERFORM 7530-ACK-ONE THRU 7530-EXIT.

       7510-EXIT.
           EXIT.

       7520-FIND-OPEN.
           MOVE LENGTH OF AL-RECORD   TO AL-LENGTH.

           EXEC CICS READNEXT FILE(AL-FILE)
                INTO  (AL-RECORD)
                RIDFLD(AL-BR-KEY)
                LENGTH(AL-LENGTH)
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  AL-KEY(1:12) NOT EQUAL AL-PREFIX
               MOVE 'Y'    TO EOF
               GO TO 7520-EXIT.

           IF  AL-STATUS EQUAL 'O'
           OR  AL-STATUS EQUAL 'N'
               MOVE 'Y'               TO AL-FOUND
               MOVE AL-KEY            TO AL-FOUND-KEY
               MOVE 'Y'               TO EOF.

       7520-EXIT.
           EXIT.

       7530-ACK-ONE.
           MOVE LENGTH OF AL-RECORD   TO AL-LENGTH.

           EXEC CICS READ FILE(AL-FILE)
                INTO  (AL-RECORD)
                RIDFLD(AL-FOUND-KEY)
                LENGTH(AL-LENGTH)
                UPDATE
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'               TO AL-FOUND
               GO TO 7530-EXIT.

           MOVE 'A'                   TO AL-STATUS.
           MOVE WS-ABS                TO AL-ACK-ABS.
           MOVE AL-OPERATOR           TO AL-ACK-USER.

           EXEC CICS REWRITE FILE(AL-FILE)
                FROM  (AL-RECORD)
                LENGTH(AL-LENGTH)
                RESP  (AL-RESP)
                NOHANDLE
           END-EXEC.

           IF  AL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'N'               TO AL-FOUND
           ELSE
               ADD  1                 TO AL-ACK-COUNT.

       7530-EXIT.
           EXIT.

      *****************************************************************
      * P xx [pgm] - list the table's utility reports from the        *
      * ZFAMRX index, newest first - which program ran, when, the     *
      * report queue and the dated dataset holding the report.        *
      *****************************************************************
       7600-LIST-REPORTS.
           MOVE SPACES                TO EOF.
           MOVE ZEROES                TO RX-LIST-COUNT.

           MOVE FA                    TO RX-PREFIX(1:2).
           MOVE CMD-SUFFIX            TO RX-PREFIX(3:2).
           MOVE CMD-KEY(1:8)          TO RX-FILTER.
           INSPECT RX-PREFIX
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RX-FILTER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE LOW-VALUES            TO RX-BR-KEY.
           MOVE RX-PREFIX             TO RX-BR-KEY(1:4).

           EXEC CICS STARTBR FILE(RX-FILE)
                RIDFLD(RX-BR-KEY)
                GTEQ
                RESP  (RX-RESP)
                NOHANDLE
           END-EXEC.

           IF  RX-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7610-REPORT-NEXT THRU 7610-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               EXEC CICS ENDBR FILE(RX-FILE) NOHANDLE
               END-EXEC.

           IF  RX-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-REPORTS    TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7600-EXIT.
           EXIT.

       7610-REPORT-NEXT.
           MOVE LENGTH OF RX-RECORD   TO RX-LENGTH.

           EXEC CICS READNEXT FILE(RX-FILE)
                INTO  (RX-RECORD)
                RIDFLD(RX-BR-KEY)
                LENGTH(RX-LENGTH)
                RESP  (RX-RESP)
                NOHANDLE
           END-EXEC.

           IF  RX-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  RX-TABLE NOT EQUAL RX-PREFIX
           OR  OUT-OFFSET GREATER THAN 1760
               MOVE 'Y'    TO EOF
               GO TO 7610-EXIT.

           IF  RX-FILTER NOT EQUAL SPACES
           AND RX-FILTER NOT EQUAL RX-PROGRAM
               GO TO 7610-EXIT.

           ADD  1                     TO RX-LIST-COUNT.

           MOVE RX-PROGRAM            TO LN-R-PROGRAM.
           MOVE RX-START-ABS          TO RX-FORMAT-ABS.
           EXEC CICS FORMATTIME ABSTIME(RX-FORMAT-ABS)
                TIME(LN-R-TIME)
                YYYYMMDD(LN-R-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE RX-QUEUE              TO LN-R-QUEUE.
           MOVE RX-REPORT-DATE        TO LN-R-DATASET.
           MOVE RX-PAGES              TO LN-R-PAGES.
           IF  RX-STATUS EQUAL 'W'
               MOVE 'written'         TO LN-R-STATUS
           ELSE
               MOVE 'unavailable'     TO LN-R-STATUS.
           MOVE RX-OPERATOR           TO LN-R-OPERATOR.
           MOVE LN-REPORT             TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7610-EXIT.
           EXIT.

      *****************************************************************
      * W - list the approval requests still waiting for a second     *
      * userid, and the approved ones not yet run.  ZFAM175 first     *
      * expires every request past its time.                          *
      *****************************************************************
       7700-LIST-APPROVALS.
           MOVE 'X'                   TO AP-FUNCTION.
           MOVE ZEROES                TO AP-ID.

           EXEC CICS LINK PROGRAM(ZFAM175)
                COMMAREA(AP-COMMAREA)
                LENGTH  (LENGTH OF AP-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                TO EOF.
           MOVE ZEROES                TO PA-LIST-COUNT.
           MOVE 1                     TO PA-BR-KEY.

           EXEC CICS STARTBR FILE(PA-FILE)
                RIDFLD(PA-BR-KEY)
                GTEQ
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7710-APPROVAL-NEXT THRU 7710-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               EXEC CICS ENDBR FILE(PA-FILE) NOHANDLE
               END-EXEC.

           IF  PA-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-APPROVALS  TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7700-EXIT.
           EXIT.

       7710-APPROVAL-NEXT.
           MOVE LENGTH OF PA-RECORD   TO PA-LENGTH.

           EXEC CICS READNEXT FILE(PA-FILE)
                INTO  (PA-RECORD)
                RIDFLD(PA-BR-KEY)
                LENGTH(PA-LENGTH)
                RESP  (PA-RESP)
                NOHANDLE
           END-EXEC.

           IF  PA-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OUT-OFFSET GREATER THAN 1760
               MOVE 'Y'    TO EOF
               GO TO 7710-EXIT.

           IF  PA-STATUS NOT EQUAL 'P'
           AND PA-STATUS NOT EQUAL 'A'
               GO TO 7710-EXIT.

           ADD  1                     TO PA-LIST-COUNT.

           MOVE PA-ID                 TO LN-P-ID.
           MOVE PA-PROGRAM            TO LN-P-PROGRAM.
           MOVE PA-ACTION             TO LN-P-ACTION.
           MOVE PA-TABLE              TO LN-P-TABLE.
           IF  PA-STATUS EQUAL 'P'
               MOVE 'pending'         TO LN-P-STATUS
           ELSE
               MOVE 'approved'        TO LN-P-STATUS.
           MOVE PA-REQUESTER          TO LN-P-REQUESTER.

           MOVE PA-EXPIRES            TO PA-FORMAT-ABS.
           EXEC CICS FORMATTIME ABSTIME(PA-FORMAT-ABS)
                TIME(LN-P-TIME)
                YYYYMMDD(LN-P-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LN-APPROVAL           TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7710-EXIT.
           EXIT.

      *****************************************************************
      * Y id / N id - approve or reject an approval request through   *
      * ZFAM175, which refuses an approval by the request's own       *
      * requester, STARTs an approved action and audits both.  The    *
      * id may be entered without its leading zeroes.                 *
      *****************************************************************
       7800-DECIDE.
           MOVE CMD-CODE              TO AP-FUNCTION.
           MOVE SPACES                TO PA-CMD-TEXT.
           MOVE ZEROES                TO PA-CMD-COUNT.
           MOVE ZEROES                TO PA-CMD-ID.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO CMD-WORD
                    CMD-CODE
                    PA-CMD-TEXT COUNT IN PA-CMD-COUNT.

           IF  PA-CMD-COUNT LESS THAN 1
           OR  PA-CMD-COUNT GREATER THAN 7
               MOVE MSG-BAD-ID        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7800-EXIT.

           MOVE PA-CMD-TEXT(1:PA-CMD-COUNT)
                TO PA-CMD-ID(8 - PA-CMD-COUNT:PA-CMD-COUNT).

           IF  PA-CMD-ID NOT NUMERIC
           OR  PA-CMD-ID EQUAL ZEROES
               MOVE MSG-BAD-ID        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7800-EXIT.

           MOVE PA-CMD-ID             TO AP-ID.
           MOVE 'E'                   TO AP-RESULT.
           MOVE SPACES                TO AP-MESSAGE.

           EXEC CICS LINK PROGRAM(ZFAM175)
                COMMAREA(AP-COMMAREA)
                LENGTH  (LENGTH OF AP-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE AP-UNAVAILABLE    TO AP-MESSAGE.

           MOVE AP-MESSAGE            TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7800-EXIT.
           EXIT.

      *****************************************************************
      * O xx - list the table's pool members ZFAM002 closed to new    *
      * writes when they filled up.  O xx nn reopens member nn once   *
      * space has been made (ZFAM113 rebalance, a larger cluster).    *
      *****************************************************************
       7900-POOL-MEMBERS.
           MOVE CMD-SUFFIX            TO PF-TSQ(1:2).
           MOVE 'PF'                  TO PF-TSQ(3:2).
           MOVE 1                     TO PF-ITEM.
           MOVE LENGTH OF PF-ENTRY    TO PF-LENGTH.

           EXEC CICS READQ TS QUEUE(PF-TSQ)
                INTO  (PF-ENTRY)
                LENGTH(PF-LENGTH)
                ITEM  (PF-ITEM)
                RESP  (PF-RESP)
                NOHANDLE
           END-EXEC.

           IF  PF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES            TO PF-MAP.

           IF  CMD-KEY NOT EQUAL SPACES
               PERFORM 7920-REOPEN    THRU 7920-EXIT
               GO TO 7900-EXIT.

           MOVE ZEROES                TO PF-LIST-COUNT.

           PERFORM 7910-LIST-MEMBER THRU 7910-EXIT
               VARYING PF-INDEX FROM 1 BY 1
               UNTIL   PF-INDEX GREATER THAN 100
               OR      OUT-OFFSET GREATER THAN 1760.

           IF  PF-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-CLOSED     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7900-EXIT.
           EXIT.

       7910-LIST-MEMBER.
           IF  PF-MAP(PF-INDEX:1) NOT EQUAL 'C'
               GO TO 7910-EXIT.

           ADD  1                     TO PF-LIST-COUNT.
           SUBTRACT 1 FROM PF-INDEX GIVING LN-O-MEMBER.
           MOVE LN-POOL               TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7910-EXIT.
           EXIT.

      *****************************************************************
      * O xx nn - reopen pool member nn to new writes.                *
      *****************************************************************
       7920-REOPEN.
           IF  CMD-KEY(1:2) NOT NUMERIC
           OR  CMD-KEY(3:1) NOT EQUAL SPACES
               MOVE MSG-BAD-MEMBER    TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7920-EXIT.

           MOVE CMD-KEY(1:2)          TO PF-MEMBER.
           MOVE SPACES                TO PF-MAP(PF-MEMBER + 1:1).
           MOVE 1                     TO PF-ITEM.
           MOVE LENGTH OF PF-ENTRY    TO PF-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(PF-TSQ)
                FROM  (PF-ENTRY)
                LENGTH(PF-LENGTH)
                ITEM  (PF-ITEM)
                REWRITE
                RESP  (PF-RESP)
                NOHANDLE
           END-EXEC.

           IF  PF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                 TO PF-ITEM
               EXEC CICS WRITEQ TS QUEUE(PF-TSQ)
                    FROM  (PF-ENTRY)
                    LENGTH(PF-LENGTH)
                    ITEM  (PF-ITEM)
                    RESP  (PF-RESP)
                    NOHANDLE
               END-EXEC.

           MOVE MSG-REOPENED          TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7920-EXIT.
           EXIT.

      *****************************************************************
      * V xx [name [field value]] - the table's saved views on        *
      * FAxxVI, which ZFAM002 and ZFAM182 answer GET ?view=name       *
      * from.  V xx lists them; V xx name shows one; a field and      *
      * value set one part of the definition, defining the view       *
      * (active) when it is new; an empty value clears the field.     *
      * RETIRE leaves the view on file but refused with 400, ACTIVE   *
      * restores it and DELETE removes it.                            *
      *****************************************************************
       7950-VIEWS.
           MOVE CMD-SUFFIX            TO VI-TRANID(3:2).
           INSPECT VI-FCT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES                TO VI-CMD-NAME
                                         VI-CMD-FIELD
                                         VI-CMD-VALUE.
           MOVE 1                     TO VI-POINTER.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO CMD-WORD
                    CMD-CODE
                    CMD-SUFFIX
                    VI-CMD-NAME
                    VI-CMD-FIELD
               WITH POINTER VI-POINTER.

           IF  VI-POINTER NOT GREATER THAN LENGTH OF TERM-INPUT
               MOVE TERM-INPUT(VI-POINTER:)
                                      TO VI-CMD-VALUE.

           INSPECT VI-CMD-FIELD
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  VI-CMD-NAME EQUAL SPACES
               PERFORM 7955-LIST-VIEWS  THRU 7955-EXIT
               GO TO 7950-EXIT.

           IF  VI-CMD-FIELD EQUAL SPACES
               PERFORM 7960-SHOW-VIEW   THRU 7960-EXIT
               GO TO 7950-EXIT.

           IF  VI-CMD-FIELD EQUAL 'DELETE'
               PERFORM 7985-DELETE-VIEW THRU 7985-EXIT
               GO TO 7950-EXIT.

           IF  VI-CMD-FIELD EQUAL 'RETIRE'
           OR  VI-CMD-FIELD EQUAL 'ACTIVE'
               PERFORM 7980-VIEW-STATE  THRU 7980-EXIT
               GO TO 7950-EXIT.

           PERFORM 7965-EDIT-VALUE    THRU 7965-EXIT.

           IF  VI-EDIT-SW EQUAL 'Y'
               PERFORM 7970-SAVE-VIEW   THRU 7970-EXIT.

       7950-EXIT.
           EXIT.

      *****************************************************************
      * V xx - list the table's views in name order.                  *
      *****************************************************************
       7955-LIST-VIEWS.
           MOVE SPACES                TO EOF.
           MOVE ZEROES                TO VI-LIST-COUNT.
           MOVE LOW-VALUES            TO VI-BR-KEY.

           EXEC CICS STARTBR FILE(VI-FCT)
                RIDFLD(VI-BR-KEY)
                GTEQ
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7956-LIST-NEXT THRU 7956-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               EXEC CICS ENDBR FILE(VI-FCT) NOHANDLE
               END-EXEC.

           IF  VI-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-VIEWS      TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7955-EXIT.
           EXIT.

       7956-LIST-NEXT.
           MOVE LENGTH OF VI-RECORD   TO VI-LENGTH.

           EXEC CICS READNEXT FILE(VI-FCT)
                INTO  (VI-RECORD)
                RIDFLD(VI-BR-KEY)
                LENGTH(VI-LENGTH)
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  OUT-OFFSET GREATER THAN 1760
               MOVE 'Y'    TO EOF
               GO TO 7956-EXIT.

           ADD  1                     TO VI-LIST-COUNT.
           PERFORM 7957-VIEW-LINE   THRU 7957-EXIT.

       7956-EXIT.
           EXIT.

      *****************************************************************
      * One view's summary line - name, status, calls answered and    *
      * when it was last called.                                      *
      *****************************************************************
       7957-VIEW-LINE.
           MOVE VI-NAME               TO LN-V-NAME.

           IF  VI-STATUS EQUAL 'R'
               MOVE 'retired'         TO LN-V-STATUS
           ELSE
               MOVE 'active'          TO LN-V-STATUS.

           IF  VI-USES NOT NUMERIC
               MOVE ZEROES            TO VI-USES.
           MOVE VI-USES               TO LN-V-USES.

           MOVE SPACES                TO LN-V-DATE
                                         LN-V-TIME.

           IF  VI-LAST-USED-ABS NOT NUMERIC
           OR  VI-LAST-USED-ABS EQUAL ZEROES
               MOVE 'never'           TO LN-V-DATE
           ELSE
               MOVE VI-LAST-USED-ABS  TO VI-FORMAT-ABS
               EXEC CICS FORMATTIME ABSTIME(VI-FORMAT-ABS)
                    TIME(LN-V-TIME)
                    YYYYMMDD(LN-V-DATE)
                    TIMESEP
                    DATESEP
                    NOHANDLE
               END-EXEC.

           MOVE LN-VIEW               TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7957-EXIT.
           EXIT.

      *****************************************************************
      * V xx name - show one view's definition.                       *
      *****************************************************************
       7960-SHOW-VIEW.
           MOVE LENGTH OF VI-RECORD   TO VI-LENGTH.

           EXEC CICS READ FILE(VI-FCT)
                INTO  (VI-RECORD)
                RIDFLD(VI-CMD-NAME)
                LENGTH(VI-LENGTH)
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-NOT-FOUND     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7960-EXIT.

           PERFORM 7957-VIEW-LINE   THRU 7957-EXIT.

           MOVE 'From:'               TO LN-V-LABEL.
           MOVE VI-FROM-KEY           TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'To:'                 TO LN-V-LABEL.
           MOVE VI-TO-KEY             TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Prefix:'             TO LN-V-LABEL.
           MOVE VI-PREFIX             TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Select:'             TO LN-V-LABEL.
           STRING VI-SELECT-COLUMN    DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  VI-SELECT-OPERATOR  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  VI-SELECT-VALUE     DELIMITED BY SIZE
               INTO LN-V-TEXT.
           IF  VI-SELECT-COLUMN EQUAL SPACES
               MOVE SPACES            TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Cols:'               TO LN-V-LABEL.
           MOVE VI-COLS               TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Order:'              TO LN-V-LABEL.
           STRING VI-ORDER-COLUMN     DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  VI-ORDER-DIR        DELIMITED BY SIZE
               INTO LN-V-TEXT.
           IF  VI-ORDER-COLUMN EQUAL SPACES
               MOVE '(key)'           TO LN-V-TEXT
               MOVE VI-ORDER-DIR      TO LN-V-TEXT(7:1).
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Rows:'               TO LN-V-LABEL.
           MOVE VI-ROWS               TO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

           MOVE 'Changed:'            TO LN-V-LABEL.
           MOVE VI-CHANGED-ABS        TO VI-FORMAT-ABS.
           EXEC CICS FORMATTIME ABSTIME(VI-FORMAT-ABS)
                TIME(LN-V-TIME)
                YYYYMMDD(LN-V-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.
           STRING LN-V-DATE           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  LN-V-TIME           DELIMITED BY SIZE
                  ' by '              DELIMITED BY SIZE
                  VI-CHANGED-BY       DELIMITED BY SIZE
               INTO LN-V-TEXT.
           PERFORM 7961-TEXT-LINE   THRU 7961-EXIT.

       7960-EXIT.
           EXIT.

       7961-TEXT-LINE.
           MOVE LN-VIEW-TEXT          TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.
           MOVE SPACES                TO LN-V-TEXT.

       7961-EXIT.
           EXIT.

      *****************************************************************
      * Edit the field and value before the record is read for        *
      * update.  FROM, TO, PREFIX and COLS take the value as it       *
      * stands; SELECT, ORDER and ROWS are split and checked here.    *
      *****************************************************************
       7965-EDIT-VALUE.
           MOVE 'N'                   TO VI-EDIT-SW.

           IF  VI-CMD-FIELD EQUAL 'SELECT'
               PERFORM 7966-EDIT-SELECT THRU 7966-EXIT
               GO TO 7965-EXIT.

           IF  VI-CMD-FIELD EQUAL 'ORDER'
               PERFORM 7967-EDIT-ORDER  THRU 7967-EXIT
               GO TO 7965-EXIT.

           IF  VI-CMD-FIELD EQUAL 'ROWS'
               PERFORM 7968-EDIT-ROWS   THRU 7968-EXIT
               GO TO 7965-EXIT.

           IF  VI-CMD-FIELD EQUAL 'FROM'
           OR  VI-CMD-FIELD EQUAL 'TO'
           OR  VI-CMD-FIELD EQUAL 'PREFIX'
           OR  VI-CMD-FIELD EQUAL 'COLS'
               MOVE 'Y'               TO VI-EDIT-SW
               GO TO 7965-EXIT.

           MOVE MSG-BAD-VIEW          TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7965-EXIT.
           EXIT.

       7966-EDIT-SELECT.
           MOVE SPACES                TO VI-SEL-COLUMN
                                         VI-SEL-OPERATOR
                                         VI-SEL-VALUE.

           IF  VI-CMD-VALUE EQUAL SPACES
               MOVE 'Y'               TO VI-EDIT-SW
               GO TO 7966-EXIT.

           MOVE 1                     TO VI-VAL-POINTER.

           UNSTRING VI-CMD-VALUE
               DELIMITED BY ALL SPACES
               INTO VI-SEL-COLUMN
                    VI-SEL-OPERATOR
               WITH POINTER VI-VAL-POINTER.

           IF  VI-VAL-POINTER NOT GREATER THAN LENGTH OF VI-CMD-VALUE
               MOVE VI-CMD-VALUE(VI-VAL-POINTER:)
                                      TO VI-SEL-VALUE.

           INSPECT VI-SEL-OPERATOR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  VI-SEL-OPERATOR EQUAL 'EQ'
           OR  VI-SEL-OPERATOR EQUAL 'NE'
           OR  VI-SEL-OPERATOR EQUAL 'GT'
           OR  VI-SEL-OPERATOR EQUAL 'GE'
           OR  VI-SEL-OPERATOR EQUAL 'LT'
           OR  VI-SEL-OPERATOR EQUAL 'LE'
               MOVE 'Y'               TO VI-EDIT-SW
               GO TO 7966-EXIT.

           MOVE MSG-BAD-SELECT        TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7966-EXIT.
           EXIT.

       7967-EDIT-ORDER.
           MOVE SPACES                TO VI-ORD-COLUMN
                                         VI-ORD-DIR.

           UNSTRING VI-CMD-VALUE
               DELIMITED BY ALL SPACES
               INTO VI-ORD-COLUMN
                    VI-ORD-DIR.

           INSPECT VI-ORD-DIR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  VI-ORD-DIR NOT EQUAL SPACES
           AND VI-ORD-DIR NOT EQUAL 'D'
               MOVE MSG-BAD-ORDER     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7967-EXIT.

           MOVE 'Y'                   TO VI-EDIT-SW.

       7967-EXIT.
           EXIT.

       7968-EDIT-ROWS.
           MOVE SPACES                TO VI-ROWS-TEXT.
           MOVE ZEROES                TO VI-ROWS-COUNT
                                         VI-ROWS-N.

           IF  VI-CMD-VALUE EQUAL SPACES
               MOVE 'Y'               TO VI-EDIT-SW
               GO TO 7968-EXIT.

           UNSTRING VI-CMD-VALUE
               DELIMITED BY ALL SPACES
               INTO VI-ROWS-TEXT COUNT IN VI-ROWS-COUNT.

           IF  VI-ROWS-COUNT LESS THAN 1
           OR  VI-ROWS-COUNT GREATER THAN 4
               MOVE MSG-BAD-ROWS      TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7968-EXIT.

           MOVE VI-ROWS-TEXT(1:VI-ROWS-COUNT)
                TO VI-ROWS-N(5 - VI-ROWS-COUNT:VI-ROWS-COUNT).

           IF  VI-ROWS-N NOT NUMERIC
               MOVE MSG-BAD-ROWS      TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7968-EXIT.

           MOVE 'Y'                   TO VI-EDIT-SW.

       7968-EXIT.
           EXIT.

      *****************************************************************
      * Set the field on the view's record - read for update, or      *
      * started afresh and active when the view is new - stamp who    *
      * changed it and when, and show the result.                     *
      *****************************************************************
       7970-SAVE-VIEW.
           MOVE 'Y'                   TO VI-EXISTS-SW.
           MOVE LENGTH OF VI-RECORD   TO VI-LENGTH.

           EXEC CICS READ FILE(VI-FCT)
                INTO  (VI-RECORD)
                RIDFLD(VI-CMD-NAME)
                LENGTH(VI-LENGTH)
                UPDATE
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'N'               TO VI-EXISTS-SW
               PERFORM 7971-NEW-VIEW THRU 7971-EXIT.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
           AND VI-EXISTS-SW EQUAL 'Y'
               MOVE MSG-VIEW-FAILED   TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7970-EXIT.

           PERFORM 7975-APPLY-VALUE THRU 7975-EXIT.
           PERFORM 7990-STAMP-VIEW  THRU 7990-EXIT.

           IF  VI-EXISTS-SW EQUAL 'Y'
               EXEC CICS REWRITE FILE(VI-FCT)
                    FROM  (VI-RECORD)
                    LENGTH(VI-LENGTH)
                    RESP  (VI-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE LENGTH OF VI-RECORD TO VI-LENGTH
               EXEC CICS WRITE FILE(VI-FCT)
                    FROM  (VI-RECORD)
                    RIDFLD(VI-NAME)
                    LENGTH(VI-LENGTH)
                    RESP  (VI-RESP)
                    NOHANDLE
               END-EXEC.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-VIEW-FAILED   TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7970-EXIT.

           MOVE MSG-VIEW-SAVED        TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.
           PERFORM 7960-SHOW-VIEW   THRU 7960-EXIT.

       7970-EXIT.
           EXIT.

       7971-NEW-VIEW.
           MOVE SPACES                TO VI-RECORD.
           MOVE VI-CMD-NAME           TO VI-NAME.
           MOVE 'A'                   TO VI-STATUS.
           MOVE ZEROES                TO VI-ROWS
                                         VI-USES
                                         VI-LAST-USED-ABS
                                         VI-CHANGED-ABS.

       7971-EXIT.
           EXIT.

       7975-APPLY-VALUE.
           IF  VI-CMD-FIELD EQUAL 'FROM'
               MOVE VI-CMD-VALUE      TO VI-FROM-KEY.

           IF  VI-CMD-FIELD EQUAL 'TO'
               MOVE VI-CMD-VALUE      TO VI-TO-KEY.

           IF  VI-CMD-FIELD EQUAL 'PREFIX'
               MOVE VI-CMD-VALUE      TO VI-PREFIX.

           IF  VI-CMD-FIELD EQUAL 'COLS'
               MOVE VI-CMD-VALUE      TO VI-COLS.

           IF  VI-CMD-FIELD EQUAL 'SELECT'
               MOVE VI-SEL-COLUMN     TO VI-SELECT-COLUMN
               MOVE VI-SEL-OPERATOR   TO VI-SELECT-OPERATOR
               MOVE VI-SEL-VALUE      TO VI-SELECT-VALUE.

           IF  VI-CMD-FIELD EQUAL 'ORDER'
               MOVE VI-ORD-COLUMN     TO VI-ORDER-COLUMN
               MOVE VI-ORD-DIR        TO VI-ORDER-DIR.

           IF  VI-CMD-FIELD EQUAL 'ROWS'
               MOVE VI-ROWS-N         TO VI-ROWS.

       7975-EXIT.
           EXIT.

      *****************************************************************
      * V xx name RETIRE | ACTIVE - retire the view or bring it       *
      * back.  A retired view keeps its definition and counts.        *
      *****************************************************************
       7980-VIEW-STATE.
           MOVE LENGTH OF VI-RECORD   TO VI-LENGTH.

           EXEC CICS READ FILE(VI-FCT)
                INTO  (VI-RECORD)
                RIDFLD(VI-CMD-NAME)
                LENGTH(VI-LENGTH)
                UPDATE
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-NOT-FOUND     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7980-EXIT.

           IF  VI-CMD-FIELD EQUAL 'RETIRE'
               MOVE 'R'               TO VI-STATUS
               MOVE MSG-VIEW-RETIRED  TO OUT-LINE
           ELSE
               MOVE 'A'               TO VI-STATUS
               MOVE MSG-VIEW-ACTIVE   TO OUT-LINE.

           PERFORM 7990-STAMP-VIEW  THRU 7990-EXIT.

           EXEC CICS REWRITE FILE(VI-FCT)
                FROM  (VI-RECORD)
                LENGTH(VI-LENGTH)
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-VIEW-FAILED   TO OUT-LINE.

           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7980-EXIT.
           EXIT.

      *****************************************************************
      * V xx name DELETE - remove the view; GET ?view=name then       *
      * answers 400 as for any view never defined.                    *
      *****************************************************************
       7985-DELETE-VIEW.
           EXEC CICS DELETE FILE(VI-FCT)
                RIDFLD(VI-CMD-NAME)
                RESP  (VI-RESP)
                NOHANDLE
           END-EXEC.

           IF  VI-RESP EQUAL DFHRESP(NORMAL)
               MOVE MSG-VIEW-DELETED  TO OUT-LINE
           ELSE
               MOVE MSG-NOT-FOUND     TO OUT-LINE.

           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7985-EXIT.
           EXIT.

      *****************************************************************
      * Stamp the operator's userid and the time on a changed view.   *
      *****************************************************************
       7990-STAMP-VIEW.
           EXEC CICS ASSIGN USERID(VI-CHANGED-BY) NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE WS-ABS                TO VI-CHANGED-ABS.

       7990-EXIT.
           EXIT.

      *****************************************************************
      * J xx [name state] - the table's journal consumers on ZFAMJC,  *
      * which ZFAM185 prunes the xxJM mirror behind.  J xx lists      *
      * them; INACTIVE retires one so it no longer holds the journal  *
      * (its next acknowledgment makes it active again), ACTIVE       *
      * restores it and DELETE removes it.                            *
      *****************************************************************
       7995-CONSUMERS.
           MOVE SPACES                TO JC-CMD-NAME
                                         JC-CMD-STATE.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO CMD-WORD
                    CMD-CODE
                    CMD-SUFFIX
                    JC-CMD-NAME
                    JC-CMD-STATE.

           INSPECT CMD-SUFFIX
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           INSPECT JC-CMD-STATE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF  JC-CMD-NAME EQUAL SPACES
               PERFORM 7996-LIST-CONSUMERS THRU 7996-EXIT
               GO TO 7995-EXIT.

           IF  JC-CMD-STATE EQUAL 'DELETE'
               PERFORM 7999-DELETE-CONSUMER THRU 7999-EXIT
               GO TO 7995-EXIT.

           IF  JC-CMD-STATE EQUAL 'INACTIVE'
           OR  JC-CMD-STATE EQUAL 'ACTIVE'
               PERFORM 7998-CONSUMER-STATE THRU 7998-EXIT
               GO TO 7995-EXIT.

           MOVE MSG-BAD-CONSUMER      TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7995-EXIT.
           EXIT.

      *****************************************************************
      * J xx - list the table's consumers in name order.              *
      *****************************************************************
       7996-LIST-CONSUMERS.
           MOVE SPACES                TO EOF.
           MOVE ZEROES                TO JC-LIST-COUNT.
           MOVE CMD-SUFFIX            TO JC-BR-TABLE.
           MOVE LOW-VALUES            TO JC-BR-CONSUMER.

           EXEC CICS STARTBR FILE(JC-FCT)
                RIDFLD(JC-BR-KEY)
                GTEQ
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 7997-LIST-NEXT THRU 7997-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'
               EXEC CICS ENDBR FILE(JC-FCT) NOHANDLE
               END-EXEC.

           IF  JC-LIST-COUNT EQUAL ZEROES
               MOVE MSG-NO-CONSUMERS  TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

       7996-EXIT.
           EXIT.

      *****************************************************************
      * One consumer's line - name, type, status, acknowledged        *
      * position and last contact.                                    *
      *****************************************************************
       7997-LIST-NEXT.
           MOVE LENGTH OF JC-RECORD   TO JC-LENGTH.

           EXEC CICS READNEXT FILE(JC-FCT)
                INTO  (JC-RECORD)
                RIDFLD(JC-BR-KEY)
                LENGTH(JC-LENGTH)
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  JC-TABLE NOT EQUAL CMD-SUFFIX
           OR  OUT-OFFSET GREATER THAN 1760
               MOVE 'Y'    TO EOF
               GO TO 7997-EXIT.

           ADD  1                     TO JC-LIST-COUNT.

           MOVE JC-CONSUMER           TO LN-J-NAME.
           MOVE JC-TYPE               TO LN-J-TYPE.
           MOVE JC-POSITION           TO LN-J-POSITION.

           IF  JC-STATUS EQUAL 'I'
               MOVE 'inactive'        TO LN-J-STATUS
           ELSE
               MOVE 'active'          TO LN-J-STATUS.

           MOVE SPACES                TO LN-J-DATE
                                         LN-J-TIME.

           IF  JC-SEEN-ABS EQUAL ZEROES
               MOVE 'never'           TO LN-J-DATE
           ELSE
               MOVE JC-SEEN-ABS       TO JC-FORMAT-ABS
               EXEC CICS FORMATTIME ABSTIME(JC-FORMAT-ABS)
                    TIME(LN-J-TIME)
                    YYYYMMDD(LN-J-DATE)
                    TIMESEP
                    DATESEP
                    NOHANDLE
               END-EXEC.

           MOVE LN-CONSUMER           TO OUT-LINE.
           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7997-EXIT.
           EXIT.

      *****************************************************************
      * J xx name INACTIVE | ACTIVE - retire the consumer or bring it *
      * back.  Its position and counts are kept.                      *
      *****************************************************************
       7998-CONSUMER-STATE.
           MOVE CMD-SUFFIX            TO JC-TABLE.
           MOVE JC-CMD-NAME           TO JC-CONSUMER.
           MOVE LENGTH OF JC-RECORD   TO JC-LENGTH.

           EXEC CICS READ FILE(JC-FCT)
                INTO  (JC-RECORD)
                RIDFLD(JC-KEY)
                LENGTH(JC-LENGTH)
                UPDATE
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-NOT-FOUND     TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               GO TO 7998-EXIT.

           IF  JC-CMD-STATE EQUAL 'INACTIVE'
               MOVE 'I'                   TO JC-STATUS
               MOVE MSG-CONSUMER-INACTIVE TO OUT-LINE
           ELSE
               MOVE 'A'                   TO JC-STATUS
               MOVE MSG-CONSUMER-ACTIVE   TO OUT-LINE.

           EXEC CICS REWRITE FILE(JC-FCT)
                FROM  (JC-RECORD)
                LENGTH(JC-LENGTH)
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE MSG-CONSUMER-FAILED   TO OUT-LINE.

           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7998-EXIT.
           EXIT.

      *****************************************************************
      * J xx name DELETE - remove the consumer.  A consumer that      *
      * acknowledges again registers itself afresh.                   *
      *****************************************************************
       7999-DELETE-CONSUMER.
           MOVE CMD-SUFFIX            TO JC-TABLE.
           MOVE JC-CMD-NAME           TO JC-CONSUMER.

           EXEC CICS DELETE FILE(JC-FCT)
                RIDFLD(JC-KEY)
                RESP  (JC-RESP)
                NOHANDLE
           END-EXEC.

           IF  JC-RESP EQUAL DFHRESP(NORMAL)
               MOVE MSG-CONSUMER-DELETED  TO OUT-LINE
           ELSE
               MOVE MSG-NOT-FOUND         TO OUT-LINE.

           PERFORM 8100-ADD-LINE    THRU 8100-EXIT.

       7999-EXIT.
           EXIT.

      *****************************************************************
      * Append one 79-byte line plus a new-line order to the screen   *
      * buffer.                                                       *
      *****************************************************************
       8100-ADD-LINE.
           IF  OUT-OFFSET GREATER THAN 1760
               GO TO 8100-EXIT.

           MOVE OUT-LINE              TO OUT-BUFFER(OUT-OFFSET:79).
           MOVE NL                    TO OUT-BUFFER(OUT-OFFSET + 79:1).
           ADD  80                    TO OUT-OFFSET.
           MOVE SPACES                TO OUT-LINE.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Send the assembled screen.                                    *
      *****************************************************************
       8000-SEND-SCREEN.
           IF  OUT-OFFSET EQUAL 1
               MOVE MSG-HELP          TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               MOVE MSG-HELP-2        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               MOVE MSG-HELP-3        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               MOVE MSG-HELP-4        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               MOVE MSG-HELP-5        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT
               MOVE MSG-HELP-6        TO OUT-LINE
               PERFORM 8100-ADD-LINE THRU 8100-EXIT.

           SUBTRACT 1 FROM OUT-OFFSET GIVING OUT-LENGTH.
