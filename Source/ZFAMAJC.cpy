      *****************************************************************
      * Start FAxxAJ - Asynchronous job record                        *
      * A GET or DELETE sent with zFAM-Async: yes is not run by the   *
      * request's own task.  ZFAM002 files it here, STARTs the        *
      * table's xxAJ transaction (ZFAM186) and answers 202 with the   *
      * job id; ZFAM186 runs it by conversing the same request with   *
      * this region and keeps the response for AJ-RETAIN-DAYS.  GET   *
      * ?job=id answers the job's state (and, once it has finished,   *
      * the response); DELETE ?job=id, or B xx id CANCEL at the       *
      * ZFAM122 console, cancels it.  Keyed by the job id - the       *
      * ABSTIME and task number of the submitting request.            *
      *                                                               *
      * AJ-STATUS        Q - queued; ZFAM186 not yet started          *
      *                  R - running                                  *
      *                  D - done; the response is kept               *
      *                  F - failed (the request answered other than  *
      *                      2xx, or the region was unreachable)      *
      *                  C - cancelled                                *
      * AJ-CONTINUING    Y - a range delete is carrying on in its     *
      *                      ZFAM003 continuation tasks, the last of  *
      *                      which marks the job done                 *
      * AJ-TICKET        one-time value ZFAM186 presents with the     *
      *                  zFAM-Job header; ZFAM002 runs the request as *
      *                  AJ-USERID when it matches, then clears it    *
      * AJ-SERVER-TASK   task number of the ZFAM002 task running it   *
      * AJ-PROGRESS      rows processed so far (range deletes count   *
      *                  as they go; other jobs when they finish)     *
      * AJ-HDR-VALUE     request headers carried over, in the order   *
      *                  of AJ-HEADER-NAME below                      *
      *****************************************************************
       01  AJ-RECORD.
           02  AJ-KEY.
               05  AJ-ID          PIC  X(22) VALUE SPACES.
           02  AJ-ID-PARTS REDEFINES AJ-KEY.
               05  AJ-ID-ABS      PIC  9(15).
               05  AJ-ID-TASK     PIC  9(07).
           02  AJ-STATUS          PIC  X(01) VALUE 'Q'.
           02  AJ-CONTINUING      PIC  X(01) VALUE 'N'.
           02  AJ-METHOD          PIC  X(06) VALUE SPACES.
           02  AJ-SCHEME          PIC S9(08) COMP VALUE ZEROES.
           02  AJ-HOST            PIC X(120) VALUE SPACES.
           02  AJ-HOST-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  AJ-PORT            PIC S9(08) COMP VALUE ZEROES.
           02  AJ-PATH            PIC X(256) VALUE SPACES.
           02  AJ-PATH-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  AJ-QUERY           PIC X(256) VALUE SPACES.
           02  AJ-QUERY-LENGTH    PIC S9(08) COMP VALUE ZEROES.
           02  AJ-HEADER          OCCURS 5 TIMES.
               05  AJ-HDR-VALUE   PIC X(255) VALUE SPACES.
               05  AJ-HDR-LENGTH  PIC S9(08) COMP VALUE ZEROES.
           02  AJ-USERID          PIC  X(08) VALUE SPACES.
           02  AJ-SUBMITTED-ABS   PIC  9(15) VALUE ZEROES.
           02  AJ-STARTED-ABS     PIC  9(15) VALUE ZEROES.
           02  AJ-FINISHED-ABS    PIC  9(15) VALUE ZEROES.
           02  AJ-EXPIRES-ABS     PIC  9(15) VALUE ZEROES.
           02  AJ-RETAIN-DAYS     PIC  9(03) VALUE 7.
           02  AJ-RUNNER-TASK     PIC  9(07) VALUE ZEROES.
           02  AJ-SERVER-TASK     PIC  9(07) VALUE ZEROES.
           02  AJ-TICKET          PIC  9(15) VALUE ZEROES.
           02  AJ-PROGRESS        PIC  9(09) VALUE ZEROES.
           02  AJ-HTTP-STATUS     PIC  9(03) VALUE ZEROES.
           02  AJ-ROWS            PIC  X(16) VALUE SPACES.
           02  AJ-LASTKEY         PIC X(255) VALUE SPACES.
           02  AJ-LASTKEY-LENGTH  PIC S9(08) COMP VALUE ZEROES.
           02  AJ-MEDIA           PIC  X(56) VALUE SPACES.
           02  AJ-CANCELLED-BY    PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(40) VALUE SPACES.
           02  AJ-TRUNCATED       PIC  X(01) VALUE 'N'.
           02  AJ-BODY-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  AJ-BODY            PIC X(30000) VALUE SPACES.

       01  AJ-FCT.
           02  AJ-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'AJ  '.

       01  AJ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  AJ-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  AJ-HDR-SUB             PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Request headers a job carries over to the request ZFAM186     *
      * converses.  zFAM-Parallel is not among them - a job's range   *
      * delete runs in this task and its continuations, so its        *
      * progress and cancellation can be followed.                    *
      *****************************************************************
       01  AJ-HEADER-NAMES.
           02  FILLER             PIC  X(19) VALUE 'Accept'.
           02  FILLER             PIC S9(08) COMP VALUE 6.
           02  FILLER             PIC  X(19) VALUE 'zFAM-RangeBegin'.
           02  FILLER             PIC S9(08) COMP VALUE 15.
           02  FILLER             PIC  X(19) VALUE 'zFAM-RangeEnd'.
           02  FILLER             PIC S9(08) COMP VALUE 13.
           02  FILLER             PIC  X(19) VALUE 'zFAM-RangeType'.
           02  FILLER             PIC S9(08) COMP VALUE 14.
           02  FILLER             PIC  X(19) VALUE
               'zFAM-Correlation-Id'.
           02  FILLER             PIC S9(08) COMP VALUE 19.

       01  AJ-HEADER-TABLE REDEFINES AJ-HEADER-NAMES.
           02  AJ-HEADER-ENTRY    OCCURS 5 TIMES.
               05  AJ-HEADER-NAME PIC  X(19).
               05  AJ-HEADER-NAME-LENGTH
                                  PIC S9(08) COMP.

       01  AJ-HEADER-MAX          PIC S9(04) COMP VALUE 5.

      *****************************************************************
      * The START FROM area ZFAM002 hands ZFAM186.                    *
      *****************************************************************
       01  AJ-PARM.
           02  AJ-P-TRANID        PIC  X(04) VALUE SPACES.
           02  AJ-P-ID            PIC  X(22) VALUE SPACES.

       01  AJ-PARM-LENGTH         PIC S9(04) COMP VALUE 26.

       01  HTTP-JOB               PIC  X(08) VALUE 'zFAM-Job'.
       01  HTTP-JOB-TICKET        PIC  X(15) VALUE 'zFAM-Job-Ticket'.
      *****************************************************************
      * End   FAxxAJ - Asynchronous job record                        *
      *****************************************************************
