      * transaction with the table suffix and the dataset high-level  *
      * qualifier as terminal input:                                  *
      *                                                               *
      *   <tran> 07 ZFAM.PROD [application] [tier]                    *
      *                                                               *
      * it validates the inputs, installs the whole set through CICS  *
      * system programming CREATE commands - both files, the URIMAP,  *
      * by starting the table's FX## expiration task the same way     *
      * ZFAM027 does.                                                 *
      *                                                               *
      * The optional owning application and criticality tier (1-4)    *
      * seed the table's ZFAMTC catalog entry, written once the set   *
      * is installed; the contacts, cost center, classification and   *
      * support hours are filled in from the ZFAM122 console.         *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   Write the table's ZFAMTC catalog entry,  *
      *                      with optional application and tier.      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  PV-HLQ-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  PV-TRAILING            PIC S9(08) COMP VALUE ZEROES.
       01  PV-FAILED-SW           PIC  X(01) VALUE 'N'.
       01  PV-APPLICATION         PIC  X(16) VALUE SPACES.
       01  PV-TIER                PIC  X(01) VALUE SPACES.

       01  VALID-CHARS            PIC  X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
           02  FX-PARM-TRANID     PIC  X(04) VALUE SPACES.
       01  FX-PARM-LENGTH         PIC S9(04) COMP VALUE 4.

      *****************************************************************
      * Table catalog resources.                                      *
      *****************************************************************
       COPY ZFAMTCC.

       01  CATALOG-ABS            PIC S9(15) COMP-3 VALUE ZEROES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.


       01  RS-CREATED             PIC  X(30) VALUE 'created'.
       01  RS-FAILED              PIC  X(30) VALUE 'CREATE failed'.
       01  RS-CATALOGED           PIC  X(30) VALUE
           'catalog entry written'.
       01  RS-CATALOG-EXISTS      PIC  X(30) VALUE
           'catalog entry already present'.
       01  RS-CATALOG-FAILED      PIC  X(30) VALUE
           'catalog WRITE failed'.

       01  TD-STARTED.
           02  FILLER             PIC  X(17) VALUE 'zFAM provision - '.
       01  TD-BAD-INPUT.
           02  FILLER             PIC  X(48) VALUE
               'zFAM provision - usage: <tran> <xx> <dataset-hlq'.
           02  FILLER             PIC  X(32) VALUE
               '> [application] [tier 1-4]'.

       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).
           PERFORM 2200-CREATE-URIMAP      THRU 2200-EXIT.
           PERFORM 2300-CREATE-TEMPLATE    THRU 2300-EXIT.

           IF  PV-FAILED-SW NOT EQUAL 'Y'
               PERFORM 4000-CATALOG-TABLE  THRU 4000-EXIT.

           IF  PV-FAILED-SW NOT EQUAL 'Y'
               PERFORM 3000-START-FX       THRU 3000-EXIT.


      *****************************************************************
      * Read and validate the terminal input - a two-character        *
      * alphanumeric suffix and a dataset high-level qualifier, then  *
      * the optional owning application and tier 1 to 4.              *
      *****************************************************************
       1000-GET-INPUT.
           EXEC CICS RECEIVE INTO(TERM-INPUT)
               DELIMITED BY ALL SPACES
               INTO TERM-TRANID
                    PV-SUFFIX
                    PV-HLQ
                    PV-APPLICATION
                    PV-TIER.

           INSPECT PV-SUFFIX
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           INSPECT PV-APPLICATION
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE ZEROES                TO VALID-COUNT.
           INSPECT VALID-CHARS TALLYING VALID-COUNT
               FOR ALL PV-SUFFIX(1:1).
           IF  PV-SUFFIX EQUAL SPACES
           OR  VALID-COUNT LESS THAN 2
           OR  PV-HLQ-LENGTH NOT GREATER THAN ZEROES
           OR  PV-TIER NOT EQUAL SPACES
           AND PV-TIER NOT EQUAL '1' AND NOT EQUAL '2'
           AND PV-TIER NOT EQUAL '3' AND NOT EQUAL '4'
               MOVE LENGTH OF TD-BAD-INPUT TO TD-LENGTH
               EXEC CICS WRITE OPERATOR
                    TEXT(TD-BAD-INPUT)
       3000-EXIT.
           EXIT.

      *****************************************************************
      * Write the table's ZFAMTC catalog entry - active, stamped with *
      * the provisioning userid, carrying the application and tier    *
      * given.  An entry left from an earlier life of the suffix is   *
      * kept as it stands and reported; ZFAM122 reactivates it.       *
      *****************************************************************
       4000-CATALOG-TABLE.
           MOVE SPACES                TO TC-RECORD.
           STRING 'FA' PV-SUFFIX
               DELIMITED BY SIZE
               INTO TC-TABLE.

           MOVE 'A'                   TO TC-STATUS.
           MOVE PV-APPLICATION        TO TC-APPLICATION.
           MOVE PV-TIER               TO TC-TIER.

           EXEC CICS ASKTIME ABSTIME(CATALOG-ABS) NOHANDLE
           END-EXEC.

           MOVE CATALOG-ABS           TO TC-CREATED-ABS.
           MOVE ZEROES                TO TC-CHANGED-ABS.
           MOVE ZEROES                TO TC-RETIRED-ABS.

           EXEC CICS ASSIGN USERID(TC-CREATED-USER) NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TC-RECORD   TO TC-LENGTH.

           EXEC CICS WRITE FILE(TC-FILE)
                FROM  (TC-RECORD)
                RIDFLD(TC-KEY)
                LENGTH(TC-LENGTH)
                RESP  (TC-RESP)
                NOHANDLE
           END-EXEC.

           MOVE TC-FILE               TO TD-RS-NAME.
           MOVE TC-RESP               TO TD-RS-RESP.

           IF  TC-RESP EQUAL DFHRESP(NORMAL)
               MOVE RS-CATALOGED      TO TD-RS-TEXT
           ELSE
           IF  TC-RESP EQUAL DFHRESP(DUPREC)
               MOVE RS-CATALOG-EXISTS TO TD-RS-TEXT
           ELSE
               MOVE RS-CATALOG-FAILED TO TD-RS-TEXT.

           MOVE LENGTH OF TD-RESOURCE TO TD-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM  (TD-RESOURCE)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-RESOURCE)
                NOHANDLE
           END-EXEC.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
