       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM030.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * zQL UPDATE (HTTP PUT).                                        *
      *                                                               *
      * This program is executed via XCTL from ZFAM001 with the       *
      * parsed statement in the ZFAM-CONTAINER container (ZFAMQLC).   *
      * The WHERE clause must name the primary key column, and the    *
      * primary key column itself cannot be updated.                  *
      *                                                               *
      * The current record is read, the FIELDS clause values are laid *
      * over their FAxxFD columns - 'N' fields right-justified and    *
      * zero-filled, all others left-justified and space-filled - and *
      * the record is written as a new FILE store segment, the KEY    *
      * store record is rewritten to point at it and the replaced     *
      * segment is deleted, the same swap Basic Mode PUT performs.    *
      * The FAxxCIxx secondary column indexes are maintained by       *
      * zFAM031, and a UNIQUE column violation answers 409.           *
      *                                                               *
      * Replication to the partner Data Center is initiated through   *
      * zFAM102 according to the table's FAxxDC template.             *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Check REF columns against the parent      *
      *                     table (ZFAM150) before the UPDATE.        *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      * 2026-10-15 ZFAMDEV  Refuse to UPDATE a key that belongs to    *
      *                     another federation member (ZFAM168).      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  ONE                    PIC S9(08) COMP VALUE 1.
       01  TWO                    PIC S9(08) COMP VALUE 2.
       01  TEN                    PIC S9(08) COMP VALUE 10.
       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.
       01  ZFAM102                PIC  X(08) VALUE 'ZFAM102 '.

       01  FIELD-SUB              PIC S9(04) COMP VALUE ZEROES.
       01  VALUE-START            PIC S9(08) COMP VALUE ZEROES.
       01  VALUE-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  COLUMN-END             PIC S9(08) COMP VALUE ZEROES.

       01  STATUS-204             PIC  9(03) VALUE 204.
       01  STATUS-400             PIC  9(03) VALUE 400.
       01  STATUS-409             PIC  9(03) VALUE 409.
       01  STATUS-412             PIC  9(03) VALUE 412.
       01  STATUS-503             PIC  9(03) VALUE 503.
       01  STATUS-507             PIC  9(03) VALUE 507.

       01  ZFAM090-COMMAREA.
           02  CA090-STATUS       PIC  9(03) VALUE ZEROES.
           02  CA090-REASON       PIC  9(02) VALUE ZEROES.
           02  CA090-USERID       PIC  X(08) VALUE SPACES.
           02  CA090-PROGRAM      PIC  X(08) VALUE SPACES.
           02  CA090-FILE         PIC  X(08) VALUE SPACES.
           02  CA090-FIELD        PIC  X(16) VALUE SPACES.
           02  CA090-KEY          PIC X(255) VALUE SPACES.
           02  CA090-TRANID       PIC  X(04) VALUE SPACES.

       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.
       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.
       01  HTTP-OK                PIC  X(02) VALUE 'OK'.
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.

       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-002 Service u'.
           02  FILLER             PIC  X(16) VALUE 'navailable and l'.
           02  FILLER             PIC  X(16) VALUE 'ogging disabled '.

      *****************************************************************
      * WEB EXTRACT - the path tells a replicated UPDATE from the     *
      * partner Data Center apart from an application UPDATE.         *
      *****************************************************************
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.
       01  WEB-PATH               PIC X(512) VALUE LOW-VALUES.
       01  REPLICATE              PIC  X(10) VALUE '/replicate'.

      *****************************************************************
      * Replication resources.  The FAxxDC template's type decides    *
      * whether zFAM102 is linked before (active/active) or after     *
      * (active/standby) the response is sent.                        *
      *****************************************************************
       01  DC-TOKEN               PIC  X(16) VALUE SPACES.
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-DC.
           02  DC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DC'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DC-CONTROL.
           02  FILLER             PIC  X(06).
           02  DC-TYPE            PIC  X(02) VALUE SPACES.
           02  DC-CRLF            PIC  X(02).
           02  THE-OTHER-DC       PIC X(160) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.

       01  ZFAM102-COMMAREA.
           02  CA102-TYPE         PIC  X(06) VALUE 'UPDATE'.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  CA102-NAME         PIC  X(16) VALUE SPACES.
           02  CA102-KEY-LENGTH   PIC S9(04) COMP VALUE ZEROES.
           02  CA102-KEY          PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Hot-key cache invalidation, the same xxHC slot clear          *
      * ZFAM002's 3148-CACHE-INVALIDATE performs.                     *
      *****************************************************************
       01  HC-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  HC-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  HC-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  HC-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  HC-SCAN                PIC S9(04) COMP VALUE ZEROES.
       01  HC-LOOKUP-KEY          PIC X(255) VALUE LOW-VALUES.

       01  HC-CONTROL.
           02  HC-COUNT           PIC S9(04) COMP VALUE ZEROES.
           02  HC-NEXT            PIC S9(04) COMP VALUE ZEROES.

       01  HC-ENTRY.
           02  HC-KEY             PIC X(255) VALUE LOW-VALUES.
           02  HC-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
           02  HC-MEDIA           PIC  X(56) VALUE SPACES.
           02  HC-DATA-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  HC-DATA            PIC X(8000) VALUE LOW-VALUES.

      *****************************************************************
      * KEY and FILE store resources.                                 *
      *****************************************************************
       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  DELETE-RECORD.
           02  DELETE-KEY-16.
               05  DELETE-KEY     PIC  X(08).
               05  DELETE-SEGMENT PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-SUFFIX  PIC  9(04) VALUE ZEROES COMP.
               05  DELETE-ZEROES  PIC  9(08) VALUE ZEROES COMP.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

      *****************************************************************
      * zUIDSTCK resources to obtain TOD for IDN.                     *
      *****************************************************************
       01  ZUIDSTCK               PIC  X(08) VALUE 'ZUIDSTCK'.
       01  THE-TOD                PIC  X(16) VALUE LOW-VALUES.

      *****************************************************************
      * Named Counter, same internal-key counter ZFAM002 uses.        *
      *****************************************************************
       01  ZFAM-COUNTER.
           02  NC-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(07) VALUE '_ZFAM  '.
           02  FILLER             PIC  X(05) VALUE SPACES.

       01  FILLER.
           02  ZFAM-NC-VALUE      PIC  9(16) COMP VALUE ZEROES.
           02  FILLER REDEFINES ZFAM-NC-VALUE.
               05  FILLER         PIC  X(06).
               05  ZFAM-NC-HW     PIC  X(02).

       01  ZFAM-NC-INCREMENT      PIC  9(16) COMP VALUE 1.

      *****************************************************************
      * Checksum working fields, matching ZFAM002's read/write paths. *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

      *****************************************************************
      * Opt-in encryption at rest for FF-DATA, same as ZFAM002.       *
      *****************************************************************
       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Table federation (ZFAM168).  A row written through a member   *
      * table's own URI must fall in that member's key range, the     *
      * same check ZFAM002 makes on a Basic Mode write.               *
      *****************************************************************
       COPY ZFAMVFC.

      *****************************************************************
      * Referential integrity between FAxx tables.  A table with a    *
      * FAxxRI template has its REF columns checked against the       *
      * parent table's KEY store, and its CHILD tables' RESTRICT/     *
      * CASCADE policy applied on DELETE, by ZFAM150, the same as     *
      * Basic Mode.                                                   *
      *****************************************************************
       01  ZFAM150                PIC  X(08) VALUE 'ZFAM150 '.

       01  ZFAM150-COMMAREA.
           02  CA150-FUNCTION     PIC  X(06) VALUE SPACES.
           02  CA150-TABLE        PIC  X(04) VALUE SPACES.
           02  CA150-DEPTH        PIC S9(04) COMP VALUE ZEROES.
           02  CA150-STATUS       PIC  X(01) VALUE SPACES.
           02  CA150-FILE         PIC  X(08) VALUE SPACES.
           02  CA150-COLUMN       PIC  X(16) VALUE SPACES.
           02  CA150-RECORD-LENGTH
                                  PIC S9(08) COMP VALUE ZEROES.
           02  CA150-RECORD-ADDRESS
                                  USAGE POINTER.
           02  CA150-KEY          PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Secondary column index maintenance, the same old/new          *
      * container flow ZFAM002's 6800/6910 paragraphs drive through   *
      * zFAM031.                                                      *
      *****************************************************************
       01  ZFAM031                PIC  X(08) VALUE 'ZFAM031 '.

       01  ZFAM-CHANNEL           PIC  X(16) VALUE 'ZFAM-CHANNEL  '.
       01  ZFAM-CONTAINER         PIC  X(16) VALUE 'ZFAM-CONTAINER'.
       01  ZFAM-MONITOR           PIC  X(16) VALUE 'ZFAM-MONITOR  '.
       01  ZFAM-NEW-REC           PIC  X(16) VALUE 'ZFAM-NEW-REC  '.
       01  ZFAM-NEW-KEY           PIC  X(16) VALUE 'ZFAM-NEW-KEY  '.
       01  ZFAM-OLD-REC           PIC  X(16) VALUE 'ZFAM-OLD-REC  '.
       01  ZFAM-OLD-KEY           PIC  X(16) VALUE 'ZFAM-OLD-KEY  '.
       01  ZFAM-PROCESS           PIC  X(16) VALUE 'ZFAM-PROCESS  '.
       01  ZFAM-CI-FAIL           PIC  X(16) VALUE 'ZFAM-CI-FAIL  '.

       01  PROCESS-INSERT         PIC  X(06) VALUE 'INSERT'.

       01  CONTAINER-LENGTH       PIC S9(08) COMP VALUE ZEROES.

       01  RECORD-ADDRESS         USAGE POINTER.
       01  RECORD-ADDRESS-X REDEFINES RECORD-ADDRESS
                                  PIC S9(08) COMP.

       01  OLD-REC-ADDRESS        USAGE POINTER.
       01  OLD-REC-ADDRESS-X REDEFINES OLD-REC-ADDRESS
                                  PIC S9(08) COMP.

       01  CI-FAIL-SW             PIC  X(01) VALUE 'N'.
       01  CI-FAIL-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  CI-FAIL-RESP           PIC S9(08) COMP VALUE ZEROES.

       01  CI-FAIL-RECORD.
           02  CF-FILE            PIC  X(08) VALUE SPACES.
           02  CF-FIELD           PIC  X(16) VALUE SPACES.
           02  CF-VALUE           PIC  X(56) VALUE SPACES.

      *****************************************************************
      * Parsed zQL request passed by ZFAM001.                         *
      *****************************************************************
       COPY ZFAMQLC.

      *****************************************************************
      * The record before and after the update, in FAxxFD column      *
      * positions.                                                    *
      *****************************************************************
       01  OLD-SEGMENT-DATA       PIC X(32000) VALUE LOW-VALUES.

       01  RECORD-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  RECORD-DATA            PIC X(32000) VALUE SPACES.

      *****************************************************************
      * CICS monitoring (ZFAMMNC).  ZFAM001 hands the request's zFAM  *
      * detail over in the ZFAM-MONITOR container; this program       *
      * answers the request, so it sets the status, bytes out and     *
      * segments it sent and issues the monitoring point on its way   *
      * out.                                                          *
      *****************************************************************
       COPY ZFAMMNC.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-READ-KEY           THRU 2000-EXIT.
           PERFORM 2100-READ-SEGMENT       THRU 2100-EXIT.
           PERFORM 3000-MERGE-FIELDS       THRU 3000-EXIT.
           PERFORM 3400-FEDERATION-VERIFY  THRU 3400-EXIT.
           PERFORM 3500-REFERENCE-CHECK    THRU 3500-EXIT.
           PERFORM 4000-WRITE-FILE         THRU 4000-EXIT.
           PERFORM 4100-REWRITE-KEY        THRU 4100-EXIT.
           PERFORM 4200-CI-REPLACE         THRU 4200-EXIT.
           PERFORM 4300-DELETE-OLD         THRU 4300-EXIT
               WITH TEST AFTER
               VARYING DELETE-SEGMENT        FROM 1 BY 1
               UNTIL   EIBRESP NOT EQUAL DFHRESP(NORMAL).
           PERFORM 4400-CACHE-INVALIDATE   THRU 4400-EXIT.
           PERFORM 5000-SEND-RESPONSE      THRU 5000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve the parsed request and resolve the table's files.    *
      * The WHERE clause must name the primary key, and the key       *
      * column may not appear in the FIELDS clause.                   *
      *****************************************************************
       1000-INITIALIZE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE EIBTRNID(3:2)                TO FK-TRANID(3:2)
                                                 FF-TRANID(3:2)
                                                 DC-TRANID(3:2)
                                                 HC-TSQ(1:2).
           MOVE 'HC'                         TO HC-TSQ(3:2).
           MOVE EIBTRNID                     TO NC-TRANID.

           EXEC CICS ASSIGN CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF QL-REQUEST         TO CONTAINER-LENGTH.

           EXEC CICS GET CONTAINER(ZFAM-CONTAINER)
                INTO   (QL-REQUEST)
                FLENGTH(CONTAINER-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF MN-RECORD          TO CONTAINER-LENGTH.

           EXEC CICS GET CONTAINER(ZFAM-MONITOR)
                INTO   (MN-RECORD)
                FLENGTH(CONTAINER-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           MOVE ZEROES                       TO MN-SEGMENTS
                                                 MN-HTTP-STATUS
                                                 MN-BYTES-OUT.

           MOVE QL-USERID                    TO CA090-USERID.
           MOVE QL-WHERE-VALUE               TO CA090-KEY.

           EXEC CICS WEB EXTRACT
                PATH(WEB-PATH)
                PATHLENGTH(WEB-PATH-LENGTH)
                NOHANDLE
           END-EXEC.

           IF  QL-WHERE-INDEX NOT EQUAL 1
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           PERFORM 1100-CHECK-FIELD        THRU 1100-EXIT
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB GREATER THAN QL-FIELD-COUNT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * A FIELDS entry naming the key column is rejected 400; one     *
      * whose type is not C, N or U, or that lies beyond a single     *
      * FILE store segment, is a schema error.                        *
      *****************************************************************
       1100-CHECK-FIELD.
           IF  QL-COLUMN(FIELD-SUB) EQUAL QL-KEY-COLUMN
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           COMPUTE COLUMN-END = QL-COLUMN(FIELD-SUB)
                              + QL-LENGTH(FIELD-SUB) - 1.

           IF  (QL-TYPE(FIELD-SUB) NOT EQUAL 'C'
           AND  QL-TYPE(FIELD-SUB) NOT EQUAL 'N'
           AND  QL-TYPE(FIELD-SUB) NOT EQUAL 'U')
           OR  COLUMN-END GREATER THAN THIRTY-TWO-KB
               MOVE QL-NAME(FIELD-SUB)       TO CA090-FIELD
               MOVE STATUS-412               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Read the KEY store record for update.                         *
      *****************************************************************
       2000-READ-KEY.
           MOVE FK-FCT                       TO CA090-FILE.
           MOVE QL-WHERE-VALUE               TO FK-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                UPDATE
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-SEGMENTS GREATER THAN ONE
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO DELETE-KEY.
           MOVE ZEROES                       TO DELETE-SUFFIX
                                                 DELETE-ZEROES.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Read, verify and decipher the segment being replaced.  It is  *
      * kept as the old record for zFAM031 and is the base the        *
      * FIELDS values are laid over.                                  *
      *****************************************************************
       2100-READ-SEGMENT.
           MOVE FF-FCT                       TO CA090-FILE.
           MOVE DELETE-KEY                   TO FF-KEY.
           MOVE ONE                          TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ FILE(FF-FCT)
                INTO(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP(FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '05'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

           MOVE LOW-VALUES                   TO OLD-SEGMENT-DATA.
           MOVE FF-DATA(1:FF-LENGTH)         TO
                OLD-SEGMENT-DATA(1:FF-LENGTH).

           MOVE SPACES                       TO RECORD-DATA.
           MOVE FF-DATA(1:FF-LENGTH)         TO
                RECORD-DATA(1:FF-LENGTH).

           MOVE FF-LENGTH                    TO RECORD-LENGTH.

           IF  QL-RECORD-LENGTH GREATER THAN RECORD-LENGTH
               MOVE QL-RECORD-LENGTH         TO RECORD-LENGTH.

           IF  RECORD-LENGTH GREATER THAN THIRTY-TWO-KB
               MOVE THIRTY-TWO-KB            TO RECORD-LENGTH.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Lay each FIELDS value into its FAxxFD column.                 *
      *****************************************************************
       3000-MERGE-FIELDS.
           PERFORM 3100-MOVE-FIELD         THRU 3100-EXIT
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB GREATER THAN QL-FIELD-COUNT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Move one field over the current column contents.              *
      *****************************************************************
       3100-MOVE-FIELD.
           COMPUTE COLUMN-END = QL-COLUMN(FIELD-SUB)
                              + QL-LENGTH(FIELD-SUB) - 1.

           MOVE QL-VALUE-OFFSET(FIELD-SUB)   TO VALUE-START.
           MOVE QL-VALUE-LENGTH(FIELD-SUB)   TO VALUE-LENGTH.

           IF  QL-TYPE(FIELD-SUB) EQUAL 'N'
               MOVE ZEROES                   TO
                    RECORD-DATA(QL-COLUMN(FIELD-SUB):
                                QL-LENGTH(FIELD-SUB))
               MOVE QL-DATA(VALUE-START:VALUE-LENGTH)
                 TO RECORD-DATA(COLUMN-END - VALUE-LENGTH + 1:
                                VALUE-LENGTH)
           ELSE
               MOVE SPACES                   TO
                    RECORD-DATA(QL-COLUMN(FIELD-SUB):
                                QL-LENGTH(FIELD-SUB))
               MOVE QL-DATA(VALUE-START:VALUE-LENGTH)
                 TO RECORD-DATA(QL-COLUMN(FIELD-SUB):VALUE-LENGTH).

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Refuse to UPDATE a key whose range belongs to another member  *
      * of this table's federation, or when the check itself cannot   *
      * be made (503).  A table that is not a federation member       *
      * passes.                                                       *
      *****************************************************************
       3400-FEDERATION-VERIFY.
           MOVE 'V'                          TO VF-FUNCTION.
           MOVE FK-TRANID                    TO VF-TABLE.
           MOVE FK-KEY                       TO VF-KEY.

           EXEC CICS LINK PROGRAM(ZFAM168)
                COMMAREA(VF-COMMAREA)
                LENGTH  (LENGTH OF VF-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZFAM168                  TO CA090-FILE
               MOVE STATUS-503               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  VF-RESULT EQUAL 'M'
               MOVE VF-FEDERATION            TO CA090-FILE
               MOVE VF-MEMBER                TO CA090-FILE(3:2)
               MOVE STATUS-409               TO CA090-STATUS
               MOVE '04'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  VF-RESULT EQUAL 'X'
               MOVE VF-FEDERATION            TO CA090-FILE
               MOVE 'VF'                     TO CA090-FILE(5:2)
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Referential integrity - verify every REF column of the        *
      * updated record against its parent table's KEY store           *
      * (FAxxRI) before anything is written.                          *
      *****************************************************************
       3500-REFERENCE-CHECK.
           MOVE 'CHECK '                     TO CA150-FUNCTION.
           MOVE FK-TRANID                    TO CA150-TABLE.
           MOVE ZEROES                       TO CA150-DEPTH.
           MOVE RECORD-LENGTH                TO CA150-RECORD-LENGTH.
           SET CA150-RECORD-ADDRESS          TO ADDRESS OF RECORD-DATA.

           EXEC CICS LINK PROGRAM(ZFAM150)
                COMMAREA(ZFAM150-COMMAREA)
                LENGTH  (LENGTH OF ZFAM150-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZFAM150                  TO CA090-FILE
               MOVE STATUS-503               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  CA150-STATUS EQUAL 'M'
               MOVE CA150-FILE               TO CA090-FILE
               MOVE CA150-COLUMN             TO CA090-FIELD
               MOVE STATUS-409               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  CA150-STATUS NOT EQUAL SPACES
               MOVE CA150-FILE               TO CA090-FILE
               MOVE CA150-COLUMN             TO CA090-FIELD
               MOVE STATUS-409               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Write the updated record as a new FILE store segment under a  *
      * fresh internal key, with the same cipher and checksum         *
      * treatment 4400-WRITE-FILE applies in ZFAM002.                 *
      *****************************************************************
       4000-WRITE-FILE.
           EXEC CICS GET DCOUNTER(ZFAM-COUNTER)
                VALUE(ZFAM-NC-VALUE)
                INCREMENT(ZFAM-NC-INCREMENT)
                NOHANDLE
           END-EXEC.

           CALL ZUIDSTCK USING BY REFERENCE THE-TOD.
           MOVE THE-TOD(1:6)                 TO FK-FF-IDN.
           MOVE ZFAM-NC-HW                   TO FK-FF-NC.

           MOVE WS-ABS                       TO FK-ABS.
           MOVE ONE                          TO FK-SEGMENTS.
           MOVE ZEROES                       TO FK-LOCK-TIME.

           MOVE FK-KEY                       TO FF-FK-KEY.
           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ONE                          TO FF-SEGMENT
                                                 FF-SEGMENTS.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE TEXT-PLAIN                   TO FF-MEDIA.
           MOVE WS-ABS                       TO FF-ABS.
           MOVE FK-RETENTION                 TO FF-RETENTION.
           MOVE FK-RETENTION-TYPE            TO FF-RETENTION-TYPE.

           MOVE RECORD-LENGTH                TO FF-LENGTH.
           MOVE LOW-VALUES                   TO FF-DATA.
           MOVE RECORD-DATA(1:RECORD-LENGTH) TO FF-DATA(1:FF-LENGTH).
           PERFORM 9042-ENCIPHER-SEGMENT   THRU 9042-EXIT.
           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.
           MOVE CHECKSUM-COMPUTED            TO FF-CHECKSUM.
           ADD  FF-PREFIX                    TO FF-LENGTH.

           EXEC CICS WRITE FILE(FF-FCT)
                FROM(FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP(FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
           AND MN-SEGMENTS LESS THAN 9999
               ADD 1                         TO MN-SEGMENTS.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Point the KEY store record at the new segment.                *
      *****************************************************************
       4100-REWRITE-KEY.
           MOVE FK-FCT                       TO CA090-FILE.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
               END-EXEC
               MOVE STATUS-507               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Replace the secondary column index entries through zFAM031.   *
      * The FAxxFD schema is always present in Query Mode.            *
      *****************************************************************
       4200-CI-REPLACE.
           MOVE 'N'                          TO CI-FAIL-SW.

           SET OLD-REC-ADDRESS TO ADDRESS OF OLD-SEGMENT-DATA.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-REC)
                FROM   (OLD-REC-ADDRESS-X)
                FLENGTH(LENGTH OF OLD-REC-ADDRESS-X)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-OLD-KEY)
                FROM   (DELETE-KEY)
                FLENGTH(LENGTH OF DELETE-KEY)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           SET RECORD-ADDRESS TO ADDRESS OF RECORD-DATA.

           EXEC CICS PUT CONTAINER(ZFAM-NEW-REC)
                FROM   (RECORD-ADDRESS-X)
                FLENGTH(LENGTH OF RECORD-ADDRESS-X)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-NEW-KEY)
                FROM   (FK-FF-KEY)
                FLENGTH(LENGTH OF FK-FF-KEY)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS PUT CONTAINER(ZFAM-PROCESS)
                FROM   (PROCESS-INSERT)
                FLENGTH(LENGTH OF PROCESS-INSERT)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           EXEC CICS LINK PROGRAM(ZFAM031)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           PERFORM 4250-CHECK-CI-FAIL      THRU 4250-EXIT.

           IF  CI-FAIL-SW EQUAL 'Y'
               MOVE CF-FILE                  TO CA090-FILE
               MOVE STATUS-409               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * Pick up a unique-constraint violation the index program       *
      * handed back.  The whole unit of work is already rolled back.  *
      *****************************************************************
       4250-CHECK-CI-FAIL.
           MOVE LENGTH OF CI-FAIL-RECORD     TO CI-FAIL-LENGTH.

           EXEC CICS GET CONTAINER(ZFAM-CI-FAIL)
                INTO   (CI-FAIL-RECORD)
                FLENGTH(CI-FAIL-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                RESP   (CI-FAIL-RESP)
                NOHANDLE
           END-EXEC.

           IF  CI-FAIL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO CI-FAIL-SW
               EXEC CICS DELETE CONTAINER(ZFAM-CI-FAIL)
                    CHANNEL(ZFAM-CHANNEL)
                    NOHANDLE
               END-EXEC.

       4250-EXIT.
           EXIT.

      *****************************************************************
      * Delete one segment of the chain this UPDATE replaced.         *
      *****************************************************************
       4300-DELETE-OLD.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(DELETE-KEY-16)
                NOHANDLE
           END-EXEC.

       4300-EXIT.
           EXIT.

      *****************************************************************
      * Clear the key's hot-key cache slot, mirroring ZFAM002's       *
      * 3148/3149 invalidate.                                         *
      *****************************************************************
       4400-CACHE-INVALIDATE.
           MOVE FK-KEY                     TO HC-LOOKUP-KEY.

           MOVE LENGTH OF HC-CONTROL       TO HC-LENGTH.
           MOVE 1                          TO HC-ITEM.

           EXEC CICS READQ TS QUEUE(HC-TSQ)
                INTO  (HC-CONTROL)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           IF  HC-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4400-EXIT.

           PERFORM 4410-INVALIDATE-SCAN  THRU 4410-EXIT
               VARYING HC-SCAN FROM 1 BY 1
               UNTIL   HC-SCAN GREATER THAN HC-COUNT.

       4400-EXIT.
           EXIT.

      *****************************************************************
      * Check one cache slot and clear it on a key match.             *
      *****************************************************************
       4410-INVALIDATE-SCAN.
           MOVE LENGTH OF HC-ENTRY         TO HC-LENGTH.
           COMPUTE HC-ITEM = HC-SCAN + 1.

           EXEC CICS READQ TS QUEUE(HC-TSQ)
                INTO  (HC-ENTRY)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           IF  HC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE HC-COUNT               TO HC-SCAN
               GO TO 4410-EXIT.

           IF  HC-KEY NOT EQUAL HC-LOOKUP-KEY
               GO TO 4410-EXIT.

           MOVE LOW-VALUES                 TO HC-KEY
                                               HC-DATA.
           MOVE ZEROES                     TO HC-DATA-LENGTH.

           MOVE LENGTH OF HC-ENTRY         TO HC-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(HC-TSQ)
                FROM  (HC-ENTRY)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                REWRITE
                MAIN
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

       4410-EXIT.
           EXIT.

      *****************************************************************
      * Replicate (active/active before the response, active/standby  *
      * after it) and send the response.  An UPDATE arriving on the   *
      * /replicate path came from the partner and is not replicated   *
      * back.                                                         *
      *****************************************************************
       5000-SEND-RESPONSE.
           PERFORM 8000-GET-DC-TYPE        THRU 8000-EXIT.

           IF  DC-TYPE EQUAL ACTIVE-ACTIVE
               PERFORM 8100-REPLICATE      THRU 8100-EXIT.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-200              TO MN-HTTP-STATUS.

           IF  DC-TYPE EQUAL ACTIVE-STANDBY
               PERFORM 8100-REPLICATE      THRU 8100-EXIT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Read the replication type from the FAxxDC template.  No       *
      * template, or the /replicate path, means nothing to replicate. *
      *****************************************************************
       8000-GET-DC-TYPE.
           MOVE ACTIVE-SINGLE                TO DC-TYPE.

           IF  WEB-PATH(1:10) EQUAL REPLICATE
               GO TO 8000-EXIT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)
                TEMPLATE(ZFAM-DC)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8000-EXIT.

           MOVE LENGTH OF DC-CONTROL         TO DC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)
                INTO     (DC-CONTROL)
                LENGTH   (DC-LENGTH)
                MAXLENGTH(DC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DC-LENGTH NOT GREATER THAN TEN
               MOVE ACTIVE-SINGLE            TO DC-TYPE.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Issue LINK to zFAM102 to replicate the updated record.        *
      *****************************************************************
       8100-REPLICATE.
           MOVE 'UPDATE'                     TO CA102-TYPE.
           MOVE QL-KEY-NAME                  TO CA102-NAME.
           MOVE QL-WHERE-VALUE-LENGTH        TO CA102-KEY-LENGTH.
           MOVE FK-KEY                       TO CA102-KEY.

           EXEC CICS LINK PROGRAM(ZFAM102)
                COMMAREA(ZFAM102-COMMAREA)
                LENGTH  (LENGTH OF ZFAM102-COMMAREA)
                NOHANDLE
           END-EXEC.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           PERFORM 9085-MONITOR-POINT      THRU 9085-EXIT.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Move the request's zFAM detail into the CICS monitoring user  *
      * field (ZFAMMNC), with the status, bytes out and segments      *
      * this program sent.  Monitoring never fails a request - a      *
      * region without the MCT entry ignores the point.               *
      *****************************************************************
       9085-MONITOR-POINT.
           MOVE EIBTRNID                     TO MN-TABLE.
           MOVE 'ZFAM030 '                   TO MN-PROGRAM.

           SET MN-ADDRESS TO ADDRESS OF MN-RECORD.
           MOVE LENGTH OF MN-RECORD          TO MN-DATA2.

           EXEC CICS MONITOR POINT(MN-POINT)
                ENTRYNAME(MN-ENTRYNAME)
                DATA1    (MN-DATA1)
                DATA2    (MN-DATA2)
                NOHANDLE
           END-EXEC.

       9085-EXIT.
           EXIT.

      *****************************************************************
      * Encipher FF-DATA(1:FF-LENGTH) toward disk, same as ZFAM002.   *
      *****************************************************************
       9042-ENCIPHER-SEGMENT.
           MOVE FF-TRANID                   TO CIPHER-TRANID.
           MOVE 'E'                         TO CIPHER-DIRECTION.
           MOVE FF-LENGTH                   TO CIPHER-LENGTH.
           MOVE FF-DATA(1:FF-LENGTH)        TO CIPHER-DATA(1:FF-LENGTH).

           MOVE FF-KEYVER                   TO CIPHER-KEYVER.

           EXEC CICS LINK PROGRAM(ZFAM107)
                COMMAREA(CIPHER-COMMAREA)
                LENGTH  (LENGTH OF CIPHER-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE CIPHER-DATA(1:FF-LENGTH)     TO FF-DATA(1:FF-LENGTH).
           MOVE CIPHER-KEYVER               TO FF-KEYVER.

       9042-EXIT.
           EXIT.

      *****************************************************************
      * Decipher FF-DATA(1:FF-LENGTH) read back from disk.             *
      *****************************************************************
       9043-DECIPHER-SEGMENT.
           MOVE FF-TRANID                   TO CIPHER-TRANID.
           MOVE 'D'                         TO CIPHER-DIRECTION.
           MOVE FF-LENGTH                   TO CIPHER-LENGTH.
           MOVE FF-DATA(1:FF-LENGTH)        TO CIPHER-DATA(1:FF-LENGTH).

           MOVE FF-KEYVER                   TO CIPHER-KEYVER.

           EXEC CICS LINK PROGRAM(ZFAM107)
                COMMAREA(CIPHER-COMMAREA)
                LENGTH  (LENGTH OF CIPHER-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE CIPHER-DATA(1:FF-LENGTH)     TO FF-DATA(1:FF-LENGTH).
           MOVE CIPHER-KEYVER               TO FF-KEYVER.

       9043-EXIT.
           EXIT.

      *****************************************************************
      * Compute the word-sum checksum over the FF-DATA buffer.        *
      *****************************************************************
       9040-COMPUTE-CHECKSUM.
           MOVE ZEROES                TO CHECKSUM-TOTAL.

           PERFORM 9041-ADD-WORD     THRU 9041-EXIT
               VARYING CHECKSUM-WORD-INDEX FROM 1 BY 1 UNTIL
                       CHECKSUM-WORD-INDEX GREATER THAN 8000.

           DIVIDE CHECKSUM-TOTAL BY 100000000 GIVING CHECKSUM-QUOTIENT
               REMAINDER CHECKSUM-COMPUTED.

       9040-EXIT.
           EXIT.

       9041-ADD-WORD.
           ADD  FF-DATA-WORD(CHECKSUM-WORD-INDEX) TO CHECKSUM-TOTAL.

       9041-EXIT.
           EXIT.

      *****************************************************************
      * Issue XCTL to zFAM090 for central error message process.      *
      *****************************************************************
       9998-ZFAM090.
           MOVE CA090-STATUS                 TO MN-HTTP-STATUS.
           PERFORM 9085-MONITOR-POINT      THRU 9085-EXIT.

           MOVE EIBTRNID                     TO CA090-TRANID.

           EXEC CICS XCTL PROGRAM(ZFAM090)
                COMMAREA(ZFAM090-COMMAREA)
                LENGTH  (LENGTH OF ZFAM090-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (CRLF)
                FROMLENGTH(TWO)
                MEDIATYPE (TEXT-PLAIN)
                ACTION    (SEND-ACTION)
                STATUSCODE(HTTP-STATUS-503)
                STATUSTEXT(HTTP-503-99-TEXT)
                STATUSLEN (HTTP-503-99-LENGTH)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.

       9998-EXIT.
           EXIT.
