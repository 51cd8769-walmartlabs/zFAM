       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM150.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Referential integrity between FAxx tables.                    *
      *                                                               *
      * A table whose FAxxFD schema columns refer to other tables     *
      * declares those references in its FAxxRI document template,    *
      * one 38-byte line per reference (see RI-ENTRY below):          *
      *                                                               *
      *   REF   column  FApp           - this table's column holds    *
      *                                  the primary key of a FApp    *
      *                                  row (the child side).        *
      *   CHILD column  FAcc  policy   - table FAcc's column holds    *
      *                                  this table's primary key     *
      *                                  (the parent side).  Policy   *
      *                                  RESTRICT (the default)       *
      *                                  refuses the parent DELETE    *
      *                                  while child rows exist;      *
      *                                  CASCADE deletes them too.    *
      *                                                               *
      * The column named on a CHILD line must be the leading column   *
      * of a FAccCIxx secondary column index in the child's schema -  *
      * that index is how the children of a key are found.            *
      *                                                               *
      * LINKed by ZFAM002 with the commarea below:                    *
      *                                                               *
      *   CHECK   - every REF column of the record addressed by       *
      *             CA150-RECORD-ADDRESS must name a live key on the  *
      *             referenced table.  A blank column is a null       *
      *             reference and is allowed.                         *
      *   DELETE  - CA150-KEY is about to be deleted from CA150-TABLE;*
      *             apply each CHILD line's policy.  A cascaded child *
      *             is deleted with its FILE segments and secondary   *
      *             index entries, after its own children are handled *
      *             by a nested LINK to this program.  A child table  *
      *             that retains versions is soft deleted instead, a  *
      *             hard delete gives the row's usage back to its     *
      *             prefix quota, and every cascaded delete is        *
      *             journaled to the child's FAxxCL queue once the    *
      *             whole cascade stands.                             *
      *                                                               *
      * CA150-STATUS is returned as SPACES when the request may       *
      * proceed, otherwise:                                           *
      *                                                               *
      *   M - referenced parent key not found (CHECK)                 *
      *   C - child rows still reference the key (RESTRICT)           *
      *   H - a cascaded child row is under legal hold                *
      *   I - a CHILD column is not the leading column of an index    *
      *   E - I/O failure, or the cascade nested too deeply           *
      *                                                               *
      * with CA150-FILE and CA150-COLUMN naming where.  Nothing is    *
      * answered to the client from here - the caller rolls back its  *
      * unit of work (undoing any partial cascade) and responds       *
      * through ZFAM090.  A table with no FAxxRI template returns     *
      * SPACES immediately.                                           *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Journal cascaded deletes, honor the child *
      *                     table's soft delete, release its quota    *
      *                     and its shared chains.                    *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  ONE                    PIC S9(08) COMP VALUE 1.
       01  FIFTY-SIX              PIC S9(08) COMP VALUE 56.
       01  MAX-DEPTH              PIC S9(04) COMP VALUE 8.
       01  MAX-COLLECT            PIC S9(04) COMP VALUE 256.

       01  ZFAM150                PIC  X(08) VALUE 'ZFAM150 '.

       01  FOUND-SW               PIC  X(01) VALUE 'N'.
       01  LEADING-SW             PIC  X(01) VALUE 'N'.
       01  BROWSE-COMPLETE        PIC  X(01) VALUE 'N'.
       01  ROW-OK-SW              PIC  X(01) VALUE 'N'.
       01  CI-DONE-SW             PIC  X(01) VALUE 'N'.

       01  PARENT-KEY-LENGTH      PIC S9(08) COMP VALUE ZEROES.
       01  TRAILING-LOW-VALUES    PIC S9(08) COMP VALUE ZEROES.
       01  TRAILING-SPACES        PIC S9(08) COMP VALUE ZEROES.
       01  REF-COLUMN             PIC S9(08) COMP VALUE ZEROES.
       01  REF-LENGTH             PIC S9(08) COMP VALUE ZEROES.
       01  REF-INDEX              PIC  9(03) VALUE ZEROES.
       01  REF-VALUE              PIC X(255) VALUE SPACES.

      *****************************************************************
      * FAxxRI referential integrity template.                        *
      *****************************************************************
       01  RI-TOKEN               PIC  X(16) VALUE SPACES.
       01  RI-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  RI-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-RI.
           02  RI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'RI'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  RI-BUFFER              PIC X(8000) VALUE SPACES.

       01  RI-ENTRY.
           02  RI-TYPE            PIC  X(05).
           02  FILLER             PIC  X(01).
           02  RI-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  RI-TABLE           PIC  X(04).
           02  FILLER             PIC  X(01).
           02  RI-POLICY          PIC  X(08).
           02  RI-CRLF            PIC  X(02).

      *****************************************************************
      * FAxxFD schema of the table being examined - this table on a   *
      * CHECK, the child table named on the CHILD line on a DELETE.   *
      *****************************************************************
       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  FS-OFFSET              PIC S9(08) COMP VALUE ZEROES.

       01  ZFAM-FD.
           02  FD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'FD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  FAXXFD-BUFFER          PIC  X(64000) VALUE SPACES.

       01  FD-ENTRY.
           02  FILLER             PIC  X(03).
           02  FD-INDEX           PIC  9(03).
           02  FILLER             PIC  X(05).
           02  FD-COLUMN          PIC  9(07).
           02  FILLER             PIC  X(05).
           02  FD-LENGTH          PIC  9(06).
           02  FILLER             PIC  X(06).
           02  FD-TYPE            PIC  X(01).
           02  FILLER             PIC  X(05).
           02  FD-SEC             PIC  9(02).
           02  FILLER             PIC  X(06).
           02  FD-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  FD-CRLF            PIC  X(02).

      *****************************************************************
      * Second cursor over the schema, used to gather the member      *
      * columns of a composite index without disturbing the outer     *
      * walk - the same arrangement as ZFAM031.                       *
      *****************************************************************
       01  FD-SCAN-ENTRY.
           02  FILLER             PIC  X(03).
           02  FS-INDEX           PIC  9(03).
           02  FILLER             PIC  X(05).
           02  FS-COLUMN          PIC  9(07).
           02  FILLER             PIC  X(05).
           02  FS-LENGTH          PIC  9(06).
           02  FILLER             PIC  X(06).
           02  FS-TYPE            PIC  X(01).
           02  FILLER             PIC  X(05).
           02  FS-SEC             PIC  9(02).
           02  FILLER             PIC  X(06).
           02  FS-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  FS-CRLF            PIC  X(02).

      *****************************************************************
      * KEY, FILE and FAxxCIxx resources of the referenced (parent)   *
      * or referencing (child) table.                                 *
      *****************************************************************
       01  FK-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FF-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  CI-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FK-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  CI-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.

       01  FF-FCT.
           02  FF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FF-DDNAME          PIC  X(04) VALUE 'FILE'.

       01  CI-FCT.
           02  CI-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'CI'.
           02  CI-INDEX           PIC  9(02) VALUE ZEROES.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

       COPY ZFAMCIC.

      *****************************************************************
      * Child index match value - the parent key as it is stored in   *
      * the child column, capped at the 56-byte CI-FIELD.             *
      *****************************************************************
       01  MATCH-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  MATCH-VALUE            PIC  X(56) VALUE SPACES.
       01  CHILD-INDEX            PIC  9(03) VALUE ZEROES.
       01  CHILD-FCT              PIC  X(08) VALUE SPACES.

      *****************************************************************
      * Child rows gathered by one pass over the child index.  The    *
      * index cannot be browsed while its own entries are being       *
      * deleted, so a cascade gathers a batch, ends the browse,       *
      * deletes the batch, and browses again until nothing is left.   *
      *****************************************************************
       01  COLLECT-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  COLLECT-SUB            PIC S9(04) COMP VALUE ZEROES.

       01  COLLECT-TABLE.
           02  COLLECT-ENTRY      OCCURS 256 TIMES.
               05  COLLECT-I-KEY  PIC  X(08).
               05  COLLECT-DS     PIC  X(04).

      *****************************************************************
      * Composite CI-FIELD rebuild for a cascaded child row.          *
      *****************************************************************
       01  CB-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  CB-COLUMN              PIC S9(08) COMP VALUE ZEROES.
       01  CB-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  CI-TARGET-INDEX        PIC  9(03) VALUE ZEROES.

       01  CI-DONE-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  CI-DONE-SCAN           PIC S9(04) COMP VALUE ZEROES.

       01  CI-DONE-TABLE.
           02  CI-DONE-INDEX      PIC  9(03) OCCURS 20 TIMES.

      *****************************************************************
      * Hot-key cache of the child table, cleared of each cascaded    *
      * key the same way ZFAM002 clears it on a DELETE.               *
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
      * The cascaded child table's ZFAM-DD document template - only   *
      * the version retention count and the quota prefix length.  The *
      * fillers span every other field and its CRLF exactly as        *
      * ZFAM002's full DD-INFORMATION lays them out.                  *
      *****************************************************************
       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DD-INFORMATION.
           02  FILLER             PIC  X(85) VALUE SPACES.
           02  DD-VERSION-RETAIN  PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(42) VALUE SPACES.
           02  DD-QUOTA-LEN       PIC  9(02) VALUE ZEROES.

       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.
       01  VERSION-RETAIN         PIC  9(01) VALUE ZEROES.
       01  QUOTA-LEN              PIC  9(02) VALUE ZEROES.

      *****************************************************************
      * Per-prefix storage quota of the child table (FAxxQT), given   *
      * back on a hard delete as ZFAM002's 4097-QUOTA-RELEASE does.   *
      *****************************************************************
       01  QT-FCT.
           02  QT-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'QT  '.

       01  QT-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  QT-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  QT-RIDFLD              PIC  X(16) VALUE SPACES.
       01  QT-EST-KB              PIC S9(08) COMP VALUE ZEROES.

       01  QT-RECORD.
           02  QT-PREFIX          PIC  X(16) VALUE SPACES.
           02  QT-ROW-LIMIT       PIC  9(09) VALUE ZEROES.
           02  QT-KB-LIMIT        PIC  9(09) VALUE ZEROES.
           02  QT-ROWS-USED       PIC  9(09) VALUE ZEROES.
           02  QT-KB-USED         PIC  9(09) VALUE ZEROES.
           02  FILLER             PIC  X(20) VALUE SPACES.

      *****************************************************************
      * Shared FILE store chains (FK-SHARED) are counted on FAxxDP;   *
      * ZFAM170 releases a reference and says whether the segments    *
      * may go.                                                       *
      *****************************************************************
       01  DEDUP-KEEP-SW          PIC  X(01) VALUE 'N'.

       COPY ZFAMDPC.

      *****************************************************************
      * Change-data-capture journal (FAxxCL), its xxJM mirror and the *
      * mirror's xxJE wipe generation, as ZFAM002's 8600/8630/8635.   *
      *                                                               *
      * The FAxxCL queue cannot be rolled back, and a cascade refused *
      * part way is - so each cascaded delete's journal record is     *
      * held on the task-scoped R<tasknum> queue, which every nested  *
      * LINK of this task appends to, and the outermost invocation    *
      * writes them out only when the whole cascade has succeeded.    *
      * PJ-TABLE names the child table each record belongs to.        *
      *****************************************************************
       01  JL-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  JL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  JL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JL-IMAGE-MAX           PIC S9(08) COMP VALUE 16000.
       01  JL-IMAGE-LENGTH        PIC S9(08) COMP VALUE ZEROES.
       01  JOURNAL-ABS            PIC S9(15) COMP-3 VALUE ZEROES.

       COPY ZFAMJLC.

       01  JM-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JM-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  JM-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JM-ENTRY-LENGTH        PIC S9(04) COMP VALUE ZEROES.
       01  JM-MAX-ITEMS           PIC S9(04) COMP VALUE 5000.
       01  JM-ENQ-LENGTH          PIC S9(08) COMP VALUE 4.

       01  JE-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JE-ITEM                PIC S9(04) COMP VALUE 1.
       01  JE-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JE-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  JE-EPOCH               PIC  9(09) VALUE ZEROES.

       01  PJ-TSQ.
           02  FILLER             PIC  X(01) VALUE 'R'.
           02  PJ-TSQ-TASK        PIC  9(07) VALUE ZEROES.

       01  PJ-ITEM                PIC S9(04) COMP VALUE ZEROES.
       01  PJ-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  PJ-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  PJ-ENTRY.
           02  PJ-TABLE           PIC  X(04) VALUE SPACES.
           02  PJ-RECORD          PIC X(32340) VALUE SPACES.

      *****************************************************************
      * Commarea for the nested LINK that handles a cascaded child's  *
      * own children.                                                 *
      *****************************************************************
       01  ZFAM150-COMMAREA.
           02  CC150-FUNCTION     PIC  X(06) VALUE SPACES.
           02  CC150-TABLE        PIC  X(04) VALUE SPACES.
           02  CC150-DEPTH        PIC S9(04) COMP VALUE ZEROES.
           02  CC150-STATUS       PIC  X(01) VALUE SPACES.
           02  CC150-FILE         PIC  X(08) VALUE SPACES.
           02  CC150-COLUMN       PIC  X(16) VALUE SPACES.
           02  CC150-RECORD-LENGTH
                                  PIC S9(08) COMP VALUE ZEROES.
           02  CC150-RECORD-ADDRESS
                                  USAGE POINTER.
           02  CC150-KEY          PIC X(255) VALUE LOW-VALUES.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA150-FUNCTION     PIC  X(06).
           02  CA150-TABLE        PIC  X(04).
           02  CA150-DEPTH        PIC S9(04) COMP.
           02  CA150-STATUS       PIC  X(01).
           02  CA150-FILE         PIC  X(08).
           02  CA150-COLUMN       PIC  X(16).
           02  CA150-RECORD-LENGTH
                                  PIC S9(08) COMP.
           02  CA150-RECORD-ADDRESS
                                  USAGE POINTER.
           02  CA150-KEY          PIC X(255).

      *****************************************************************
      * Record being written (CHECK).                                 *
      *****************************************************************
       01  ZFAM-RECORD            PIC X(32000).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  CA150-FUNCTION EQUAL 'CHECK '
               PERFORM 2000-CHECK-PARENTS  THRU 2000-EXIT.

           IF  CA150-FUNCTION EQUAL 'DELETE'
               PERFORM 3000-CHECK-CHILDREN THRU 3000-EXIT.

           IF  CA150-FUNCTION EQUAL 'DELETE'
           AND CA150-DEPTH    EQUAL ZEROES
               PERFORM 3800-POST-JOURNAL   THRU 3800-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Load the table's FAxxRI template.  No template, no rules.     *
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES                       TO CA150-STATUS
                                                 CA150-FILE
                                                 CA150-COLUMN.

           MOVE CA150-TABLE                  TO RI-TRANID.
           MOVE EIBTASKN                     TO PJ-TSQ-TASK.

           IF  CA150-FUNCTION EQUAL 'DELETE'
           AND CA150-DEPTH    EQUAL ZEROES
               EXEC CICS DELETEQ TS QUEUE(PJ-TSQ) NOHANDLE
               END-EXEC.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(RI-TOKEN)
                TEMPLATE(ZFAM-RI)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           MOVE LENGTH OF RI-BUFFER          TO RI-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(RI-TOKEN)
                INTO     (RI-BUFFER)
                LENGTH   (RI-DOC-LENGTH)
                MAXLENGTH(RI-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  RI-DOC-LENGTH NOT GREATER THAN ZEROES
               PERFORM 9000-RETURN         THRU 9000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * CHECK - each REF column must name a live parent key.          *
      *****************************************************************
       2000-CHECK-PARENTS.
           MOVE CA150-TABLE                  TO FD-TRANID.
           PERFORM 8000-LOAD-SCHEMA        THRU 8000-EXIT.

           IF  FD-DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 2000-EXIT.

           SET ADDRESS OF ZFAM-RECORD        TO CA150-RECORD-ADDRESS.

           PERFORM 2100-CHECK-REFERENCE    THRU 2100-EXIT
               VARYING RI-OFFSET FROM ZEROES BY LENGTH OF RI-ENTRY
               UNTIL RI-OFFSET NOT LESS THAN RI-DOC-LENGTH
               OR    CA150-STATUS NOT EQUAL SPACES.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Check one REF line against the record.                        *
      *****************************************************************
       2100-CHECK-REFERENCE.
           MOVE RI-BUFFER(RI-OFFSET + 1:LENGTH OF RI-ENTRY)
                                             TO RI-ENTRY.

           IF  RI-TYPE NOT EQUAL 'REF  '
           OR  RI-NAME EQUAL SPACES
               GO TO 2100-EXIT.

           PERFORM 8100-FIND-COLUMN        THRU 8100-EXIT.

           IF  FOUND-SW NOT EQUAL 'Y'
           OR  REF-COLUMN NOT GREATER THAN ZEROES
           OR  REF-COLUMN GREATER THAN CA150-RECORD-LENGTH
               GO TO 2100-EXIT.

           IF  REF-COLUMN + REF-LENGTH - 1 GREATER THAN
               CA150-RECORD-LENGTH
               COMPUTE REF-LENGTH = CA150-RECORD-LENGTH - REF-COLUMN
                                  + 1.

           IF  REF-LENGTH GREATER THAN LENGTH OF REF-VALUE
               MOVE LENGTH OF REF-VALUE      TO REF-LENGTH.

           MOVE SPACES                       TO REF-VALUE.
           MOVE ZFAM-RECORD(REF-COLUMN:REF-LENGTH)
             TO REF-VALUE(1:REF-LENGTH).

           INSPECT REF-VALUE
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE ZEROES                       TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(REF-VALUE)
           TALLYING TRAILING-SPACES
           FOR LEADING SPACES.

           SUBTRACT TRAILING-SPACES FROM LENGTH OF REF-VALUE
               GIVING REF-LENGTH.

      *****************************************************************
      * A blank column is a null reference.                           *
      *****************************************************************
           IF  REF-LENGTH NOT GREATER THAN ZEROES
               GO TO 2100-EXIT.

           MOVE RI-TABLE                     TO FK-TRANID.
           MOVE LOW-VALUES                   TO FK-KEY.
           MOVE REF-VALUE(1:REF-LENGTH)      TO FK-KEY(1:REF-LENGTH).
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
           OR (FK-RESP EQUAL DFHRESP(NORMAL) AND FK-DELETED EQUAL 'Y')
               MOVE 'M'                      TO CA150-STATUS
               MOVE FK-FCT                   TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN
               GO TO 2100-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA150-STATUS
               MOVE FK-FCT                   TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * DELETE - apply each CHILD line's policy to the key being      *
      * deleted.                                                      *
      *****************************************************************
       3000-CHECK-CHILDREN.
           IF  CA150-DEPTH GREATER THAN MAX-DEPTH
               MOVE 'E'                      TO CA150-STATUS
               MOVE CA150-TABLE              TO CA150-FILE
               GO TO 3000-EXIT.

           MOVE ZEROES                       TO TRAILING-LOW-VALUES.
           INSPECT FUNCTION REVERSE(CA150-KEY)
           TALLYING TRAILING-LOW-VALUES
           FOR LEADING LOW-VALUES.

           SUBTRACT TRAILING-LOW-VALUES FROM LENGTH OF CA150-KEY
               GIVING PARENT-KEY-LENGTH.

           IF  PARENT-KEY-LENGTH NOT GREATER THAN ZEROES
               GO TO 3000-EXIT.

           PERFORM 3100-PROCESS-CHILD      THRU 3100-EXIT
               VARYING RI-OFFSET FROM ZEROES BY LENGTH OF RI-ENTRY
               UNTIL RI-OFFSET NOT LESS THAN RI-DOC-LENGTH
               OR    CA150-STATUS NOT EQUAL SPACES.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Process one CHILD line - locate the child column's index and  *
      * look for rows that still carry the key.                       *
      *****************************************************************
       3100-PROCESS-CHILD.
           MOVE RI-BUFFER(RI-OFFSET + 1:LENGTH OF RI-ENTRY)
                                             TO RI-ENTRY.

           IF  RI-TYPE NOT EQUAL 'CHILD'
           OR  RI-NAME EQUAL SPACES
               GO TO 3100-EXIT.

           MOVE RI-TABLE                     TO FD-TRANID
                                                 FK-TRANID
                                                 FF-TRANID
                                                 CI-TRANID.
           MOVE FK-FCT                       TO CHILD-FCT.

           PERFORM 8000-LOAD-SCHEMA        THRU 8000-EXIT.
           PERFORM 8050-LOAD-DD            THRU 8050-EXIT.
           PERFORM 8100-FIND-COLUMN        THRU 8100-EXIT.

           IF  FOUND-SW NOT EQUAL 'Y'
               MOVE 'I'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN
               GO TO 3100-EXIT.

           PERFORM 8200-CHECK-LEADING      THRU 8200-EXIT.

           IF  LEADING-SW NOT EQUAL 'Y'
               MOVE 'I'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN
               GO TO 3100-EXIT.

      *****************************************************************
      * A key longer than the child column cannot be referenced.      *
      *****************************************************************
           IF  PARENT-KEY-LENGTH GREATER THAN REF-LENGTH
               GO TO 3100-EXIT.

           MOVE REF-INDEX                    TO CHILD-INDEX.
           MOVE REF-INDEX(2:2)               TO CI-INDEX.

           MOVE REF-LENGTH                   TO MATCH-LENGTH.
           IF  MATCH-LENGTH GREATER THAN FIFTY-SIX
               MOVE FIFTY-SIX                TO MATCH-LENGTH.

           MOVE SPACES                       TO MATCH-VALUE.
           MOVE CA150-KEY(1:PARENT-KEY-LENGTH) TO MATCH-VALUE.

           IF  RI-POLICY EQUAL 'CASCADE '
               PERFORM 3300-CASCADE-PASS   THRU 3300-EXIT
                   WITH TEST AFTER
                   UNTIL COLLECT-COUNT EQUAL ZEROES
                   OR    CA150-STATUS NOT EQUAL SPACES
           ELSE
               MOVE ONE                      TO MAX-COLLECT
               PERFORM 3200-COLLECT-CHILDREN THRU 3200-EXIT
               MOVE 256                      TO MAX-COLLECT
               IF  COLLECT-COUNT GREATER THAN ZEROES
                   MOVE 'C'                  TO CA150-STATUS
                   MOVE CHILD-FCT            TO CA150-FILE
                   MOVE RI-NAME              TO CA150-COLUMN.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Browse the child index for rows carrying the key and gather   *
      * up to MAX-COLLECT of them.                                    *
      *****************************************************************
       3200-COLLECT-CHILDREN.
           MOVE ZEROES                       TO COLLECT-COUNT.
           MOVE 'N'                          TO BROWSE-COMPLETE.

           MOVE LOW-VALUES                   TO CI-KEY.
           MOVE MATCH-VALUE(1:MATCH-LENGTH)
             TO CI-FIELD(1:MATCH-LENGTH).

           EXEC CICS STARTBR
                FILE  (CI-FCT)
                RIDFLD(CI-KEY)
                RESP  (CI-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  CI-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3200-EXIT.

           PERFORM 3210-READ-INDEX         THRU 3210-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR
                FILE(CI-FCT)
                NOHANDLE
           END-EXEC.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Read the next index entry; stop at the first entry whose      *
      * leading column no longer matches.  Entries whose row can no   *
      * longer be read are stale and are passed over, as are rows     *
      * already soft deleted - they no longer hold the parent, and a  *
      * cascade would otherwise gather them on every pass.            *
      *****************************************************************
       3210-READ-INDEX.
           MOVE LENGTH OF CI-RECORD          TO CI-LENGTH.

           EXEC CICS READNEXT
                FILE  (CI-FCT)
                INTO  (CI-RECORD)
                RIDFLD(CI-KEY)
                LENGTH(CI-LENGTH)
                RESP  (CI-RESP)
                NOHANDLE
           END-EXEC.

           IF  CI-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  CI-FIELD(1:MATCH-LENGTH) NOT EQUAL
               MATCH-VALUE(1:MATCH-LENGTH)
               MOVE 'Y'                      TO BROWSE-COMPLETE
               GO TO 3210-EXIT.

           MOVE CI-DS                        TO FF-DDNAME.
           MOVE CI-I-KEY                     TO FF-KEY.
           PERFORM 3600-READ-CHILD-ROW     THRU 3600-EXIT.

           IF  ROW-OK-SW NOT EQUAL 'Y'
               GO TO 3210-EXIT.

      *****************************************************************
      * A column longer than CI-FIELD is confirmed against the row.   *
      *****************************************************************
           IF  REF-LENGTH GREATER THAN FIFTY-SIX
           AND REF-COLUMN + REF-LENGTH - 1 GREATER THAN FF-LENGTH
               GO TO 3210-EXIT.

           IF  REF-LENGTH GREATER THAN FIFTY-SIX
           AND FF-DATA(REF-COLUMN:PARENT-KEY-LENGTH) NOT EQUAL
               CA150-KEY(1:PARENT-KEY-LENGTH)
               GO TO 3210-EXIT.

           IF  REF-LENGTH GREATER THAN FIFTY-SIX
           AND REF-LENGTH GREATER THAN PARENT-KEY-LENGTH
           AND FF-DATA(REF-COLUMN + PARENT-KEY-LENGTH:
                       REF-LENGTH - PARENT-KEY-LENGTH)
               NOT EQUAL SPACES
               GO TO 3210-EXIT.

           PERFORM 3610-READ-CHILD-KEY     THRU 3610-EXIT.

           IF  ROW-OK-SW NOT EQUAL 'Y'
               GO TO 3210-EXIT.

           ADD  ONE                          TO COLLECT-COUNT.
           MOVE CI-I-KEY       TO COLLECT-I-KEY(COLLECT-COUNT).
           MOVE CI-DS          TO COLLECT-DS   (COLLECT-COUNT).

           IF  COLLECT-COUNT NOT LESS THAN MAX-COLLECT
               MOVE 'Y'                      TO BROWSE-COMPLETE.

       3210-EXIT.
           EXIT.

      *****************************************************************
      * CASCADE - gather a batch of child rows and delete them.       *
      *****************************************************************
       3300-CASCADE-PASS.
           PERFORM 3200-COLLECT-CHILDREN   THRU 3200-EXIT.

           IF  COLLECT-COUNT GREATER THAN ZEROES
               PERFORM 3400-CASCADE-DELETE THRU 3400-EXIT
                   VARYING COLLECT-SUB FROM 1 BY 1
                   UNTIL COLLECT-SUB GREATER THAN COLLECT-COUNT
                   OR    CA150-STATUS NOT EQUAL SPACES.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Delete one child row - its own children first, then its KEY   *
      * record, FILE segments, secondary index entries and cache -    *
      * and queue its journal record.                                 *
      *****************************************************************
       3400-CASCADE-DELETE.
           MOVE COLLECT-DS(COLLECT-SUB)      TO FF-DDNAME.
           MOVE COLLECT-I-KEY(COLLECT-SUB)   TO FF-KEY.
           PERFORM 3600-READ-CHILD-ROW     THRU 3600-EXIT.

           IF  ROW-OK-SW NOT EQUAL 'Y'
               GO TO 3400-EXIT.

           MOVE 'DELETE'                     TO CC150-FUNCTION.
           MOVE RI-TABLE                     TO CC150-TABLE.
           ADD  ONE TO CA150-DEPTH       GIVING CC150-DEPTH.
           MOVE FF-FK-KEY                    TO CC150-KEY.

           EXEC CICS LINK PROGRAM(ZFAM150)
                COMMAREA(ZFAM150-COMMAREA)
                LENGTH  (LENGTH OF ZFAM150-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN
               GO TO 3400-EXIT.

           IF  CC150-STATUS NOT EQUAL SPACES
               MOVE CC150-STATUS             TO CA150-STATUS
               MOVE CC150-FILE               TO CA150-FILE
               MOVE CC150-COLUMN             TO CA150-COLUMN
               GO TO 3400-EXIT.

      *****************************************************************
      * Lock the child's KEY record and refuse a row under hold.      *
      *****************************************************************
           MOVE FF-FK-KEY                    TO FK-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
                UPDATE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
               GO TO 3400-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN
               GO TO 3400-EXIT.

           IF  FK-RETENTION-TYPE EQUAL 'H'
               MOVE 'H'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN
               GO TO 3400-EXIT.

      *****************************************************************
      * The KEY record must still own the row found in the index.     *
      *****************************************************************
           IF  FK-FF-KEY NOT EQUAL FF-KEY
               EXEC CICS UNLOCK FILE(FK-FCT)
                    NOHANDLE
               END-EXEC
               GO TO 3400-EXIT.

           IF  VERSION-RETAIN GREATER THAN ZEROES
               PERFORM 3420-SOFT-DELETE    THRU 3420-EXIT
           ELSE
               PERFORM 3430-HARD-DELETE    THRU 3430-EXIT.

           IF  CA150-STATUS NOT EQUAL SPACES
               GO TO 3400-EXIT.

           PERFORM 3440-JOURNAL-CHILD      THRU 3440-EXIT.

           MOVE REF-INDEX(2:2)               TO CI-INDEX.

           PERFORM 3700-CACHE-INVALIDATE   THRU 3700-EXIT.

       3400-EXIT.
           EXIT.

      *****************************************************************
      * Soft delete.  A child table that retains versions keeps the   *
      * row as ZFAM002's 5105-SOFT-DELETE does - FK-DELETED is set    *
      * and the KEY record rewritten, leaving the FILE store chain    *
      * and the index entries in place, and the quota charge with     *
      * them.                                                         *
      *****************************************************************
       3420-SOFT-DELETE.
           MOVE 'Y'                          TO FK-DELETED.

           EXEC CICS REWRITE FILE(FK-FCT)
                FROM(FK-RECORD)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN.

       3420-EXIT.
           EXIT.

      *****************************************************************
      * Hard delete - the KEY record, then the FILE segments unless   *
      * other keys still share the chain, the secondary index         *
      * entries, and the row's usage on its prefix quota.             *
      *****************************************************************
       3430-HARD-DELETE.
           EXEC CICS DELETE FILE(FK-FCT)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN
               GO TO 3430-EXIT.

           MOVE 'N'                          TO DEDUP-KEEP-SW.
           IF  FK-SHARED EQUAL 'Y'
               PERFORM 3435-RELEASE-CHAIN  THRU 3435-EXIT.

           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.

           IF  DEDUP-KEEP-SW NOT EQUAL 'Y'
               PERFORM 3410-DELETE-SEGMENT THRU 3410-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT FROM 1 BY 1
                   UNTIL FF-RESP NOT EQUAL DFHRESP(NORMAL).

           MOVE ZEROES                       TO CI-DONE-COUNT.

           PERFORM 3500-DELETE-CI          THRU 3500-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH.

           IF  QUOTA-LEN GREATER THAN ZEROES
               PERFORM 3438-QUOTA-RELEASE  THRU 3438-EXIT.

       3430-EXIT.
           EXIT.

      *****************************************************************
      * Release this row's reference to its shared chain.  The        *
      * segments stay while other references remain, or when ZFAM170  *
      * cannot be reached.                                            *
      *****************************************************************
       3435-RELEASE-CHAIN.
           MOVE 'R'                          TO DR-FUNCTION.
           MOVE RI-TABLE                     TO DR-TABLE.
           MOVE FK-FF-KEY                    TO DR-FF-KEY.
           MOVE SPACES                       TO DR-RESULT.

           EXEC CICS LINK PROGRAM(ZFAM170)
                COMMAREA(DR-COMMAREA)
                LENGTH  (LENGTH OF DR-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP   NOT EQUAL DFHRESP(NORMAL)
           OR  DR-RESULT NOT EQUAL 'D'
               MOVE 'Y'                      TO DEDUP-KEEP-SW.

       3435-EXIT.
           EXIT.

      *****************************************************************
      * Give the hard-deleted row's usage back to its prefix quota.   *
      * A prefix with no quota record is not quota-managed.           *
      *****************************************************************
       3438-QUOTA-RELEASE.
           MOVE RI-TABLE                     TO QT-TRANID.
           MOVE SPACES                       TO QT-RIDFLD.
           MOVE FK-KEY(1:QUOTA-LEN)
             TO QT-RIDFLD(1:QUOTA-LEN).
           INSPECT QT-RIDFLD
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE LENGTH OF QT-RECORD          TO QT-LENGTH.

           EXEC CICS READ FILE(QT-FCT)
                INTO(QT-RECORD)
                RIDFLD(QT-RIDFLD)
                LENGTH(QT-LENGTH)
                UPDATE
                RESP(QT-RESP)
                NOHANDLE
           END-EXEC.

           IF  QT-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3438-EXIT.

           IF  FK-SEGMENTS GREATER THAN ZEROES
               COMPUTE QT-EST-KB = FK-SEGMENTS * 32
           ELSE
               MOVE 32                       TO QT-EST-KB.

           IF  QT-ROWS-USED GREATER THAN ZEROES
               SUBTRACT 1                  FROM QT-ROWS-USED.

           IF  QT-KB-USED NOT LESS THAN QT-EST-KB
               SUBTRACT QT-EST-KB          FROM QT-KB-USED
           ELSE
               MOVE ZEROES                   TO QT-KB-USED.

           EXEC CICS REWRITE FILE(QT-FCT)
                FROM(QT-RECORD)
                LENGTH(QT-LENGTH)
                NOHANDLE
           END-EXEC.

       3438-EXIT.
           EXIT.

      *****************************************************************
      * Queue the child delete's journal record - the row's first     *
      * segment, deciphered, as the before image - for 3800 to write  *
      * once the cascade stands.                                      *
      *****************************************************************
       3440-JOURNAL-CHILD.
           MOVE 'DELETE'                     TO JL-METHOD.

           MOVE FK-KEY                       TO JL-KEY.
           INSPECT JL-KEY
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FK-ABS                       TO JL-ABS.

           MOVE SPACES                       TO JL-BEFORE
                                                 JL-AFTER
                                                 JL-CORRID.
           MOVE ZEROES                       TO JL-AFTER-LENGTH.

           MOVE FF-LENGTH                    TO JL-IMAGE-LENGTH.
           IF  JL-IMAGE-LENGTH GREATER THAN JL-IMAGE-MAX
               MOVE JL-IMAGE-MAX             TO JL-IMAGE-LENGTH.

           MOVE JL-IMAGE-LENGTH              TO JL-BEFORE-LENGTH.
           IF  JL-IMAGE-LENGTH GREATER THAN ZEROES
               MOVE FF-DATA(1:JL-IMAGE-LENGTH)
                                  TO JL-BEFORE(1:JL-IMAGE-LENGTH).

           EXEC CICS ASKTIME ABSTIME(JOURNAL-ABS) NOHANDLE
           END-EXEC.

           EXEC CICS FORMATTIME ABSTIME(JOURNAL-ABS)
                TIME(JL-TIME)
                YYYYMMDD(JL-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE RI-TABLE                     TO PJ-TABLE.
           MOVE JL-RECORD                    TO PJ-RECORD.
           MOVE LENGTH OF PJ-ENTRY           TO PJ-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(PJ-TSQ)
                FROM  (PJ-ENTRY)
                LENGTH(PJ-LENGTH)
                MAIN
                RESP  (PJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  PJ-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'                      TO CA150-STATUS
               MOVE CHILD-FCT                TO CA150-FILE
               MOVE RI-NAME                  TO CA150-COLUMN.

       3440-EXIT.
           EXIT.

      *****************************************************************
      * Delete one FILE segment of the cascaded child row.            *
      *****************************************************************
       3410-DELETE-SEGMENT.
           EXEC CICS DELETE FILE(FF-FCT)
                RIDFLD(FF-KEY-16)
                RESP(FF-RESP)
                NOHANDLE
           END-EXEC.

       3410-EXIT.
           EXIT.

      *****************************************************************
      * Delete the child row's entry from each of its secondary       *
      * column indexes, rebuilding the composite CI-FIELD from the    *
      * row the way ZFAM031 does.                                     *
      *****************************************************************
       3500-DELETE-CI.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-INDEX NOT GREATER THAN ONE
               GO TO 3500-EXIT.

           MOVE 'N'                          TO CI-DONE-SW.
           PERFORM 3510-CHECK-DONE         THRU 3510-EXIT
               VARYING CI-DONE-SCAN FROM 1 BY 1
               UNTIL CI-DONE-SCAN GREATER THAN CI-DONE-COUNT.

           IF  CI-DONE-SW EQUAL 'Y'
               GO TO 3500-EXIT.

           IF  CI-DONE-COUNT LESS THAN 20
               ADD  1                        TO CI-DONE-COUNT
               MOVE FD-INDEX   TO CI-DONE-INDEX(CI-DONE-COUNT).

           MOVE FD-INDEX                     TO CI-TARGET-INDEX.
           MOVE FD-INDEX(2:2)                TO CI-INDEX.
           MOVE LOW-VALUES                   TO CI-KEY.
           MOVE ZEROES                       TO CB-OFFSET.

           PERFORM 3520-APPEND-COLUMN      THRU 3520-EXIT
               VARYING FS-OFFSET FROM ZEROES BY LENGTH OF FD-SCAN-ENTRY
               UNTIL FS-OFFSET NOT LESS THAN FD-DOC-LENGTH.

           MOVE FF-KEY                       TO CI-I-KEY.

           EXEC CICS DELETE
                FILE(CI-FCT)
                RIDFLD(CI-KEY)
                NOHANDLE
           END-EXEC.

       3500-EXIT.
           EXIT.

       3510-CHECK-DONE.
           IF  CI-DONE-INDEX(CI-DONE-SCAN) EQUAL FD-INDEX
               MOVE 'Y'                      TO CI-DONE-SW.

       3510-EXIT.
           EXIT.

      *****************************************************************
      * Append one member column's value to CI-FIELD when this        *
      * schema entry belongs to the index being rebuilt.              *
      *****************************************************************
       3520-APPEND-COLUMN.
           MOVE FAXXFD-BUFFER(FS-OFFSET + 1:LENGTH OF FD-SCAN-ENTRY)
                                             TO FD-SCAN-ENTRY.

           IF  FS-INDEX NOT EQUAL CI-TARGET-INDEX
               GO TO 3520-EXIT.

           MOVE FS-COLUMN                    TO CB-COLUMN.
           MOVE FS-LENGTH                    TO CB-LENGTH.

           IF  CB-OFFSET + CB-LENGTH GREATER THAN FIFTY-SIX
               SUBTRACT CB-OFFSET          FROM FIFTY-SIX
                   GIVING CB-LENGTH.

           IF  CB-LENGTH GREATER THAN ZEROES
           AND CB-COLUMN GREATER THAN ZEROES
               MOVE FF-DATA(CB-COLUMN:CB-LENGTH)
                 TO CI-FIELD(CB-OFFSET + 1:CB-LENGTH)
               ADD  CB-LENGTH                TO CB-OFFSET.

       3520-EXIT.
           EXIT.

      *****************************************************************
      * Read the first FILE store segment of a child row into         *
      * FF-DATA, deciphered.  FF-FK-KEY carries the row's key.        *
      *****************************************************************
       3600-READ-CHILD-ROW.
           MOVE 'N'                          TO ROW-OK-SW.

           MOVE ONE                          TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.
           MOVE LOW-VALUES                   TO FF-DATA.

           EXEC CICS READ
                FILE  (FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3600-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

           MOVE 'Y'                          TO ROW-OK-SW.

       3600-EXIT.
           EXIT.

      *****************************************************************
      * The index entry's row must still be live - its KEY record     *
      * present, not soft deleted, and still owning the FILE chain    *
      * the index points at.  Any other read failure is left for      *
      * 3400-CASCADE-DELETE to report.                                *
      *****************************************************************
       3610-READ-CHILD-KEY.
           MOVE FF-FK-KEY                    TO FK-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'N'                      TO ROW-OK-SW
               GO TO 3610-EXIT.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3610-EXIT.

           IF  FK-DELETED EQUAL 'Y'
           OR  FK-FF-KEY  NOT EQUAL FF-KEY
               MOVE 'N'                      TO ROW-OK-SW.

       3610-EXIT.
           EXIT.

      *****************************************************************
      * Clear the cascaded key from the child table's hot-key cache.  *
      *****************************************************************
       3700-CACHE-INVALIDATE.
           MOVE RI-TABLE(3:2)                TO HC-TSQ(1:2).
           MOVE 'HC'                         TO HC-TSQ(3:2).
           MOVE FK-KEY                       TO HC-LOOKUP-KEY.

           MOVE LENGTH OF HC-CONTROL         TO HC-LENGTH.
           MOVE 1                            TO HC-ITEM.

           EXEC CICS READQ TS QUEUE(HC-TSQ)
                INTO  (HC-CONTROL)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           IF  HC-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3700-EXIT.

           PERFORM 3710-INVALIDATE-SCAN    THRU 3710-EXIT
               VARYING HC-SCAN FROM 1 BY 1
               UNTIL   HC-SCAN GREATER THAN HC-COUNT.

       3700-EXIT.
           EXIT.

      *****************************************************************
      * Check one cache slot and clear it on a key match.             *
      *****************************************************************
       3710-INVALIDATE-SCAN.
           MOVE LENGTH OF HC-ENTRY           TO HC-LENGTH.
           COMPUTE HC-ITEM = HC-SCAN + 1.

           EXEC CICS READQ TS QUEUE(HC-TSQ)
                INTO  (HC-ENTRY)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

           IF  HC-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE HC-COUNT                 TO HC-SCAN
               GO TO 3710-EXIT.

           IF  HC-KEY NOT EQUAL HC-LOOKUP-KEY
               GO TO 3710-EXIT.

           MOVE LOW-VALUES                   TO HC-KEY
                                                 HC-DATA.
           MOVE ZEROES                       TO HC-DATA-LENGTH.

           MOVE LENGTH OF HC-ENTRY           TO HC-LENGTH.

           EXEC CICS WRITEQ TS QUEUE(HC-TSQ)
                FROM  (HC-ENTRY)
                LENGTH(HC-LENGTH)
                ITEM  (HC-ITEM)
                REWRITE
                MAIN
                RESP  (HC-RESP)
                NOHANDLE
           END-EXEC.

       3710-EXIT.
           EXIT.

      *****************************************************************
      * Outermost DELETE only - write the journal records the         *
      * cascade queued, in the order the children were deleted, to    *
      * each child table's FAxxCL queue and xxJM mirror.  A refused   *
      * cascade is rolled back by the caller, so its records are      *
      * discarded.                                                    *
      *****************************************************************
       3800-POST-JOURNAL.
           IF  CA150-STATUS NOT EQUAL SPACES
               GO TO 3800-DISCARD.

           MOVE DFHRESP(NORMAL)              TO PJ-RESP.

           PERFORM 3810-POST-ONE           THRU 3810-EXIT
               VARYING PJ-ITEM FROM 1 BY 1
               UNTIL PJ-RESP NOT EQUAL DFHRESP(NORMAL).

       3800-DISCARD.
           EXEC CICS DELETEQ TS QUEUE(PJ-TSQ) NOHANDLE
           END-EXEC.

       3800-EXIT.
           EXIT.

      *****************************************************************
      * Write one queued journal record.                              *
      *****************************************************************
       3810-POST-ONE.
           MOVE LENGTH OF PJ-ENTRY           TO PJ-LENGTH.

           EXEC CICS READQ TS QUEUE(PJ-TSQ)
                INTO  (PJ-ENTRY)
                LENGTH(PJ-LENGTH)
                ITEM  (PJ-ITEM)
                RESP  (PJ-RESP)
                NOHANDLE
           END-EXEC.

           IF  PJ-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3810-EXIT.

           MOVE PJ-RECORD                    TO JL-RECORD.

           MOVE PJ-TABLE(3:2)                TO JL-TDQ(1:2).
           MOVE 'CL'                         TO JL-TDQ(3:2).

           COMPUTE JL-LENGTH =
                   LENGTH OF JL-RECORD - LENGTH OF JL-CORRID.

           EXEC CICS WRITEQ TD QUEUE(JL-TDQ)
                FROM  (JL-RECORD)
                LENGTH(JL-LENGTH)
                RESP  (JL-RESP)
                NOHANDLE
           END-EXEC.

           IF  JL-RESP EQUAL DFHRESP(NORMAL)
               PERFORM 3820-JOURNAL-MIRROR THRU 3820-EXIT.

       3810-EXIT.
           EXIT.

      *****************************************************************
      * Mirror the journal entry to the child table's xxJM            *
      * auxiliary TS queue, clearing a full window as ZFAM002's 8630  *
      * does, under the same ENQ as ZFAM185's compaction.             *
      *****************************************************************
       3820-JOURNAL-MIRROR.
           MOVE PJ-TABLE(3:2)                TO JM-TSQ(1:2).
           MOVE 'JM'                         TO JM-TSQ(3:2).

           MOVE LENGTH OF JL-RECORD          TO JM-ENTRY-LENGTH.

           EXEC CICS ENQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITEQ TS QUEUE(JM-TSQ)
                FROM    (JL-RECORD)
                LENGTH  (JM-ENTRY-LENGTH)
                ITEM    (JM-ITEM)
                AUXILIARY
                RESP    (JM-RESP)
                NOHANDLE
           END-EXEC.

           IF  JM-RESP EQUAL DFHRESP(NORMAL)
           AND JM-ITEM NOT LESS THAN JM-MAX-ITEMS
               EXEC CICS DELETEQ TS QUEUE(JM-TSQ)
                    NOHANDLE
               END-EXEC
               PERFORM 3830-BUMP-EPOCH     THRU 3830-EXIT.

           EXEC CICS DEQ RESOURCE(JM-TSQ)
                LENGTH(JM-ENQ-LENGTH)
                NOHANDLE
           END-EXEC.

       3820-EXIT.
           EXIT.

      *****************************************************************
      * The mirror window just rolled - bump its wipe generation so   *
      * outstanding changes-feed cursors are recognized as stale.     *
      *****************************************************************
       3830-BUMP-EPOCH.
           MOVE PJ-TABLE(3:2)                TO JE-TSQ(1:2).
           MOVE 'JE'                         TO JE-TSQ(3:2).
           MOVE 1                            TO JE-ITEM.
           MOVE LENGTH OF JE-EPOCH           TO JE-LENGTH.

           EXEC CICS READQ TS QUEUE(JE-TSQ)
                INTO  (JE-EPOCH)
                LENGTH(JE-LENGTH)
                ITEM  (JE-ITEM)
                RESP  (JE-RESP)
                NOHANDLE
           END-EXEC.

           IF  JE-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 1                        TO JE-EPOCH.

           ADD  1                            TO JE-EPOCH.

           MOVE LENGTH OF JE-EPOCH           TO JE-LENGTH.

           IF  JE-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(JE-TSQ)
                    FROM  (JE-EPOCH)
                    LENGTH(JE-LENGTH)
                    ITEM  (JE-ITEM)
                    REWRITE
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(JE-TSQ)
                    FROM  (JE-EPOCH)
                    LENGTH(JE-LENGTH)
                    NOHANDLE
               END-EXEC.

       3830-EXIT.
           EXIT.

      *****************************************************************
      * Load a table's FAxxFD schema template (FD-TRANID set by the   *
      * caller).  A missing schema leaves FD-DOC-LENGTH at zero.      *
      *****************************************************************
       8000-LOAD-SCHEMA.
           MOVE ZEROES                       TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8000-EXIT.

           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                INTO     (FAXXFD-BUFFER)
                LENGTH   (FD-DOC-LENGTH)
                MAXLENGTH(FD-DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO FD-DOC-LENGTH.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * Load the child table's ZFAM-DD version retention and quota    *
      * prefix length.  A missing template means neither applies.     *
      *****************************************************************
       8050-LOAD-DD.
           MOVE RI-TABLE                     TO DD-TRANID.
           MOVE ZEROES                       TO VERSION-RETAIN
                                                 QUOTA-LEN.
           MOVE SPACES                       TO DD-INFORMATION.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8050-EXIT.

           MOVE LENGTH OF DD-INFORMATION     TO DD-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                INTO     (DD-INFORMATION)
                LENGTH   (DD-LENGTH)
                MAXLENGTH(DD-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  DD-VERSION-RETAIN NUMERIC
               MOVE DD-VERSION-RETAIN        TO VERSION-RETAIN.

           IF  DD-QUOTA-LEN NUMERIC
               MOVE DD-QUOTA-LEN             TO QUOTA-LEN.

       8050-EXIT.
           EXIT.

      *****************************************************************
      * Locate RI-NAME in the loaded schema.                          *
      *****************************************************************
       8100-FIND-COLUMN.
           MOVE 'N'                          TO FOUND-SW.

           PERFORM 8110-SCAN-SCHEMA        THRU 8110-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    FOUND-SW EQUAL 'Y'.

       8100-EXIT.
           EXIT.

       8110-SCAN-SCHEMA.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME EQUAL RI-NAME
               MOVE 'Y'                      TO FOUND-SW
               MOVE FD-COLUMN                TO REF-COLUMN
               MOVE FD-LENGTH                TO REF-LENGTH
               MOVE FD-INDEX                 TO REF-INDEX.

       8110-EXIT.
           EXIT.

      *****************************************************************
      * The child column must be the first schema column of an index  *
      * above 001, since CI-FIELD begins with that column's value.    *
      *****************************************************************
       8200-CHECK-LEADING.
           MOVE 'N'                          TO LEADING-SW
                                                 FOUND-SW.

           IF  REF-INDEX NOT GREATER THAN ONE
               GO TO 8200-EXIT.

           PERFORM 8210-SCAN-LEADING       THRU 8210-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    FOUND-SW EQUAL 'Y'.

           IF  FOUND-SW EQUAL 'Y'
           AND FD-NAME  EQUAL RI-NAME
               MOVE 'Y'                      TO LEADING-SW.

       8200-EXIT.
           EXIT.

       8210-SCAN-LEADING.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-INDEX EQUAL REF-INDEX
               MOVE 'Y'                      TO FOUND-SW.

       8210-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Decipher FF-DATA(1:FF-LENGTH) read back from disk.            *
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
