       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM167.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Offline bulk extract.                                         *
      *                                                               *
      * The batch counterpart of ZFAM012's raw export, run under JCL  *
      * with no CICS region up - the extract is there when the        *
      * region that normally produces it is not.  The FAxxKEY and     *
      * FAxxFILE VSAM datasets are read directly and every record is  *
      * written in the same EX-RECORD format ZFAM012 writes to the    *
      * <xx>EX queue: the KEY record, then each FILE segment at its   *
      * occupied length.  ZFAM013 loads the result into a rebuilt or  *
      * alternate region exactly as it loads ZFAM012's extract.       *
      *                                                               *
      * DD statements:                                                *
      *                                                               *
      *   ZFKEY    - the table's FAxxKEY KSDS                         *
      *   ZFFILE   - the FILE store KSDS of the member named on the   *
      *              MEMBER card                                      *
      *   ZFEXTR   - the extract (RECFM=VB, LRECL=32805), opened to   *
      *              extend so every step adds to the same dataset    *
      *   SYSIN    - control cards                                    *
      *                                                               *
      * A record's segments live in the FILE store its FK-DDNAME      *
      * names - the default FILE, a DDNAME pool member or the cold    *
      * tier.  Each step extracts the records of one member, so a     *
      * pooled or tiered table is extracted with one step per member  *
      * appending to the same ZFEXTR dataset; records belonging to    *
      * other members are counted and left for their own step.        *
      *                                                               *
      * Control cards (columns 1-8 verb, 10-41 value, 43-44 key       *
      * generation; an asterisk in column 1 is a comment):            *
      *                                                               *
      *   TABLE    FAxx        the table, for the summary             *
      *   MEMBER   xxxx        FK-DDNAME this step extracts -         *
      *                        blank or FILE is the default store     *
      *   KEY      key   gg    the FAxxEN key and generation          *
      *   PRIORKEY key   gg    the FAxxEP prior key and generation    *
      *                                                               *
      * With no KEY card the segments are extracted verbatim, to be   *
      * loaded into a region holding the same FAxxEN key.  With a     *
      * KEY card each segment is deciphered the way ZFAM107 would -   *
      * the prior key for a segment stamped with its generation - and *
      * written as plaintext with its checksum and the record digest  *
      * recomputed, for a table with no FAxxEN key.                   *
      *                                                               *
      * Every segment's FF-CHECKSUM and, on a multi-segment record,   *
      * the FK-DIGEST are verified before any of the record is        *
      * written.  A record with a missing segment or a failed check   *
      * is rejected and listed; nothing partial reaches the extract.  *
      *                                                               *
      * Return codes: 0 clean, 4 records rejected, 8 control card in  *
      * error, 12 a dataset would not open, the KEY store could not   *
      * be read or the extract could not be written.                  *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  A KEY store read error or a failed write  *
      *                     to ZFEXTR ends the step with RC 12.       *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FK-FILE   ASSIGN TO ZFKEY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FK-IN-KEY
                  FILE STATUS  IS FK-STATUS.

           SELECT FF-FILE   ASSIGN TO ZFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FF-IN-KEY
                  FILE STATUS  IS FF-STATUS.

           SELECT EX-FILE   ASSIGN TO ZFEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS EX-STATUS.

           SELECT CC-FILE   ASSIGN TO SYSIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FK-FILE
           RECORD IS VARYING IN SIZE FROM 256 TO 512 CHARACTERS
               DEPENDING ON FK-LENGTH.
       01  FK-IN.
           02  FK-IN-KEY          PIC X(255).
           02  FILLER             PIC X(257).

       FD  FF-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 32356 CHARACTERS
               DEPENDING ON FF-LENGTH.
       01  FF-IN.
           02  FF-IN-KEY          PIC  X(16).
           02  FILLER             PIC X(32340).

       FD  EX-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 32801 CHARACTERS
               DEPENDING ON EX-LENGTH.
       01  EX-OUT                 PIC X(32801).

       FD  CC-FILE
           RECORDING MODE IS F.
       01  CC-IN                  PIC  X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  ONE                    PIC S9(08) COMP   VALUE 1.
       01  ROWS-COUNT             PIC S9(08) COMP   VALUE ZEROES.
       01  SEGMENTS-COUNT         PIC S9(08) COMP   VALUE ZEROES.
       01  REJECTED-COUNT         PIC S9(08) COMP   VALUE ZEROES.
       01  OTHER-COUNT            PIC S9(08) COMP   VALUE ZEROES.
       01  KEY-COMPLETE           PIC  X(01) VALUE SPACES.
       01  CARDS-COMPLETE         PIC  X(01) VALUE SPACES.
       01  CHAIN-OK               PIC  X(01) VALUE SPACES.
       01  REJECT-REASON          PIC  X(20) VALUE SPACES.

       01  FK-STATUS              PIC  X(02) VALUE SPACES.
       01  FF-STATUS              PIC  X(02) VALUE SPACES.
       01  EX-STATUS              PIC  X(02) VALUE SPACES.
       01  CC-STATUS              PIC  X(02) VALUE SPACES.

       01  FK-LENGTH              PIC  9(08) COMP VALUE ZEROES.
       01  FF-LENGTH              PIC  9(08) COMP VALUE ZEROES.
       01  EX-LENGTH              PIC  9(08) COMP VALUE ZEROES.
       01  DATA-LENGTH            PIC S9(08) COMP VALUE ZEROES.

       01  EXTRACT-TABLE          PIC  X(04) VALUE 'FA##'.
       01  EXTRACT-MEMBER         PIC  X(04) VALUE 'FILE'.
       01  RECORD-MEMBER          PIC  X(04) VALUE SPACES.

      *****************************************************************
      * Control card.                                                 *
      *****************************************************************
       01  CC-CARD.
           02  CC-VERB            PIC  X(08).
           02  FILLER             PIC  X(01).
           02  CC-VALUE           PIC  X(32).
           02  FILLER             PIC  X(01).
           02  CC-GEN             PIC  X(02).
           02  FILLER             PIC  X(36).

      *****************************************************************
      * Key material from the KEY and PRIORKEY cards - the FAxxEN and *
      * FAxxEP templates' key and generation, as ZFAM107 reads them.  *
      *****************************************************************
       01  EN-KEY                 PIC  X(32) VALUE SPACES.
       01  EN-GEN                 PIC  X(02) VALUE SPACES.
       01  EP-KEY                 PIC  X(32) VALUE SPACES.
       01  EP-GEN                 PIC  X(02) VALUE SPACES.
       01  CIPHER-KEY             PIC  X(32) VALUE SPACES.

       01  THIRTY-TWO             PIC S9(08) COMP VALUE 32.
       01  CIPHER-INDEX           PIC S9(08) COMP VALUE ZEROES.
       01  INDEX-LESS-ONE         PIC S9(08) COMP VALUE ZEROES.
       01  DIVIDE-QUOTIENT        PIC S9(08) COMP VALUE ZEROES.
       01  KEY-REMAINDER          PIC S9(08) COMP VALUE ZEROES.
       01  KEY-POSITION           PIC S9(08) COMP VALUE ZEROES.
       01  PLAIN-ORD              PIC S9(08) COMP VALUE ZEROES.
       01  KEY-ORD                PIC S9(08) COMP VALUE ZEROES.
       01  RESULT-ORD             PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Checksum and digest fields, matching ZFAM002.                 *
      *****************************************************************
       01  CHECKSUM-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  CHECKSUM-WORD-INDEX    PIC S9(08) COMP    VALUE ZEROES.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

       01  RD-READ-TOTAL          PIC S9(18) COMP-3 VALUE ZEROES.
       01  RD-PLAIN-TOTAL         PIC S9(18) COMP-3 VALUE ZEROES.
       01  RD-DIGEST-WORK         PIC  9(09) VALUE ZEROES.
       01  RD-QUOTIENT            PIC S9(18) COMP-3 VALUE ZEROES.
       01  ONE-BILLION            PIC S9(10) COMP-3 VALUE 1000000000.

      *****************************************************************
      * Report lines.                                                 *
      *****************************************************************
       01  RP-REJECT.
           02  FILLER             PIC  X(09) VALUE 'ZFAM167 '.
           02  RP-RJ-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE ' rejected '.
           02  RP-RJ-REASON       PIC  X(20) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' key '.
           02  RP-RJ-KEY          PIC  X(64) VALUE SPACES.

       01  RP-CARD-ERROR.
           02  FILLER             PIC  X(32) VALUE
               'ZFAM167 control card in error - '.
           02  RP-CE-CARD         PIC  X(80) VALUE SPACES.

       01  RP-OPEN-ERROR.
           02  FILLER             PIC  X(09) VALUE 'ZFAM167 '.
           02  RP-OE-DDNAME       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(24) VALUE
               ' did not open - status '.
           02  RP-OE-STATUS       PIC  X(02) VALUE SPACES.

       01  RP-IO-ERROR.
           02  FILLER             PIC  X(09) VALUE 'ZFAM167 '.
           02  RP-IE-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACE.
           02  RP-IE-DDNAME       PIC  X(08) VALUE SPACES.
           02  RP-IE-ACTION       PIC  X(13) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE ' - status '.
           02  RP-IE-STATUS       PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' key '.
           02  RP-IE-KEY          PIC  X(64) VALUE SPACES.

       01  RP-EXTRACT-DONE.
           02  FILLER             PIC  X(09) VALUE 'ZFAM167 '.
           02  RP-ED-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' member '.
           02  RP-ED-MEMBER       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(25) VALUE
               ' offline extract done - '.
           02  RP-ED-ROWS         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(08) VALUE ' rows - '.
           02  RP-ED-SEGMENTS     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(12) VALUE ' segments - '.
           02  RP-ED-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(12) VALUE ' rejected - '.
           02  RP-ED-OTHER        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(17) VALUE
               ' on other members'.

       01  RP-DECIPHER.
           02  FILLER             PIC  X(09) VALUE 'ZFAM167 '.
           02  RP-DC-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(48) VALUE
               ' segments deciphered - extract is plaintext for '.
           02  FILLER             PIC  X(23) VALUE
               'a table with no FAxxEN'.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

       COPY ZFAMEXC.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-OPEN-FILES         THRU 2000-EXIT.

           PERFORM 3000-PROCESS-TABLE      THRU 3000-EXIT
               WITH TEST AFTER
               UNTIL KEY-COMPLETE EQUAL 'Y'.

           PERFORM 2900-CLOSE-FILES        THRU 2900-EXIT.
           PERFORM 9900-WRITE-DONE         THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Read the control cards.                                       *
      *****************************************************************
       1000-INITIALIZE.
           MOVE ZEROES                       TO RETURN-CODE.
           MOVE 'N'                          TO CARDS-COMPLETE.

           OPEN INPUT CC-FILE.

           IF  CC-STATUS NOT EQUAL '00'
               GO TO 1000-EXIT.

           PERFORM 1100-READ-CARD          THRU 1100-EXIT
               WITH TEST AFTER
               UNTIL CARDS-COMPLETE EQUAL 'Y'.

           CLOSE CC-FILE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read and apply one control card.  A card in error ends the    *
      * run before any dataset is opened.                             *
      *****************************************************************
       1100-READ-CARD.
           READ CC-FILE INTO CC-CARD
               AT END
               MOVE 'Y'                      TO CARDS-COMPLETE
               GO TO 1100-EXIT.

           IF  CC-CARD(1:1) EQUAL '*'
           OR  CC-CARD EQUAL SPACES
               GO TO 1100-EXIT.

           IF  CC-VERB EQUAL 'TABLE   '
           AND CC-VALUE(1:2) EQUAL 'FA'
               MOVE CC-VALUE(1:4)            TO EXTRACT-TABLE
               GO TO 1100-EXIT.

           IF  CC-VERB EQUAL 'MEMBER  '
               MOVE 'FILE'                   TO EXTRACT-MEMBER
               IF  CC-VALUE(1:4) NOT EQUAL SPACES
                   MOVE CC-VALUE(1:4)        TO EXTRACT-MEMBER.

           IF  CC-VERB EQUAL 'MEMBER  '
               GO TO 1100-EXIT.

           IF  CC-VERB EQUAL 'KEY     '
           AND CC-VALUE NOT EQUAL SPACES
               MOVE CC-VALUE                 TO EN-KEY
               MOVE CC-GEN                   TO EN-GEN
               GO TO 1100-EXIT.

           IF  CC-VERB EQUAL 'PRIORKEY'
           AND CC-VALUE NOT EQUAL SPACES
               MOVE CC-VALUE                 TO EP-KEY
               MOVE CC-GEN                   TO EP-GEN
               GO TO 1100-EXIT.

           MOVE CC-CARD                      TO RP-CE-CARD.
           DISPLAY RP-CARD-ERROR.
           MOVE 8                            TO RETURN-CODE.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Open the KEY and FILE stores and the extract.                 *
      *****************************************************************
       2000-OPEN-FILES.
           MOVE 'N'                          TO KEY-COMPLETE.

           OPEN INPUT  FK-FILE.
           IF  FK-STATUS NOT EQUAL '00'
               MOVE 'ZFKEY'                  TO RP-OE-DDNAME
               MOVE FK-STATUS                TO RP-OE-STATUS
               PERFORM 2100-OPEN-FAILED    THRU 2100-EXIT.

           OPEN INPUT  FF-FILE.
           IF  FF-STATUS NOT EQUAL '00'
               MOVE 'ZFFILE'                 TO RP-OE-DDNAME
               MOVE FF-STATUS                TO RP-OE-STATUS
               PERFORM 2100-OPEN-FAILED    THRU 2100-EXIT.

           OPEN EXTEND EX-FILE.
           IF  EX-STATUS NOT EQUAL '00'
               MOVE 'ZFEXTR'                 TO RP-OE-DDNAME
               MOVE EX-STATUS                TO RP-OE-STATUS
               PERFORM 2100-OPEN-FAILED    THRU 2100-EXIT.

           IF  EN-KEY NOT EQUAL SPACES
               MOVE EXTRACT-TABLE            TO RP-DC-TABLE
               DISPLAY RP-DECIPHER.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * A dataset would not open - nothing can be extracted.          *
      *****************************************************************
       2100-OPEN-FAILED.
           DISPLAY RP-OPEN-ERROR.
           MOVE 12                           TO RETURN-CODE.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Close the datasets.                                           *
      *****************************************************************
       2900-CLOSE-FILES.
           CLOSE FK-FILE
                 FF-FILE
                 EX-FILE.

       2900-EXIT.
           EXIT.

      *****************************************************************
      * Read the next KEY store record and, when its segments belong  *
      * to this step's member, verify the chain and extract it.       *
      *****************************************************************
       3000-PROCESS-TABLE.
           READ FK-FILE NEXT RECORD INTO FK-RECORD
               AT END
               MOVE 'Y'                      TO KEY-COMPLETE
               GO TO 3000-EXIT.

           IF  FK-STATUS EQUAL '10'
               MOVE 'Y'                      TO KEY-COMPLETE
               GO TO 3000-EXIT.

           IF  FK-STATUS NOT EQUAL '00'
           AND FK-STATUS NOT EQUAL '04'
               MOVE 'ZFKEY'                  TO RP-IE-DDNAME
               MOVE ' read failed'           TO RP-IE-ACTION
               MOVE FK-STATUS                TO RP-IE-STATUS
               PERFORM 3800-IO-FAILED      THRU 3800-EXIT.

           MOVE 'FILE'                       TO RECORD-MEMBER.
           IF  FK-DDNAME NOT EQUAL SPACES
           AND FK-DDNAME NOT EQUAL LOW-VALUES
               MOVE FK-DDNAME                TO RECORD-MEMBER.

           IF  RECORD-MEMBER NOT EQUAL EXTRACT-MEMBER
               ADD  1                        TO OTHER-COUNT
               GO TO 3000-EXIT.

           PERFORM 3100-VERIFY-CHAIN       THRU 3100-EXIT.

           IF  CHAIN-OK NOT EQUAL 'Y'
               PERFORM 3900-REJECT         THRU 3900-EXIT
               GO TO 3000-EXIT.

           ADD  1                            TO ROWS-COUNT.
           PERFORM 3200-WRITE-KEY          THRU 3200-EXIT.
           PERFORM 3300-WRITE-SEGMENTS     THRU 3300-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Reassemble the record's segment chain without writing any of  *
      * it: every segment must be present and pass its checksum, and  *
      * the checksums must add up to the record digest.  With key     *
      * material supplied, the plaintext checksums are summed as well *
      * for the digest the deciphered record will carry.              *
      *****************************************************************
       3100-VERIFY-CHAIN.
           MOVE 'Y'                          TO CHAIN-OK.
           MOVE ZEROES                       TO RD-READ-TOTAL
                                                 RD-PLAIN-TOTAL.

           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE ONE                          TO FF-SEGMENT.

           IF  FK-SEGMENTS GREATER THAN ZEROES
               PERFORM 3110-VERIFY-SEGMENT THRU 3110-EXIT
                   WITH TEST AFTER
                   UNTIL FF-SEGMENT GREATER THAN FK-SEGMENTS
                   OR    CHAIN-OK NOT EQUAL 'Y'.

           IF  CHAIN-OK NOT EQUAL 'Y'
               GO TO 3100-EXIT.

           IF  FK-SEGMENTS GREATER THAN ONE
           AND FK-DIGEST NUMERIC
           AND FK-DIGEST GREATER THAN ZEROES
               DIVIDE RD-READ-TOTAL BY ONE-BILLION
                   GIVING    RD-QUOTIENT
                   REMAINDER RD-DIGEST-WORK
               IF  RD-DIGEST-WORK NOT EQUAL FK-DIGEST
                   MOVE 'N'                  TO CHAIN-OK
                   MOVE 'record digest'      TO REJECT-REASON.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Read and check one segment of the chain.                      *
      *****************************************************************
       3110-VERIFY-SEGMENT.
           PERFORM 3500-READ-SEGMENT       THRU 3500-EXIT.

           IF  CHAIN-OK NOT EQUAL 'Y'
               GO TO 3110-EXIT.

           ADD  FF-CHECKSUM                  TO RD-READ-TOTAL.

           IF  EN-KEY NOT EQUAL SPACES
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               ADD  CHECKSUM-COMPUTED        TO RD-PLAIN-TOTAL.

           ADD  ONE                          TO FF-SEGMENT.

       3110-EXIT.
           EXIT.

      *****************************************************************
      * Write the KEY store record to the extract.  A deciphered      *
      * record carries the digest of its plaintext segments.          *
      *****************************************************************
       3200-WRITE-KEY.
           IF  EN-KEY NOT EQUAL SPACES
           AND FK-SEGMENTS GREATER THAN ONE
           AND FK-DIGEST NUMERIC
           AND FK-DIGEST GREATER THAN ZEROES
               DIVIDE RD-PLAIN-TOTAL BY ONE-BILLION
                   GIVING    RD-QUOTIENT
                   REMAINDER RD-DIGEST-WORK
               MOVE RD-DIGEST-WORK           TO FK-DIGEST.

           MOVE EX-TYPE-KEY                  TO EX-TYPE.
           MOVE LOW-VALUES                   TO EX-DATA.
           MOVE FK-RECORD                    TO EX-DATA(1:LENGTH OF
                                                         FK-RECORD).

           MOVE LENGTH OF FK-RECORD          TO EX-LENGTH.
           ADD  LENGTH OF EX-TYPE            TO EX-LENGTH.

           WRITE EX-OUT FROM EX-RECORD.
           IF  EX-STATUS NOT EQUAL '00'
               MOVE 'ZFEXTR'                 TO RP-IE-DDNAME
               MOVE ' write failed'          TO RP-IE-ACTION
               MOVE EX-STATUS                TO RP-IE-STATUS
               PERFORM 3800-IO-FAILED      THRU 3800-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Write each segment of the verified chain to the extract.      *
      *****************************************************************
       3300-WRITE-SEGMENTS.
           MOVE FK-FF-KEY                    TO FF-KEY.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE ONE                          TO FF-SEGMENT.

           IF  FK-SEGMENTS GREATER THAN ZEROES
               PERFORM 3310-WRITE-SEGMENT  THRU 3310-EXIT
                   WITH TEST AFTER
                   UNTIL FF-SEGMENT GREATER THAN FK-SEGMENTS
                   OR    CHAIN-OK NOT EQUAL 'Y'.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Re-read one segment and write it at its occupied length,      *
      * deciphered and re-checksummed when key material was supplied. *
      *****************************************************************
       3310-WRITE-SEGMENT.
           PERFORM 3500-READ-SEGMENT       THRU 3500-EXIT.

           IF  CHAIN-OK NOT EQUAL 'Y'
               GO TO 3310-EXIT.

           IF  EN-KEY NOT EQUAL SPACES
               PERFORM 9043-DECIPHER-SEGMENT THRU 9043-EXIT
               MOVE CHECKSUM-COMPUTED        TO FF-CHECKSUM
               MOVE SPACES                   TO FF-KEYVER.

           MOVE EX-TYPE-FILE                 TO EX-TYPE.
           MOVE LOW-VALUES                   TO EX-DATA.
           MOVE FF-RECORD(1:FF-LENGTH)       TO EX-DATA(1:FF-LENGTH).

           MOVE FF-LENGTH                    TO EX-LENGTH.
           ADD  LENGTH OF EX-TYPE            TO EX-LENGTH.

           WRITE EX-OUT FROM EX-RECORD.
           IF  EX-STATUS NOT EQUAL '00'
               MOVE 'ZFEXTR'                 TO RP-IE-DDNAME
               MOVE ' write failed'          TO RP-IE-ACTION
               MOVE EX-STATUS                TO RP-IE-STATUS
               PERFORM 3800-IO-FAILED      THRU 3800-EXIT.

           ADD  1                            TO SEGMENTS-COUNT.
           ADD  ONE                          TO FF-SEGMENT.

       3310-EXIT.
           EXIT.

      *****************************************************************
      * Read one FILE store segment into FF-RECORD, FF-DATA zero-     *
      * filled first so the checksum sees the bytes the writer        *
      * summed, and check it.                                         *
      *****************************************************************
       3500-READ-SEGMENT.
           MOVE FF-KEY-16                    TO FF-IN-KEY.

           READ FF-FILE
               INVALID KEY
               MOVE 'N'                      TO CHAIN-OK
               MOVE 'missing segment'        TO REJECT-REASON
               GO TO 3500-EXIT.

           IF  FF-STATUS NOT EQUAL '00'
           AND FF-STATUS NOT EQUAL '04'
               MOVE 'N'                      TO CHAIN-OK
               MOVE 'segment unreadable'     TO REJECT-REASON
               GO TO 3500-EXIT.

           IF  FF-LENGTH LESS THAN FF-PREFIX
               MOVE 'N'                      TO CHAIN-OK
               MOVE 'segment too short'      TO REJECT-REASON
               GO TO 3500-EXIT.

           MOVE LOW-VALUES                   TO FF-DATA.
           MOVE FF-IN(1:FF-LENGTH)           TO FF-RECORD(1:FF-LENGTH).

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.

           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               MOVE 'N'                      TO CHAIN-OK
               MOVE 'segment checksum'       TO REJECT-REASON.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * The KEY store could not be read or the extract could not be   *
      * written - the extract is incomplete.  List the status with    *
      * the table and the last key read, close the datasets and end   *
      * the step.                                                     *
      *****************************************************************
       3800-IO-FAILED.
           MOVE EXTRACT-TABLE                TO RP-IE-TABLE.
           MOVE FK-KEY(1:64)                 TO RP-IE-KEY.

           INSPECT RP-IE-KEY
               REPLACING ALL LOW-VALUES BY SPACES.

           DISPLAY RP-IO-ERROR.
           MOVE 12                           TO RETURN-CODE.
           PERFORM 2900-CLOSE-FILES        THRU 2900-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

       3800-EXIT.
           EXIT.

      *****************************************************************
      * List a rejected record.                                       *
      *****************************************************************
       3900-REJECT.
           ADD  1                            TO REJECTED-COUNT.

           MOVE EXTRACT-TABLE                TO RP-RJ-TABLE.
           MOVE REJECT-REASON                TO RP-RJ-REASON.
           MOVE FK-KEY(1:64)                 TO RP-RJ-KEY.

           INSPECT RP-RJ-KEY
               REPLACING ALL LOW-VALUES BY SPACES.

           DISPLAY RP-REJECT.

           IF  RETURN-CODE LESS THAN 4
               MOVE 4                        TO RETURN-CODE.

       3900-EXIT.
           EXIT.

      *****************************************************************
      * Return to the caller.                                         *
      *****************************************************************
       9000-RETURN.
           GOBACK.

       9000-EXIT.
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
      * Decipher the segment's payload in place and checksum the      *
      * plaintext.                                                    *
      *****************************************************************
       9043-DECIPHER-SEGMENT.
           SUBTRACT FF-PREFIX FROM FF-LENGTH GIVING DATA-LENGTH.

           PERFORM 9044-SELECT-KEY         THRU 9044-EXIT.

           IF  DATA-LENGTH GREATER THAN ZEROES
               PERFORM 9045-DECIPHER-BYTE  THRU 9045-EXIT
                   VARYING CIPHER-INDEX FROM 1 BY 1
                   UNTIL   CIPHER-INDEX GREATER THAN DATA-LENGTH.

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.

       9043-EXIT.
           EXIT.

      *****************************************************************
      * Pick the key for the segment's generation, as ZFAM107 does:   *
      * the current key unless the segment trails it and the prior    *
      * key's generation matches - or the segment carries no          *
      * generation and a prior key exists, because the pre-generation *
      * key is the prior key once a rotation has started.             *
      *****************************************************************
       9044-SELECT-KEY.
           MOVE EN-KEY                       TO CIPHER-KEY.

           IF  FF-KEYVER EQUAL EN-GEN
               GO TO 9044-EXIT.

           IF  FF-KEYVER EQUAL SPACES
           OR  FF-KEYVER EQUAL LOW-VALUES
               IF  EN-GEN EQUAL SPACES
                   GO TO 9044-EXIT.

           IF  EP-KEY NOT EQUAL SPACES
               IF  EP-GEN EQUAL FF-KEYVER
                   MOVE EP-KEY               TO CIPHER-KEY
               ELSE
               IF  FF-KEYVER EQUAL SPACES
               OR  FF-KEYVER EQUAL LOW-VALUES
                   MOVE EP-KEY               TO CIPHER-KEY.

       9044-EXIT.
           EXIT.

      *****************************************************************
      * Inverse of ZFAM107's additive mod-256 step for one byte,      *
      * against the repeating 32-byte key.                            *
      *****************************************************************
       9045-DECIPHER-BYTE.
           SUBTRACT 1 FROM CIPHER-INDEX  GIVING INDEX-LESS-ONE.
           DIVIDE INDEX-LESS-ONE BY THIRTY-TWO
               GIVING DIVIDE-QUOTIENT REMAINDER KEY-REMAINDER.
           ADD  1 KEY-REMAINDER         GIVING KEY-POSITION.

           MOVE FUNCTION ORD(FF-DATA(CIPHER-INDEX:1))
                                         TO PLAIN-ORD.
           MOVE FUNCTION ORD(CIPHER-KEY(KEY-POSITION:1))
                                         TO KEY-ORD.

           SUBTRACT KEY-ORD FROM PLAIN-ORD GIVING RESULT-ORD.
           ADD  1 TO RESULT-ORD.
           IF  RESULT-ORD LESS THAN 1
               ADD  256 TO RESULT-ORD.

           MOVE FUNCTION CHAR(RESULT-ORD) TO FF-DATA(CIPHER-INDEX:1).

       9045-EXIT.
           EXIT.

      *****************************************************************
      * Summary line when the extract completes.                      *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE EXTRACT-TABLE          TO RP-ED-TABLE.
           MOVE EXTRACT-MEMBER         TO RP-ED-MEMBER.
           MOVE ROWS-COUNT             TO RP-ED-ROWS.
           MOVE SEGMENTS-COUNT         TO RP-ED-SEGMENTS.
           MOVE REJECTED-COUNT         TO RP-ED-REJECTED.
           MOVE OTHER-COUNT            TO RP-ED-OTHER.

           DISPLAY RP-EXTRACT-DONE.

       9900-EXIT.
           EXIT.
