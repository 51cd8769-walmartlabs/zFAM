      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   Retention counted from the FAxxFD date   *
      *                      column named by DD-ANCHOR-COLUMN; the    *
      *                      certificate lists each anchored key.     *
      * 2026-10-15 ZFAMDEV   A shared FILE store chain is released    *
      *                      through ZFAM170 and only deleted with    *
      *                      its last reference; never cold-tiered.   *
      * 2026-10-15 ZFAMDEV   DD-LAST-ACCESS 'C' ages the cold tier by *
      *                      the FAxxLA last-read date when it is     *
      *                      later than the write time.               *
      * 2026-10-15 ZFAMDEV   Stop at the next syncpoint once the @@SD *
      *                      shutdown signal is set, re-arming a      *
      *                      resume from the key reached.             *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  TD-NC-DATE         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(34) VALUE SPACES.

      *****************************************************************
      * Date-anchored retention resources.                            *
      * A table that names one of its FAxxFD columns in the ZFAM-DD   *
      * DD-ANCHOR-COLUMN field has each ordinary record's retention   *
      * period counted from the date held in that column (YYYYMMDD,   *
      * YYYY-MM-DD or YYYY/MM/DD) - a contract end or an account      *
      * closure date, say - instead of from its create time.  The     *
      * column is taken from the first FILE store segment,            *
      * deciphered through ZFAM107 the way every reader does.  A      *
      * record whose column holds no valid date, or a table whose     *
      * named column is missing from FAxxFD, is held rather than      *
      * destroyed, with one CSSL warning per cycle - the same safe    *
      * default the business calendar takes.  Legal hold and          *
      * business-calendar retention keep their own paths.             *
      * ANCHOR-ABS is the anchor date's midnight as an ABSTIME, so    *
      * the usual RELATIVE-TIME test applies unchanged.               *
      *****************************************************************
       01  ANCHOR-SW              PIC  X(01) VALUE 'N'.
       01  ANCHOR-READY-SW        PIC  X(01) VALUE 'N'.
       01  ANCHOR-VALID-SW        PIC  X(01) VALUE 'N'.
       01  ANCHOR-WARNED-SW       PIC  X(01) VALUE 'N'.
       01  ANCHOR-NAME            PIC  X(16) VALUE SPACES.
       01  ANCHOR-COLUMN          PIC S9(08) COMP VALUE ZEROES.
       01  ANCHOR-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  ANCHOR-END             PIC S9(08) COMP VALUE ZEROES.
       01  ANCHOR-TEXT            PIC  X(10) VALUE SPACES.
       01  ANCHOR-DAYS            PIC S9(09) COMP VALUE ZEROES.
       01  ANCHOR-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  ANCHOR-EXPIRY-ABS      PIC S9(15) COMP-3 VALUE ZEROES.
       01  ANCHOR-EXPIRY-SHOW     PIC  X(10) VALUE SPACES.
       01  ANCHOR-MONTH-DAYS      PIC  9(02) VALUE ZEROES.
       01  ANCHOR-QUOTIENT        PIC S9(04) COMP VALUE ZEROES.
       01  ANCHOR-REMAINDER       PIC S9(04) COMP VALUE ZEROES.
       01  ABS-BASE-DAYS          PIC S9(09) COMP VALUE 109208.
       01  ONE-DAY-MS             PIC S9(15) COMP-3 VALUE 86400000.

       01  ANCHOR-DATE            PIC  X(08) VALUE SPACES.
       01  FILLER REDEFINES ANCHOR-DATE.
           02  ANCHOR-YEAR        PIC  9(04).
           02  ANCHOR-MONTH       PIC  9(02).
           02  ANCHOR-DAY         PIC  9(02).
       01  ANCHOR-NUMBER REDEFINES ANCHOR-DATE
                                  PIC  9(08).

       01  ANCHOR-SHOW.
           02  ANCHOR-SHOW-YEAR   PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE '-'.
           02  ANCHOR-SHOW-MONTH  PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE '-'.
           02  ANCHOR-SHOW-DAY    PIC  X(02) VALUE SPACES.

       01  MONTH-DAYS-LIST        PIC  X(24) VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES MONTH-DAYS-LIST.
           02  MONTH-DAYS         PIC  9(02) OCCURS 12 TIMES.

       01  TD-NO-ANCHOR.
           02  FILLER             PIC  X(41) VALUE
               'Anchor retention held - no valid date in '.
           02  TD-NA-COLUMN       PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' for key '.
           02  TD-NA-KEY          PIC  X(44) VALUE SPACES.

       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

       01  FD-TOKEN               PIC  X(16) VALUE SPACES.
       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.

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

      *****************************************************************
      * Decommission flag, written by ZFAM136.                        *
      *****************************************************************
       01  THIRTY-SIX-HUNDRED     PIC S9(07) COMP-3 VALUE 3600.
       01  SIXTY                  PIC S9(07) COMP-3 VALUE 60.

      *****************************************************************
      * Region shutdown signal.  Once ZFAM190 sets it, the sweep      *
      * stops at its next syncpoint and re-arms a resume from the key *
      * reached, far enough out to land after the restart.            *
      *****************************************************************
       COPY ZFAMSDC.

       01  SD-INTERVAL            PIC S9(07) COMP-3 VALUE 000500.

       01  RET-MILLISECONDS       PIC S9(15) VALUE ZEROES COMP-3.
       01  FILLER.
           02  RET-SEC-MS.

       COPY ZFAMFKC.

      *****************************************************************
      * Shared FILE store chains (FK-SHARED) are counted on FAxxDP;   *
      * ZFAM170 releases a reference and says whether the segments    *
      * may go.                                                       *
      *****************************************************************
       01  DEDUP-KEEP-SW          PIC  X(01) VALUE 'N'.

       COPY ZFAMDPC.

      *****************************************************************
      * Cold-tier archival resources.  Once a record has aged past    *
      * COLD-PERCENT of its retention window, its FILE-store segments *
       01  HOT-DDNAME             PIC  X(04) VALUE SPACES.
       01  COLD-MOVE-COMPLETE     PIC  X(01) VALUE SPACES.

      *****************************************************************
      * A table that sets DD-LAST-ACCESS to 'C' has its cold tier     *
      * aged by last access: a record read since it was written       *
      * ages from its FAxxLA last-read date instead, so records       *
      * still being read stay on the hot DDNAME.                      *
      *****************************************************************
       01  COLD-BY-ACCESS-SW      PIC  X(01) VALUE 'N'.
       01  COLD-AGE               PIC S9(15) COMP-3 VALUE ZEROES.
       01  ACCESS-AGE             PIC S9(15) COMP-3 VALUE ZEROES.

       01  LA-FCT.
           02  LA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'LA  '.

       COPY ZFAMLAC.

       01  LA-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  LA-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  DD-CCSID             PIC  9(04) VALUE ZEROES.
           02  DD-CRLF9             PIC  X(02).
           02  DD-COLD-DDNAME       PIC  X(04) VALUE SPACES.
      *****************************************************************
      * The filler spans ZFAM002's fields, and their CRLFs, from      *
      * DD-POOL-SIZE through DD-OWNERSHIP to reach the retention      *
      * anchor column.                                                *
      *****************************************************************
           02  FILLER               PIC  X(83) VALUE SPACES.
           02  DD-ANCHOR-COLUMN     PIC  X(16) VALUE SPACES.
      *****************************************************************
      * The filler spans ZFAM002's fields, and their CRLFs, from      *
      * DD-DEDUP through DD-SKEW-MS to reach the last-access switch.  *
      *****************************************************************
           02  FILLER               PIC  X(46) VALUE SPACES.
           02  DD-LAST-ACCESS       PIC  X(01) VALUE SPACES.

       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.
           02  CT-START-ABS       PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(12) VALUE ' Destroyed: '.
           02  CT-COUNT           PIC  9(09) VALUE ZEROES.
           02  CT-BASIS           PIC  X(25) VALUE
               ' Basis: retention expiry '.
           02  FILLER             PIC  X(09) VALUE ' Digest: '.
           02  CT-DIGEST-OUT      PIC  9(15) VALUE ZEROES.

      *****************************************************************
      * A table with a retention anchor certifies each destroyed      *
      * key on its own FAxxCT line ahead of the summary, with the     *
      * anchor date used and the expiry it produced.  Like the        *
      * webhook events below, the lines wait for their unit of        *
      * work to commit; a backout drops them with the tallies, and    *
      * a commit interval that exceeds the table writes the excess    *
      * immediately.                                                  *
      *****************************************************************
       01  CT-DETAIL.
           02  CT-D-DATE          PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CT-D-TIME          PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  CT-D-TRANID        PIC  X(04).
           02  FILLER             PIC  X(09) VALUE ' Anchor: '.
           02  CT-D-ANCHOR        PIC  X(10).
           02  FILLER             PIC  X(09) VALUE ' Expiry: '.
           02  CT-D-EXPIRY        PIC  X(10).
           02  FILLER             PIC  X(06) VALUE ' Key: '.
           02  CT-D-KEY           PIC X(255).

       01  CT-PENDING-MAX         PIC S9(04) COMP VALUE 100.
       01  CT-PENDING-COUNT       PIC S9(04) COMP VALUE ZEROES.
       01  CT-PENDING-INDEX       PIC S9(04) COMP VALUE ZEROES.

       01  CT-PENDING-TABLE.
           02  CT-PENDING-ENTRY   OCCURS 100 TIMES.
               03  CP-KEY         PIC X(255) VALUE LOW-VALUES.
               03  CP-ANCHOR      PIC  X(10) VALUE SPACES.
               03  CP-EXPIRY      PIC  X(10) VALUE SPACES.

      *****************************************************************
      * Expiration-event webhook resources.                           *
      * Whenever this sweep deletes (or deplicates away) a record,    *

           MOVE FA-KEY TO FK-KEY.

           PERFORM 1050-SHUTDOWN-CHECK THRU 1050-EXIT.

           MOVE FA-TRANID         TO FK-TRANID
                                     FF-TRANID
                                     DC-TRANID
                                     EC-TRANID
                                     LA-TRANID.

           MOVE FA-TRANID(3:2)    TO WH-TRANID(3:2).


           MOVE EIBTRNID(3:2)     TO DD-TRANID(3:2).
           PERFORM 9909-GET-COLD-DDNAME THRU 9909-EXIT.
           PERFORM 1800-LOAD-ANCHOR     THRU 1800-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE
           END-EXEC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * Region shutdown - re-arm a resume from the current key and    *
      * end, before any more work is started.                         *
      *****************************************************************
       1050-SHUTDOWN-CHECK.
           MOVE LENGTH OF SD-RECORD TO SD-LENGTH.
           MOVE 1                   TO SD-ITEM.

           EXEC CICS READQ TS QUEUE(SD-TSQ)
                INTO  (SD-RECORD)
                LENGTH(SD-LENGTH)
                ITEM  (SD-ITEM)
                RESP  (SD-RESP)
                NOHANDLE
           END-EXEC.

           IF  SD-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'             TO SD-STOP-SW
               PERFORM 8200-RESTART THRU 8200-EXIT
               PERFORM 9000-RETURN  THRU 9000-EXIT.

       1050-EXIT.
           EXIT.

      *****************************************************************
      * A table ZFAM136 has decommissioned carries a 'D' on its xxDX  *
      * queue - this expiration task announces itself stopped and     *
       1700-EXIT.
           EXIT.

      *****************************************************************
      * A table naming a retention anchor column has that column's    *
      * offset and length found in its FAxxFD template once, at       *
      * sweep startup.  A column that cannot be found, is shorter     *
      * than a YYYYMMDD date or lies beyond the first FILE store      *
      * segment leaves ANCHOR-READY-SW off, and every record is       *
      * then held (4600-ANCHOR-DATE).                                 *
      *****************************************************************
       1800-LOAD-ANCHOR.
           IF  DD-ANCHOR-COLUMN EQUAL SPACES
           OR  DD-ANCHOR-COLUMN EQUAL LOW-VALUES
               GO TO 1800-EXIT.

           MOVE 'Y'                          TO ANCHOR-SW.
           MOVE DD-ANCHOR-COLUMN             TO ANCHOR-NAME.
           MOVE FA-TRANID(3:2)               TO FD-TRANID(3:2).

           EXEC CICS DOCUMENT CREATE DOCTOKEN(FD-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(FD-TOKEN)
                    INTO     (FAXXFD-BUFFER)
                    LENGTH   (FD-DOC-LENGTH)
                    MAXLENGTH(FD-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES                   TO FD-DOC-LENGTH.

           IF  FD-DOC-LENGTH EQUAL ZEROES
               GO TO 1800-EXIT.

           PERFORM 1810-FIND-ANCHOR        THRU 1810-EXIT
               WITH TEST AFTER
               VARYING FD-OFFSET             FROM ZEROES BY
                       LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    ANCHOR-COLUMN GREATER THAN ZEROES.

           IF  ANCHOR-LENGTH GREATER THAN LENGTH OF ANCHOR-TEXT
               MOVE LENGTH OF ANCHOR-TEXT    TO ANCHOR-LENGTH.

           COMPUTE ANCHOR-END = ANCHOR-COLUMN + ANCHOR-LENGTH - 1.

           IF  ANCHOR-COLUMN GREATER THAN ZEROES
           AND ANCHOR-LENGTH NOT LESS THAN LENGTH OF ANCHOR-DATE
           AND ANCHOR-END    NOT GREATER THAN LENGTH OF FF-DATA
               MOVE 'Y'                      TO ANCHOR-READY-SW.

       1800-EXIT.
           EXIT.

      *****************************************************************
      * Keep the FAxxFD entry whose FD-NAME is the anchor column.     *
      *****************************************************************
       1810-FIND-ANCHOR.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME   EQUAL ANCHOR-NAME
           AND FD-COLUMN NUMERIC
           AND FD-LENGTH NUMERIC
               MOVE FD-COLUMN                TO ANCHOR-COLUMN
               MOVE FD-LENGTH                TO ANCHOR-LENGTH.

       1810-EXIT.
           EXIT.

      *****************************************************************
      * Read today's ZFAMCAL record once per cycle.  A missing record *
      * (or an uninstalled calendar file) leaves CAL-READY-SW at 'N'  *
      * to resume processing.                                         *
      *****************************************************************
       4000-READ-FILE.
           MOVE 'N'                       TO ANCHOR-VALID-SW.
           MOVE LOW-VALUES                TO FF-KEY-16.
           MOVE FK-FF-KEY                 TO FF-KEY.
           MOVE BINARY-ONE                TO FF-SEGMENT.
               ELSE
                   GO TO 4000-EXIT.

      *****************************************************************
      * A table with a retention anchor counts the period from the    *
      * date in its anchor column rather than from the create time;   *
      * a record without a usable date there is held.                 *
      *****************************************************************
           IF  ANCHOR-SW         EQUAL 'Y'
           AND FF-RETENTION-TYPE NOT EQUAL 'H'
               PERFORM 4600-ANCHOR-DATE  THRU 4600-EXIT
               IF  ANCHOR-VALID-SW NOT EQUAL 'Y'
                   PERFORM 4690-WARN-ANCHOR THRU 4690-EXIT
                   GO TO 4000-EXIT.

           IF  FF-RETENTION-TYPE EQUAL 'D'
           OR  FF-RETENTION-TYPE EQUAL 'S'
               MULTIPLY FF-RETENTION BY ONE-DAY  GIVING RET-SECONDS.

           SUBTRACT FF-ABS FROM CURRENT-ABS GIVING RELATIVE-TIME.

           IF  ANCHOR-VALID-SW EQUAL 'Y'
               SUBTRACT ANCHOR-ABS FROM CURRENT-ABS
                   GIVING RELATIVE-TIME.

           MOVE '4000'           TO T_46_M.
           PERFORM 8888-TRACE  THRU 8888-EXIT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Decipher a copy of the first segment's data - FF-RECORD       *
      * itself is left as read for the rewrite or delete that may     *
      * follow - and take the anchor date from its column.            *
      *****************************************************************
       4600-ANCHOR-DATE.
           IF  ANCHOR-READY-SW NOT EQUAL 'Y'
               GO TO 4600-EXIT.

           SUBTRACT FF-PREFIX FROM FF-LENGTH GIVING CIPHER-LENGTH.

           IF  ANCHOR-END GREATER THAN CIPHER-LENGTH
               GO TO 4600-EXIT.

           MOVE FF-TRANID                    TO CIPHER-TRANID.
           MOVE 'D'                          TO CIPHER-DIRECTION.
           MOVE FF-DATA(1:CIPHER-LENGTH)     TO
                CIPHER-DATA(1:CIPHER-LENGTH).
           MOVE FF-KEYVER                    TO CIPHER-KEYVER.

           EXEC CICS LINK PROGRAM(ZFAM107)
                COMMAREA(CIPHER-COMMAREA)
                LENGTH  (LENGTH OF CIPHER-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                       TO ANCHOR-TEXT.
           MOVE CIPHER-DATA(ANCHOR-COLUMN:ANCHOR-LENGTH)
                                             TO ANCHOR-TEXT.

           PERFORM 4610-PARSE-ANCHOR       THRU 4610-EXIT.

       4600-EXIT.
           EXIT.

      *****************************************************************
      * Accept YYYYMMDD, or YYYY-MM-DD / YYYY/MM/DD, and only a real  *
      * calendar date; convert it to the ABSTIME of its midnight.     *
      * INTEGER-OF-DATE counts days from 1601-01-01, ABSTIME counts   *
      * milliseconds from 1900-01-01 (day 109208).                    *
      *****************************************************************
       4610-PARSE-ANCHOR.
           MOVE SPACES                       TO ANCHOR-DATE.

           IF  ANCHOR-TEXT(1:8) NUMERIC
               MOVE ANCHOR-TEXT(1:8)         TO ANCHOR-DATE
           ELSE
               IF  (ANCHOR-TEXT(5:1) EQUAL '-'
               OR   ANCHOR-TEXT(5:1) EQUAL '/')
               AND  ANCHOR-TEXT(8:1) EQUAL ANCHOR-TEXT(5:1)
                   MOVE ANCHOR-TEXT(1:4)     TO ANCHOR-DATE(1:4)
                   MOVE ANCHOR-TEXT(6:2)     TO ANCHOR-DATE(5:2)
                   MOVE ANCHOR-TEXT(9:2)     TO ANCHOR-DATE(7:2)
               ELSE
                   GO TO 4610-EXIT.

           IF  ANCHOR-DATE NOT NUMERIC
               GO TO 4610-EXIT.

           IF  ANCHOR-YEAR  LESS THAN 1601
           OR  ANCHOR-MONTH LESS THAN 1
           OR  ANCHOR-MONTH GREATER THAN 12
           OR  ANCHOR-DAY   LESS THAN 1
               GO TO 4610-EXIT.

           MOVE MONTH-DAYS(ANCHOR-MONTH)     TO ANCHOR-MONTH-DAYS.

           IF  ANCHOR-MONTH EQUAL 2
               PERFORM 4620-LEAP-YEAR      THRU 4620-EXIT.

           IF  ANCHOR-DAY GREATER THAN ANCHOR-MONTH-DAYS
               GO TO 4610-EXIT.

           COMPUTE ANCHOR-DAYS =
                   FUNCTION INTEGER-OF-DATE(ANCHOR-NUMBER).
           COMPUTE ANCHOR-ABS  =
                   (ANCHOR-DAYS - ABS-BASE-DAYS) * ONE-DAY-MS.

           MOVE ANCHOR-DATE(1:4)             TO ANCHOR-SHOW-YEAR.
           MOVE ANCHOR-DATE(5:2)             TO ANCHOR-SHOW-MONTH.
           MOVE ANCHOR-DATE(7:2)             TO ANCHOR-SHOW-DAY.

           MOVE 'Y'                          TO ANCHOR-VALID-SW.

       4610-EXIT.
           EXIT.

      *****************************************************************
      * February has 29 days in a Gregorian leap year.                *
      *****************************************************************
       4620-LEAP-YEAR.
           DIVIDE ANCHOR-YEAR BY 4   GIVING ANCHOR-QUOTIENT
                                     REMAINDER ANCHOR-REMAINDER.
           IF  ANCHOR-REMAINDER NOT EQUAL ZEROES
               GO TO 4620-EXIT.

           DIVIDE ANCHOR-YEAR BY 100 GIVING ANCHOR-QUOTIENT
                                     REMAINDER ANCHOR-REMAINDER.
           IF  ANCHOR-REMAINDER NOT EQUAL ZEROES
               MOVE 29                       TO ANCHOR-MONTH-DAYS
               GO TO 4620-EXIT.

           DIVIDE ANCHOR-YEAR BY 400 GIVING ANCHOR-QUOTIENT
                                     REMAINDER ANCHOR-REMAINDER.
           IF  ANCHOR-REMAINDER EQUAL ZEROES
               MOVE 29                       TO ANCHOR-MONTH-DAYS.

       4620-EXIT.
           EXIT.

      *****************************************************************
      * One CSSL warning per cycle for a held anchored record.        *
      *****************************************************************
       4690-WARN-ANCHOR.
           IF  ANCHOR-WARNED-SW EQUAL 'Y'
               GO TO 4690-EXIT.

           MOVE 'Y'                      TO ANCHOR-WARNED-SW.
           MOVE ANCHOR-NAME              TO TD-NA-COLUMN.
           MOVE FK-KEY                   TO TD-NA-KEY.
           MOVE LENGTH OF TD-NO-ANCHOR   TO TD-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM  (TD-NO-ANCHOR)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       4690-EXIT.
           EXIT.

      *****************************************************************
      * Deplicate request to the other Data Center.                   *
      * Delete *FILE and *KEY  records only when eligible to expire   *
      * Delete the local zFAM  record.                                *
      *****************************************************************
       5200-DELETE.
           MOVE 'N'                          TO DEDUP-KEEP-SW.
           IF  FK-ECR    NOT EQUAL 'Y'
           AND FK-SHARED EQUAL 'Y'
               PERFORM 5230-RELEASE-CHAIN    THRU 5230-EXIT.

           IF  FK-ECR        NOT EQUAL 'Y'
           AND DEDUP-KEEP-SW NOT EQUAL 'Y'
               PERFORM 5210-DELETE           THRU 5210-EXIT
                   WITH TEST AFTER
                   VARYING FF-SEGMENT   FROM 1 BY 1

           ADD ONE TO RECORD-COUNT.
           IF  RECORD-COUNT GREATER THAN COMMIT-LIMIT
               PERFORM 5220-SYNCPOINT    THRU 5220-EXIT
               PERFORM 1050-SHUTDOWN-CHECK THRU 1050-EXIT.

           ADD ONE TO DELETE-COUNT.
           IF  DELETE-COUNT GREATER THAN FIVE-HUNDRED
       5210-EXIT.
           EXIT.

      *****************************************************************
      * Release this record's reference to its shared chain.  The     *
      * segments stay while other references remain, or when ZFAM170  *
      * cannot be reached.                                            *
      *****************************************************************
       5230-RELEASE-CHAIN.
           MOVE 'R'                          TO DR-FUNCTION.
           MOVE FK-TRANID                    TO DR-TABLE.
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

       5230-EXIT.
           EXIT.

      *****************************************************************
      * Issue SYNCPOINT every TEN records.                            *
      *****************************************************************
           MOVE CT-DIGEST       TO COMMITTED-DIGEST.

           PERFORM 9936-WEBHOOK-FLUSH THRU 9936-EXIT.
           PERFORM 9941-CERT-FLUSH    THRU 9941-EXIT.

           EXEC CICS DELAY INTERVAL(0) NOHANDLE
           END-EXEC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * Restart (ICE chain).                                          *
      * SD-INTERVAL resume from the current key when the region is    *
      * shutting down - reached at task start, or just after a        *
      * syncpoint.                                                    *
      *****************************************************************
       8200-RESTART.
           PERFORM 9925-WRITE-CERT THRU 9925-EXIT.

           MOVE LENGTH OF FA-PARM TO FA-LENGTH.
           MOVE FK-KEY            TO FA-KEY.

           EXEC CICS START TRANSID(EIBTRNID)
                INTERVAL(SD-INTERVAL)
                FROM    (FA-PARM)
                LENGTH  (FA-LENGTH)
                NOHANDLE
           END-EXEC.

       8200-EXIT.
           EXIT.

      *****************************************************************
      * Issue TRACE.                                                  *
      *****************************************************************

           MOVE COMMITTED-DESTROYED TO DESTROYED-COUNT.
           MOVE COMMITTED-DIGEST    TO CT-DIGEST.
           MOVE ZEROES              TO WH-PENDING-COUNT
                                       CT-PENDING-COUNT.

           IF  LAST-COMMITTED-KEY NOT EQUAL LOW-VALUES
               MOVE LAST-COMMITTED-KEY TO FK-KEY
           ADD  1                     TO DESTROYED-COUNT.
           PERFORM 9926-DIGEST-KEY  THRU 9926-EXIT.

           IF  FK-ECR          NOT EQUAL 'Y'
           AND ANCHOR-VALID-SW EQUAL 'Y'
               PERFORM 9940-CERT-QUEUE THRU 9940-EXIT.

       9900-EXIT.
           EXIT.

           IF  DD-COLD-DDNAME NOT EQUAL SPACES
               MOVE DD-COLD-DDNAME       TO TABLE-COLD-DDNAME.

           IF  DD-LAST-ACCESS EQUAL 'C'
               MOVE 'Y'                  TO COLD-BY-ACCESS-SW.

       9909-EXIT.
           EXIT.

      * A record that has not yet been moved to the cold tier and has *
      * aged past COLD-PERCENT of its retention window has its        *
      * FILE-store segments relocated there.  Tables that have not    *
      * configured a cold-tier DDNAME are never checked, and a shared *
      * chain (FK-SHARED) stays where its other references expect it. *
      * A table aging its cold tier by last access measures the age   *
      * from the later of the write and the last read.                *
      *****************************************************************
       9911-CHECK-COLD-TIER.
           IF  TABLE-COLD-DDNAME EQUAL SPACES
           OR  FK-COLD   EQUAL 'Y'
           OR  FK-SHARED EQUAL 'Y'
               GO TO 9911-EXIT.

           COMPUTE COLD-THRESHOLD = RET-MILLISECONDS * COLD-PERCENT
                                     / ONE-HUNDRED.

           MOVE RELATIVE-TIME             TO COLD-AGE.

           IF  COLD-BY-ACCESS-SW EQUAL 'Y'
               PERFORM 9910-ACCESS-AGE    THRU 9910-EXIT.

           IF  COLD-AGE NOT LESS THAN COLD-THRESHOLD
               PERFORM 9912-MOVE-COLD-TIER THRU 9912-EXIT.

       9911-EXIT.
           EXIT.

      *****************************************************************
      * Read the record's FAxxLA last-access record; a last read      *
      * more recent than the age already measured becomes the         *
      * cold-tier age.  A record never read keeps its write age.      *
      *****************************************************************
       9910-ACCESS-AGE.
           MOVE FK-KEY                    TO LA-KEY.
           MOVE LENGTH OF LA-RECORD       TO LA-LENGTH.

           EXEC CICS READ FILE(LA-FCT)
                RIDFLD(LA-KEY)
                INTO  (LA-RECORD)
                LENGTH(LA-LENGTH)
                RESP  (LA-RESP)
                NOHANDLE
           END-EXEC.

           IF  LA-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  LA-READ-ABS NOT NUMERIC
               GO TO 9910-EXIT.

           SUBTRACT LA-READ-ABS FROM CURRENT-ABS GIVING ACCESS-AGE.

           IF  ACCESS-AGE LESS THAN COLD-AGE
               MOVE ACCESS-AGE            TO COLD-AGE.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Relocate every FILE-store segment to the cold-tier DDNAME,    *
      * then mark the KEY-store record so it is only moved once.      *

           MOVE EIBTRNID              TO CT-TRANID.
           MOVE CYCLE-START-ABS       TO CT-START-ABS.

           IF  ANCHOR-SW EQUAL 'Y'
               MOVE ' Basis: anchor date'  TO CT-BASIS.
           MOVE DESTROYED-COUNT       TO CT-COUNT.
           MOVE CT-DIGEST             TO CT-DIGEST-OUT.

       9927-EXIT.
           EXIT.

      *****************************************************************
      * Hold one anchored key's certificate line, with its anchor     *
      * date and expiry, until its unit of work commits.  A full      *
      * table writes the line immediately.                            *
      *****************************************************************
       9940-CERT-QUEUE.
           ADD  ANCHOR-ABS RET-MILLISECONDS GIVING ANCHOR-EXPIRY-ABS.

           EXEC CICS FORMATTIME ABSTIME(ANCHOR-EXPIRY-ABS)
                YYYYMMDD(ANCHOR-EXPIRY-SHOW)
                DATESEP
                NOHANDLE
           END-EXEC.

           IF  CT-PENDING-COUNT LESS THAN CT-PENDING-MAX
               ADD  1                    TO CT-PENDING-COUNT
               MOVE FK-KEY               TO CP-KEY(CT-PENDING-COUNT)
               MOVE ANCHOR-SHOW          TO CP-ANCHOR(CT-PENDING-COUNT)
               MOVE ANCHOR-EXPIRY-SHOW   TO CP-EXPIRY(CT-PENDING-COUNT)
           ELSE
               MOVE FK-KEY               TO CT-D-KEY
               MOVE ANCHOR-SHOW          TO CT-D-ANCHOR
               MOVE ANCHOR-EXPIRY-SHOW   TO CT-D-EXPIRY
               PERFORM 9943-CERT-DETAIL THRU 9943-EXIT.

       9940-EXIT.
           EXIT.

      *****************************************************************
      * Write the certificate lines for the anchored keys the         *
      * syncpoint just committed.                                     *
      *****************************************************************
       9941-CERT-FLUSH.
           IF  CT-PENDING-COUNT NOT GREATER THAN ZEROES
               GO TO 9941-EXIT.

           PERFORM 9942-CERT-ONE       THRU 9942-EXIT
               VARYING CT-PENDING-INDEX FROM 1 BY 1
               UNTIL   CT-PENDING-INDEX GREATER THAN CT-PENDING-COUNT.

           MOVE ZEROES                   TO CT-PENDING-COUNT.

       9941-EXIT.
           EXIT.

      *****************************************************************
      * Write one deferred certificate line.                          *
      *****************************************************************
       9942-CERT-ONE.
           MOVE CP-KEY(CT-PENDING-INDEX)    TO CT-D-KEY.
           MOVE CP-ANCHOR(CT-PENDING-INDEX) TO CT-D-ANCHOR.
           MOVE CP-EXPIRY(CT-PENDING-INDEX) TO CT-D-EXPIRY.

           PERFORM 9943-CERT-DETAIL    THRU 9943-EXIT.

       9942-EXIT.
           EXIT.

      *****************************************************************
      * Write a destroyed key's line to the FAxxCT queue.             *
      *****************************************************************
       9943-CERT-DETAIL.
           PERFORM 9950-ABS         THRU 9950-EXIT.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                TIME(CT-D-TIME)
                YYYYMMDD(CT-D-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE EIBTRNID              TO CT-D-TRANID.
           MOVE LENGTH OF CT-DETAIL   TO TD-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CT-TDQ)
                FROM  (CT-DETAIL)
                LENGTH(TD-LENGTH)
                RESP  (CT-RESP)
                NOHANDLE
           END-EXEC.

       9943-EXIT.
           EXIT.

      *****************************************************************
      * Write error messages to CSSL.                                 *
      *****************************************************************
