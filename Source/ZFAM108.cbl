      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Count the retention period from the       *
      *                     DD-ANCHOR-COLUMN date where a table names *
      *                     one, and show that date on the line.      *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  FILLER REDEFINES WARN-SEC-MS.
               03  WARN-TIME      PIC  9(13).

      *****************************************************************
      * Date-anchored retention, the same resources and rules as      *
      * ZFAM000's live sweep: a table naming a DD-ANCHOR-COLUMN has   *
      * each ordinary record's retention period counted from the      *
      * date in that FAxxFD column.  A record with no valid date      *
      * there is held by the sweep, so it is never reported as        *
      * coming due.                                                   *
      *****************************************************************
       01  ANCHOR-SW              PIC  X(01) VALUE 'N'.
       01  ANCHOR-READY-SW        PIC  X(01) VALUE 'N'.
       01  ANCHOR-VALID-SW        PIC  X(01) VALUE 'N'.
       01  ANCHOR-NAME            PIC  X(16) VALUE SPACES.
       01  ANCHOR-COLUMN          PIC S9(08) COMP VALUE ZEROES.
       01  ANCHOR-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  ANCHOR-END             PIC S9(08) COMP VALUE ZEROES.
       01  ANCHOR-TEXT            PIC  X(10) VALUE SPACES.
       01  ANCHOR-DAYS            PIC S9(09) COMP VALUE ZEROES.
       01  ANCHOR-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
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

       01  ROWS-COUNT             PIC S9(08) COMP   VALUE ZEROES.
       01  WARN-COUNT             PIC S9(08) COMP   VALUE ZEROES.

           02  DD-VERSION-RETAIN    PIC  9(01) VALUE ZEROES.
           02  DD-CRLF13            PIC  X(02).
           02  DD-WARN-DAYS         PIC  9(05) VALUE ZEROES.
      *****************************************************************
      * The filler spans ZFAM002's fields, and their CRLFs, from      *
      * DD-READ-THRU through DD-OWNERSHIP to reach the retention      *
      * anchor column.                                                *
      *****************************************************************
           02  FILLER               PIC  X(61) VALUE SPACES.
           02  DD-ANCHOR-COLUMN     PIC  X(16) VALUE SPACES.

       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.
           02  RS-ROWS            PIC S9(08) COMP VALUE ZEROES.
           02  RS-WARN            PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R108 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-WARN.
           02  FILLER             PIC  X(07) VALUE 'Created'.
           02  FILLER             PIC  X(14) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE 'T'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'TTL'.
           02  FILLER             PIC  X(03) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE 'Anchor'.
           02  FILLER             PIC  X(05) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Key'.
           02  FILLER             PIC  X(57) VALUE SPACES.

       01  RL-WARN.
           02  RL-W-CREATED-DATE  PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-W-CREATED-TIME  PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  RL-W-RETENTION-TYPE PIC X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-W-RETENTION     PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-W-ANCHOR        PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  RL-W-KEY           PIC  X(40) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-W-RETENTION     PIC  9(05).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-W-ANCHOR-TAG    PIC  X(08) VALUE SPACES.
           02  TD-W-ANCHOR        PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE 'Key: '.
           02  TD-W-KEY           PIC  X(40).


           MOVE FA-TRANID(3:2)               TO DD-TRANID(3:2).
           PERFORM 9902-GET-WARN-DAYS        THRU 9902-EXIT.
           PERFORM 1100-LOAD-ANCHOR          THRU 1100-EXIT.

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS)
                NOHANDLE
           MOVE ZEROES                       TO ROWS-COUNT
                                                 WARN-COUNT.

           MOVE 'ZFAM108 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Near-expiration'            TO RP-TITLE.
           MOVE RH-WARN                      TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * A table naming a retention anchor column has that column's    *
      * offset and length found in its FAxxFD template once, at       *
      * startup, with the same checks ZFAM000 applies.                *
      *****************************************************************
       1100-LOAD-ANCHOR.
           IF  DD-ANCHOR-COLUMN EQUAL SPACES
           OR  DD-ANCHOR-COLUMN EQUAL LOW-VALUES
               GO TO 1100-EXIT.

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
               GO TO 1100-EXIT.

           PERFORM 1110-FIND-ANCHOR        THRU 1110-EXIT
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

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Keep the FAxxFD entry whose FD-NAME is the anchor column.     *
      *****************************************************************
       1110-FIND-ANCHOR.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-NAME   EQUAL ANCHOR-NAME
           AND FD-COLUMN NUMERIC
           AND FD-LENGTH NUMERIC
               MOVE FD-COLUMN                TO ANCHOR-COLUMN
               MOVE FD-LENGTH                TO ANCHOR-LENGTH.

       1110-EXIT.
           EXIT.

      *****************************************************************
      * Issue STARTBR on the zFAM key store.                          *
      *****************************************************************
           MOVE FK-RETENTION          TO TD-W-RETENTION.
           MOVE FK-RETENTION-TYPE     TO TD-W-RETENTION-TYPE.
           MOVE FK-KEY                TO TD-W-KEY.
           MOVE SPACES                TO TD-W-ANCHOR-TAG
                                         TD-W-ANCHOR.

           PERFORM 2150-CHECK-WARNING THRU 2150-EXIT.

           IF  FF-RETENTION-TYPE EQUAL 'H'
               GO TO 2120-EXIT.

           MOVE 'N'                   TO ANCHOR-VALID-SW.

           IF  ANCHOR-SW         EQUAL 'Y'
           AND FF-RETENTION-TYPE NOT EQUAL 'B'
           AND FF-RETENTION-TYPE NOT EQUAL 'M'
               PERFORM 2130-ANCHOR-DATE THRU 2130-EXIT
               IF  ANCHOR-VALID-SW NOT EQUAL 'Y'
                   GO TO 2120-EXIT.

           IF  FF-RETENTION-TYPE EQUAL 'D'
           OR  FF-RETENTION-TYPE EQUAL 'S'
               MULTIPLY FF-RETENTION BY ONE-DAY  GIVING RET-SECONDS.
           MOVE FF-RETENTION          TO TD-W-RETENTION.
           MOVE FF-RETENTION-TYPE     TO TD-W-RETENTION-TYPE.
           MOVE FK-KEY                TO TD-W-KEY.
           MOVE SPACES                TO TD-W-ANCHOR-TAG
                                         TD-W-ANCHOR.

           IF  ANCHOR-VALID-SW EQUAL 'Y'
               SUBTRACT ANCHOR-ABS FROM CURRENT-ABS
                   GIVING RELATIVE-TIME
               MOVE 'Anchor: '        TO TD-W-ANCHOR-TAG
               MOVE ANCHOR-SHOW       TO TD-W-ANCHOR.

           PERFORM 2150-CHECK-WARNING THRU 2150-EXIT.

       2120-EXIT.
           EXIT.

      *****************************************************************
      * Decipher a copy of the first segment's data and take the      *
      * anchor date from its column.                                  *
      *****************************************************************
       2130-ANCHOR-DATE.
           IF  ANCHOR-READY-SW NOT EQUAL 'Y'
               GO TO 2130-EXIT.

           SUBTRACT FF-PREFIX FROM FF-LENGTH GIVING CIPHER-LENGTH.

           IF  ANCHOR-END GREATER THAN CIPHER-LENGTH
               GO TO 2130-EXIT.

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

           PERFORM 2135-PARSE-ANCHOR       THRU 2135-EXIT.

       2130-EXIT.
           EXIT.

      *****************************************************************
      * Accept YYYYMMDD, or YYYY-MM-DD / YYYY/MM/DD, and only a real  *
      * calendar date; convert it to the ABSTIME of its midnight.     *
      * INTEGER-OF-DATE counts days from 1601-01-01, ABSTIME counts   *
      * milliseconds from 1900-01-01 (day 109208).                    *
      *****************************************************************
       2135-PARSE-ANCHOR.
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
                   GO TO 2135-EXIT.

           IF  ANCHOR-DATE NOT NUMERIC
               GO TO 2135-EXIT.

           IF  ANCHOR-YEAR  LESS THAN 1601
           OR  ANCHOR-MONTH LESS THAN 1
           OR  ANCHOR-MONTH GREATER THAN 12
           OR  ANCHOR-DAY   LESS THAN 1
               GO TO 2135-EXIT.

           MOVE MONTH-DAYS(ANCHOR-MONTH)     TO ANCHOR-MONTH-DAYS.

           IF  ANCHOR-MONTH EQUAL 2
               PERFORM 2136-LEAP-YEAR      THRU 2136-EXIT.

           IF  ANCHOR-DAY GREATER THAN ANCHOR-MONTH-DAYS
               GO TO 2135-EXIT.

           COMPUTE ANCHOR-DAYS =
                   FUNCTION INTEGER-OF-DATE(ANCHOR-NUMBER).
           COMPUTE ANCHOR-ABS  =
                   (ANCHOR-DAYS - ABS-BASE-DAYS) * ONE-DAY-MS.

           MOVE ANCHOR-DATE(1:4)             TO ANCHOR-SHOW-YEAR.
           MOVE ANCHOR-DATE(5:2)             TO ANCHOR-SHOW-MONTH.
           MOVE ANCHOR-DATE(7:2)             TO ANCHOR-SHOW-DAY.

           MOVE 'Y'                          TO ANCHOR-VALID-SW.

       2135-EXIT.
           EXIT.

      *****************************************************************
      * February has 29 days in a Gregorian leap year.                *
      *****************************************************************
       2136-LEAP-YEAR.
           DIVIDE ANCHOR-YEAR BY 4   GIVING ANCHOR-QUOTIENT
                                     REMAINDER ANCHOR-REMAINDER.
           IF  ANCHOR-REMAINDER NOT EQUAL ZEROES
               GO TO 2136-EXIT.

           DIVIDE ANCHOR-YEAR BY 100 GIVING ANCHOR-QUOTIENT
                                     REMAINDER ANCHOR-REMAINDER.
           IF  ANCHOR-REMAINDER NOT EQUAL ZEROES
               MOVE 29                       TO ANCHOR-MONTH-DAYS
               GO TO 2136-EXIT.

           DIVIDE ANCHOR-YEAR BY 400 GIVING ANCHOR-QUOTIENT
                                     REMAINDER ANCHOR-REMAINDER.
           IF  ANCHOR-REMAINDER EQUAL ZEROES
               MOVE 29                       TO ANCHOR-MONTH-DAYS.

       2136-EXIT.
           EXIT.

      *****************************************************************
      * Compare the record's age against the per-table warning window *
      * (DD-WARN-DAYS short of full retention) and, when it falls      *
                NOHANDLE
           END-EXEC.

           MOVE TD-W-CREATED-DATE     TO RL-W-CREATED-DATE.
           MOVE TD-W-CREATED-TIME     TO RL-W-CREATED-TIME.
           MOVE TD-W-RETENTION-TYPE   TO RL-W-RETENTION-TYPE.
           MOVE TD-W-RETENTION        TO RL-W-RETENTION.
           MOVE TD-W-ANCHOR           TO RL-W-ANCHOR.
           MOVE TD-W-KEY              TO RL-W-KEY.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE RL-WARN                      TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       2160-EXIT.
           EXIT.

      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.
           MOVE 'C'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           EXEC CICS RETURN
           END-EXEC.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * Hand RP-FUNCTION (and RP-LINE) to the ZFAM173 report          *
      * writer.                                                       *
      *****************************************************************
       9800-REPORT.
           EXEC CICS LINK PROGRAM(ZFAM173)
                COMMAREA(RP-COMMAREA)
                LENGTH  (LENGTH OF RP-COMMAREA)
                NOHANDLE
           END-EXEC.

       9800-EXIT.
           EXIT.

      *****************************************************************
      * Write the closing CSSL summary line.                          *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

           PERFORM 9905-SAVE-RESULT  THRU 9905-EXIT.

       9900-EXIT.
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9901-EXIT.
           EXIT.

