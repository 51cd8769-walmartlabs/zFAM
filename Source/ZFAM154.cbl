       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM154.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Extract difference report.                                    *
      *                                                               *
      * Compares two raw ZFAM012 extracts of the same table (EX-      *
      * RECORD pairs - a 'K' KEY store record followed by its 'D'     *
      * FILE store segments) and reports every key as added, removed  *
      * or changed between them.  Only the two extracts are read, so  *
      * the report answers "what changed between Tuesday and Friday"  *
      * long after the table's CDC journal has rolled off.            *
      *                                                               *
      * This program executes as a background transaction, started    *
      * with a FA-PARM naming the table and, optionally, the two      *
      * extra-partition TD queues JCL maps to the older and newer     *
      * extract datasets:                                             *
      *                                                               *
      *   FAxx                - older <xx>XO, newer <xx>XN            *
      *   FAxx oooo nnnn      - older queue oooo, newer queue nnnn    *
      *                                                               *
      * ZFAM012 writes an extract in KEY store browse order, so the   *
      * two extracts are matched by FK-KEY in a single merge pass.    *
      * A key out of sequence in either extract stops the compare     *
      * with a CSSL message rather than report false differences;     *
      * so does an extract in one of the portable (D/J) formats.      *
      *                                                               *
      * A changed key's report line flags which of these differed:    *
      *                                                               *
      *   PAYLOAD    segment count, media type or segment data        *
      *   RETENTION  FK-RETENTION / FK-RETENTION-TYPE                 *
      *   HOLD       FK-HOLD-TYPE / FK-HOLD-RETENTION                 *
      *   TAGS       FK-TAG-COUNT / FK-TAG-ENTRY                      *
      *                                                               *
      * Segment data is compared as extracted; where the two copies   *
      * differ only because they were enciphered under different key  *
      * generations (a ZFAM142 rotation between the extracts), both   *
      * are deciphered through ZFAM107 and compared in the clear.     *
      *                                                               *
      * The report - a heading, one line per added, removed or        *
      * changed key, then the counts - is written to the table's      *
      * <xx>XR extra-partition TD queue; the counts also go to CSSL.  *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.
       01  ONE                    PIC S9(08) COMP   VALUE 1.

       01  COMPARE-COMPLETE       PIC  X(01) VALUE SPACES.
       01  COMPARE-FAILED         PIC  X(01) VALUE SPACES.
       01  PAYLOAD-DIFF-SW        PIC  X(01) VALUE SPACES.
       01  RETENTION-DIFF-SW      PIC  X(01) VALUE SPACES.
       01  HOLD-DIFF-SW           PIC  X(01) VALUE SPACES.
       01  TAGS-DIFF-SW           PIC  X(01) VALUE SPACES.

       01  OLD-ROWS-COUNT         PIC S9(08) COMP   VALUE ZEROES.
       01  NEW-ROWS-COUNT         PIC S9(08) COMP   VALUE ZEROES.
       01  ADDED-COUNT            PIC S9(08) COMP   VALUE ZEROES.
       01  REMOVED-COUNT          PIC S9(08) COMP   VALUE ZEROES.
       01  CHANGED-COUNT          PIC S9(08) COMP   VALUE ZEROES.
       01  SAME-COUNT             PIC S9(08) COMP   VALUE ZEROES.
       01  PAYLOAD-COUNT          PIC S9(08) COMP   VALUE ZEROES.
       01  RETENTION-COUNT        PIC S9(08) COMP   VALUE ZEROES.
       01  HOLD-COUNT             PIC S9(08) COMP   VALUE ZEROES.
       01  TAGS-COUNT             PIC S9(08) COMP   VALUE ZEROES.

       01  FA-PARM.
           02  FA-TRANID          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-OLD-TDQ         PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FA-NEW-TDQ         PIC  X(04) VALUE SPACES.

       01  FA-LENGTH              PIC S9(04) COMP VALUE 14.

       01  FF-TRANID              PIC  X(04) VALUE 'FA##'.

      *****************************************************************
      * Older extract - current record and the KEY store fields the   *
      * compare needs from its current row.                           *
      *****************************************************************
       01  OLD-TDQ                PIC  X(04) VALUE 'FA##'.
       01  OLD-RESP               PIC S9(04) COMP VALUE ZEROES.
       01  OLD-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  OLD-EOF                PIC  X(01) VALUE SPACES.
       01  OLD-SEGMENT-SW         PIC  X(01) VALUE SPACES.
       01  OLD-PREV-KEY           PIC X(255) VALUE LOW-VALUES.

       01  OLD-RECORD.
           02  OLD-TYPE           PIC  X(01) VALUE SPACES.
           02  OLD-DATA           PIC  X(32800) VALUE LOW-VALUES.

       01  OLD-ROW.
           02  OLD-KEY            PIC X(255) VALUE LOW-VALUES.
           02  OLD-SEGMENTS       PIC  9(04) VALUE ZEROES.
           02  OLD-RETENTION.
               05  OLD-RET        PIC S9(07) VALUE ZEROES COMP-3.
               05  OLD-RET-TYPE   PIC  X(01) VALUE SPACES.
           02  OLD-HOLD.
               05  OLD-HOLD-TYPE  PIC  X(01) VALUE SPACES.
               05  OLD-HOLD-RET   PIC S9(07) VALUE ZEROES COMP-3.
           02  OLD-TAGS           PIC  X(61) VALUE SPACES.

      *****************************************************************
      * Newer extract - the same, for the other side of the merge.    *
      *****************************************************************
       01  NEW-TDQ                PIC  X(04) VALUE 'FA##'.
       01  NEW-RESP               PIC S9(04) COMP VALUE ZEROES.
       01  NEW-LENGTH             PIC S9(04) COMP VALUE ZEROES.
       01  NEW-EOF                PIC  X(01) VALUE SPACES.
       01  NEW-SEGMENT-SW         PIC  X(01) VALUE SPACES.
       01  NEW-PREV-KEY           PIC X(255) VALUE LOW-VALUES.

       01  NEW-RECORD.
           02  NEW-TYPE           PIC  X(01) VALUE SPACES.
           02  NEW-DATA           PIC  X(32800) VALUE LOW-VALUES.

       01  NEW-ROW.
           02  NEW-KEY            PIC X(255) VALUE LOW-VALUES.
           02  NEW-SEGMENTS       PIC  9(04) VALUE ZEROES.
           02  NEW-RETENTION.
               05  NEW-RET        PIC S9(07) VALUE ZEROES COMP-3.
               05  NEW-RET-TYPE   PIC  X(01) VALUE SPACES.
           02  NEW-HOLD.
               05  NEW-HOLD-TYPE  PIC  X(01) VALUE SPACES.
               05  NEW-HOLD-RET   PIC S9(07) VALUE ZEROES COMP-3.
           02  NEW-TAGS           PIC  X(61) VALUE SPACES.

      *****************************************************************
      * Segment compare work areas.                                   *
      *****************************************************************
       01  OLD-SEG-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  NEW-SEG-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  PAYLOAD-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  OLD-KEYVER             PIC  X(02) VALUE SPACES.
       01  NEW-KEYVER             PIC  X(02) VALUE SPACES.
       01  OLD-MEDIA              PIC  X(56) VALUE SPACES.
       01  MATCH-KEY              PIC X(255) VALUE LOW-VALUES.
       01  CLEAR-DATA             PIC X(32000) VALUE LOW-VALUES.

       01  ZFAM107                PIC  X(08) VALUE 'ZFAM107 '.

       01  CIPHER-COMMAREA.
           02  CIPHER-TRANID      PIC  X(04).
           02  CIPHER-DIRECTION   PIC  X(01).
           02  CIPHER-LENGTH      PIC S9(08) COMP.
           02  CIPHER-DATA        PIC  X(32000).
           02  CIPHER-KEYVER      PIC  X(02).

      *****************************************************************
      * Report queue and lines.                                       *
      *****************************************************************
       01  XR-TDQ                 PIC  X(04) VALUE 'FA##'.
       01  XR-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  XR-HEADING.
           02  FILLER             PIC  X(40) VALUE
               'zFAM extract difference report - table '.
           02  XR-HD-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' older '.
           02  XR-HD-OLD          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' newer '.
           02  XR-HD-NEW          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(05) VALUE ' run '.
           02  XR-HD-DATE         PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  XR-HD-TIME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC X(201) VALUE SPACES.

       01  XR-DETAIL.
           02  XR-ACTION          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  XR-PAYLOAD         PIC  X(08) VALUE SPACES.
           02  XR-RETENTION       PIC  X(10) VALUE SPACES.
           02  XR-HOLD            PIC  X(05) VALUE SPACES.
           02  XR-TAGS            PIC  X(05) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  XR-KEY             PIC X(255) VALUE SPACES.

       01  XR-TOTAL.
           02  XR-TL-LABEL        PIC  X(24) VALUE SPACES.
           02  XR-TL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC X(258) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  TD-RECORD.
           02  TD-DATE            PIC  X(10).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TIME            PIC  X(08).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-TRANID          PIC  X(04).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.

       01  TD-DIFF-DONE.
           02  FILLER             PIC  X(12) VALUE 'Extract diff'.
           02  FILLER             PIC  X(03) VALUE ' - '.
           02  TD-DD-ADDED        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' added - '.
           02  TD-DD-REMOVED      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(11) VALUE ' removed - '.
           02  TD-DD-CHANGED      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER             PIC  X(09) VALUE ' changed '.
           02  FILLER             PIC  X(13) VALUE SPACES.

       01  TD-DIFF-QUEUE.
           02  FILLER             PIC  X(30) VALUE
               'Extract diff - cannot read TD '.
           02  FILLER             PIC  X(06) VALUE 'queue '.
           02  TD-DQ-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE ' - resp: '.
           02  TD-DQ-RESP         PIC  9(04) VALUE ZEROES.
           02  FILLER             PIC  X(36) VALUE SPACES.

       01  TD-DIFF-FORMAT.
           02  FILLER             PIC  X(40) VALUE
               'Extract diff - not a raw ZFAM012 extract'.
           02  FILLER             PIC  X(08) VALUE ' on TD '.
           02  TD-DF-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(38) VALUE
               ' - compare abandoned.'.

       01  TD-DIFF-SEQUENCE.
           02  FILLER             PIC  X(40) VALUE
               'Extract diff - key out of sequence on TD'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-DS-TDQ          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE ' key: '.
           02  TD-DS-KEY          PIC  X(38) VALUE SPACES.

       COPY ZFAMFKC.

       COPY ZFAMFFC.

       COPY ZFAMEXC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-PRIME-EXTRACTS     THRU 2000-EXIT.

           IF  COMPARE-FAILED NOT EQUAL 'Y'
               PERFORM 3000-COMPARE-ROW    THRU 3000-EXIT
                       UNTIL COMPARE-COMPLETE EQUAL 'Y'.

           IF  COMPARE-FAILED NOT EQUAL 'Y'
               PERFORM 9800-WRITE-TOTALS   THRU 9800-EXIT
               PERFORM 9900-WRITE-DONE     THRU 9900-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Perform initialization - retrieve the table and queue names   *
      * from the start-up parameter and write the report heading.     *
      *****************************************************************
       1000-INITIALIZE.
           MOVE LENGTH OF FA-PARM            TO FA-LENGTH.

           EXEC CICS RETRIEVE INTO(FA-PARM)
                LENGTH(FA-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'N'                          TO COMPARE-COMPLETE
                                                 COMPARE-FAILED
                                                 OLD-EOF
                                                 NEW-EOF.

           MOVE FA-TRANID                    TO FF-TRANID.

           MOVE FA-TRANID(3:2)               TO OLD-TDQ(1:2)
                                                 NEW-TDQ(1:2)
                                                 XR-TDQ(1:2).
           MOVE 'XO'                         TO OLD-TDQ(3:2).
           MOVE 'XN'                         TO NEW-TDQ(3:2).
           MOVE 'XR'                         TO XR-TDQ(3:2).

           IF  FA-OLD-TDQ NOT EQUAL SPACES
           AND FA-OLD-TDQ NOT EQUAL LOW-VALUES
               MOVE FA-OLD-TDQ               TO OLD-TDQ.

           IF  FA-NEW-TDQ NOT EQUAL SPACES
           AND FA-NEW-TDQ NOT EQUAL LOW-VALUES
               MOVE FA-NEW-TDQ               TO NEW-TDQ.

           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(XR-HD-TIME)
                YYYYMMDD(XR-HD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE FA-TRANID                    TO XR-HD-TABLE.
           MOVE OLD-TDQ                      TO XR-HD-OLD.
           MOVE NEW-TDQ                      TO XR-HD-NEW.
           MOVE LENGTH OF XR-HEADING         TO XR-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(XR-TDQ)
                FROM  (XR-HEADING)
                LENGTH(XR-LENGTH)
                NOHANDLE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Read the first record of each extract.  Either queue being    *
      * unreadable, or opening on anything but a KEY record, ends the *
      * run before a misleading report is written.                    *
      *****************************************************************
       2000-PRIME-EXTRACTS.
           PERFORM 8100-READ-OLD           THRU 8100-EXIT.

           IF  OLD-RESP NOT EQUAL DFHRESP(NORMAL)
           AND OLD-RESP NOT EQUAL DFHRESP(QZERO)
               MOVE OLD-TDQ                  TO TD-DQ-TDQ
               MOVE OLD-RESP                 TO TD-DQ-RESP
               MOVE TD-DIFF-QUEUE            TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               MOVE 'Y'                      TO COMPARE-FAILED
               GO TO 2000-EXIT.

           IF  OLD-RESP EQUAL DFHRESP(NORMAL)
           AND OLD-TYPE NOT EQUAL EX-TYPE-KEY
               MOVE OLD-TDQ                  TO TD-DF-TDQ
               PERFORM 8910-FORMAT-ERROR   THRU 8910-EXIT.

           IF  COMPARE-FAILED EQUAL 'Y'
               GO TO 2000-EXIT.

           PERFORM 8200-READ-NEW           THRU 8200-EXIT.

           IF  NEW-RESP NOT EQUAL DFHRESP(NORMAL)
           AND NEW-RESP NOT EQUAL DFHRESP(QZERO)
               MOVE NEW-TDQ                  TO TD-DQ-TDQ
               MOVE NEW-RESP                 TO TD-DQ-RESP
               MOVE TD-DIFF-QUEUE            TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT
               MOVE 'Y'                      TO COMPARE-FAILED
               GO TO 2000-EXIT.

           IF  NEW-RESP EQUAL DFHRESP(NORMAL)
           AND NEW-TYPE NOT EQUAL EX-TYPE-KEY
               MOVE NEW-TDQ                  TO TD-DF-TDQ
               PERFORM 8910-FORMAT-ERROR   THRU 8910-EXIT.

           IF  COMPARE-FAILED EQUAL 'Y'
               GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Both extracts are positioned on a KEY record (or at end).     *
      * The lower key is the one the other extract does not have; on  *
      * equal keys the two rows are compared.                         *
      *****************************************************************
       3000-COMPARE-ROW.
           IF  OLD-EOF EQUAL 'Y'
           AND NEW-EOF EQUAL 'Y'
               MOVE 'Y'                      TO COMPARE-COMPLETE
               GO TO 3000-EXIT.

           IF  OLD-EOF EQUAL 'Y'
               PERFORM 3100-ADDED          THRU 3100-EXIT
           ELSE
           IF  NEW-EOF EQUAL 'Y'
               PERFORM 3200-REMOVED        THRU 3200-EXIT
           ELSE
           IF  OLD-KEY LESS THAN NEW-KEY
               PERFORM 3200-REMOVED        THRU 3200-EXIT
           ELSE
           IF  OLD-KEY GREATER THAN NEW-KEY
               PERFORM 3100-ADDED          THRU 3100-EXIT
           ELSE
               PERFORM 3300-MATCHED        THRU 3300-EXIT.

           IF  COMPARE-FAILED EQUAL 'Y'
               MOVE 'Y'                      TO COMPARE-COMPLETE.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Key only in the newer extract.                                *
      *****************************************************************
       3100-ADDED.
           ADD  ONE                          TO ADDED-COUNT.

           MOVE SPACES                       TO XR-DETAIL.
           MOVE 'ADDED'                      TO XR-ACTION.
           MOVE NEW-KEY                      TO XR-KEY.
           PERFORM 9820-WRITE-DETAIL       THRU 9820-EXIT.

           PERFORM 8200-READ-NEW           THRU 8200-EXIT.

           PERFORM 8250-SKIP-NEW-SEGMENTS  THRU 8250-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Key only in the older extract.                                *
      *****************************************************************
       3200-REMOVED.
           ADD  ONE                          TO REMOVED-COUNT.

           MOVE SPACES                       TO XR-DETAIL.
           MOVE 'REMOVED'                    TO XR-ACTION.
           MOVE OLD-KEY                      TO XR-KEY.
           PERFORM 9820-WRITE-DETAIL       THRU 9820-EXIT.

           PERFORM 8100-READ-OLD           THRU 8100-EXIT.

           PERFORM 8150-SKIP-OLD-SEGMENTS  THRU 8150-EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Key in both extracts - compare the KEY store attributes, then *
      * walk both segment chains in step.                             *
      *****************************************************************
       3300-MATCHED.
           MOVE 'N'                          TO PAYLOAD-DIFF-SW
                                                 RETENTION-DIFF-SW
                                                 HOLD-DIFF-SW
                                                 TAGS-DIFF-SW.

           MOVE OLD-KEY                      TO MATCH-KEY.

           IF  OLD-SEGMENTS  NOT EQUAL NEW-SEGMENTS
               MOVE 'Y'                      TO PAYLOAD-DIFF-SW.

           IF  OLD-RETENTION NOT EQUAL NEW-RETENTION
               MOVE 'Y'                      TO RETENTION-DIFF-SW.

           IF  OLD-HOLD      NOT EQUAL NEW-HOLD
               MOVE 'Y'                      TO HOLD-DIFF-SW.

           IF  OLD-TAGS      NOT EQUAL NEW-TAGS
               MOVE 'Y'                      TO TAGS-DIFF-SW.

           PERFORM 8100-READ-OLD           THRU 8100-EXIT.
           PERFORM 8200-READ-NEW           THRU 8200-EXIT.

           PERFORM 3310-COMPARE-SEGMENT    THRU 3310-EXIT
               UNTIL OLD-SEGMENT-SW NOT EQUAL 'Y'
               AND   NEW-SEGMENT-SW NOT EQUAL 'Y'.

           IF  PAYLOAD-DIFF-SW   EQUAL 'N'
           AND RETENTION-DIFF-SW EQUAL 'N'
           AND HOLD-DIFF-SW      EQUAL 'N'
           AND TAGS-DIFF-SW      EQUAL 'N'
               ADD  ONE                      TO SAME-COUNT
               GO TO 3300-EXIT.

           ADD  ONE                          TO CHANGED-COUNT.

           MOVE SPACES                       TO XR-DETAIL.
           MOVE 'CHANGED'                    TO XR-ACTION.
           MOVE MATCH-KEY                    TO XR-KEY.

           IF  PAYLOAD-DIFF-SW EQUAL 'Y'
               ADD  ONE                      TO PAYLOAD-COUNT
               MOVE 'PAYLOAD'                TO XR-PAYLOAD.

           IF  RETENTION-DIFF-SW EQUAL 'Y'
               ADD  ONE                      TO RETENTION-COUNT
               MOVE 'RETENTION'              TO XR-RETENTION.

           IF  HOLD-DIFF-SW EQUAL 'Y'
               ADD  ONE                      TO HOLD-COUNT
               MOVE 'HOLD'                   TO XR-HOLD.

           IF  TAGS-DIFF-SW EQUAL 'Y'
               ADD  ONE                      TO TAGS-COUNT
               MOVE 'TAGS'                   TO XR-TAGS.

           PERFORM 9820-WRITE-DETAIL       THRU 9820-EXIT.

       3300-EXIT.
           EXIT.

      *****************************************************************
      * One step along the two segment chains.  A segment on one side *
      * with none left on the other is a payload difference; once a   *
      * difference is known the rest of both chains is read past      *
      * without comparing.                                            *
      *****************************************************************
       3310-COMPARE-SEGMENT.
           IF  OLD-SEGMENT-SW EQUAL 'Y'
           AND NEW-SEGMENT-SW EQUAL 'Y'
               IF  PAYLOAD-DIFF-SW EQUAL 'N'
                   PERFORM 3320-COMPARE-DATA THRU 3320-EXIT.

           IF  OLD-SEGMENT-SW NOT EQUAL NEW-SEGMENT-SW
               MOVE 'Y'                      TO PAYLOAD-DIFF-SW.

           IF  OLD-SEGMENT-SW EQUAL 'Y'
               PERFORM 8100-READ-OLD       THRU 8100-EXIT.

           IF  NEW-SEGMENT-SW EQUAL 'Y'
               PERFORM 8200-READ-NEW       THRU 8200-EXIT.

       3310-EXIT.
           EXIT.

      *****************************************************************
      * Compare one pair of segments.  Identical extracted bytes are  *
      * equal; bytes that differ under different key generations are  *
      * deciphered and compared again in the clear.                   *
      *****************************************************************
       3320-COMPARE-DATA.
           SUBTRACT LENGTH OF OLD-TYPE FROM OLD-LENGTH
               GIVING OLD-SEG-LENGTH.
           SUBTRACT LENGTH OF NEW-TYPE FROM NEW-LENGTH
               GIVING NEW-SEG-LENGTH.

           IF  OLD-SEG-LENGTH NOT EQUAL NEW-SEG-LENGTH
           OR  OLD-SEG-LENGTH NOT GREATER THAN FF-PREFIX
               MOVE 'Y'                      TO PAYLOAD-DIFF-SW
               GO TO 3320-EXIT.

           SUBTRACT FF-PREFIX FROM OLD-SEG-LENGTH
               GIVING PAYLOAD-LENGTH.

           MOVE LOW-VALUES                   TO FF-RECORD.
           MOVE OLD-DATA(1:OLD-SEG-LENGTH)
             TO FF-RECORD(1:OLD-SEG-LENGTH).
           MOVE FF-KEYVER                    TO OLD-KEYVER.
           MOVE FF-MEDIA                     TO OLD-MEDIA.
           MOVE FF-DATA(1:PAYLOAD-LENGTH)
             TO CLEAR-DATA(1:PAYLOAD-LENGTH).

           MOVE LOW-VALUES                   TO FF-RECORD.
           MOVE NEW-DATA(1:NEW-SEG-LENGTH)
             TO FF-RECORD(1:NEW-SEG-LENGTH).
           MOVE FF-KEYVER                    TO NEW-KEYVER.

           IF  FF-MEDIA NOT EQUAL OLD-MEDIA
               MOVE 'Y'                      TO PAYLOAD-DIFF-SW
               GO TO 3320-EXIT.

           IF  FF-DATA(1:PAYLOAD-LENGTH)
               EQUAL CLEAR-DATA(1:PAYLOAD-LENGTH)
               GO TO 3320-EXIT.

           IF  OLD-KEYVER EQUAL NEW-KEYVER
               MOVE 'Y'                      TO PAYLOAD-DIFF-SW
               GO TO 3320-EXIT.

           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.
           MOVE FF-DATA(1:PAYLOAD-LENGTH)
             TO CLEAR-DATA(1:PAYLOAD-LENGTH).

           MOVE LOW-VALUES                   TO FF-RECORD.
           MOVE OLD-DATA(1:OLD-SEG-LENGTH)
             TO FF-RECORD(1:OLD-SEG-LENGTH).
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

           IF  FF-DATA(1:PAYLOAD-LENGTH)
               NOT EQUAL CLEAR-DATA(1:PAYLOAD-LENGTH)
               MOVE 'Y'                      TO PAYLOAD-DIFF-SW.

       3320-EXIT.
           EXIT.

      *****************************************************************
      * Read the next record of the older extract.  A KEY record      *
      * becomes the current row; its key must be higher than the      *
      * last one or the extract is not in browse order.               *
      *****************************************************************
       8100-READ-OLD.
           MOVE 'N'                          TO OLD-SEGMENT-SW.
           MOVE LENGTH OF OLD-RECORD         TO OLD-LENGTH.

           EXEC CICS READQ TD QUEUE(OLD-TDQ)
                INTO  (OLD-RECORD)
                LENGTH(OLD-LENGTH)
                RESP  (OLD-RESP)
                NOHANDLE
           END-EXEC.

           IF  OLD-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO OLD-EOF
               GO TO 8100-EXIT.

           IF  OLD-TYPE EQUAL EX-TYPE-FILE
               MOVE 'Y'                      TO OLD-SEGMENT-SW
               GO TO 8100-EXIT.

           IF  OLD-TYPE NOT EQUAL EX-TYPE-KEY
               MOVE OLD-TDQ                  TO TD-DF-TDQ
               PERFORM 8910-FORMAT-ERROR   THRU 8910-EXIT
               GO TO 8100-EXIT.

           ADD  ONE                          TO OLD-ROWS-COUNT.

           MOVE OLD-DATA(1:LENGTH OF FK-RECORD) TO FK-RECORD.
           PERFORM 8300-NORMALIZE-TAGS     THRU 8300-EXIT.

           MOVE FK-KEY                       TO OLD-KEY.
           MOVE FK-SEGMENTS                  TO OLD-SEGMENTS.
           MOVE FK-RETENTION                 TO OLD-RET.
           MOVE FK-RETENTION-TYPE            TO OLD-RET-TYPE.
           MOVE FK-HOLD-TYPE                 TO OLD-HOLD-TYPE.
           MOVE FK-HOLD-RETENTION            TO OLD-HOLD-RET.
           MOVE FK-TAG-COUNT                 TO OLD-TAGS(1:1).
           MOVE FK-TAG-ENTRY(1)              TO OLD-TAGS(2:20).
           MOVE FK-TAG-ENTRY(2)              TO OLD-TAGS(22:20).
           MOVE FK-TAG-ENTRY(3)              TO OLD-TAGS(42:20).

           IF  OLD-ROWS-COUNT GREATER THAN ONE
           AND OLD-KEY NOT GREATER THAN OLD-PREV-KEY
               MOVE OLD-TDQ                  TO TD-DS-TDQ
               MOVE OLD-KEY                  TO TD-DS-KEY
               PERFORM 8900-SEQUENCE-ERROR THRU 8900-EXIT.

           MOVE OLD-KEY                      TO OLD-PREV-KEY.

       8100-EXIT.
           EXIT.

      *****************************************************************
      * Read past the segments of the current older row.              *
      *****************************************************************
       8150-SKIP-OLD-SEGMENTS.
           PERFORM 8100-READ-OLD           THRU 8100-EXIT
               UNTIL OLD-SEGMENT-SW NOT EQUAL 'Y'.

       8150-EXIT.
           EXIT.

      *****************************************************************
      * Read the next record of the newer extract.                    *
      *****************************************************************
       8200-READ-NEW.
           MOVE 'N'                          TO NEW-SEGMENT-SW.
           MOVE LENGTH OF NEW-RECORD         TO NEW-LENGTH.

           EXEC CICS READQ TD QUEUE(NEW-TDQ)
                INTO  (NEW-RECORD)
                LENGTH(NEW-LENGTH)
                RESP  (NEW-RESP)
                NOHANDLE
           END-EXEC.

           IF  NEW-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                      TO NEW-EOF
               GO TO 8200-EXIT.

           IF  NEW-TYPE EQUAL EX-TYPE-FILE
               MOVE 'Y'                      TO NEW-SEGMENT-SW
               GO TO 8200-EXIT.

           IF  NEW-TYPE NOT EQUAL EX-TYPE-KEY
               MOVE NEW-TDQ                  TO TD-DF-TDQ
               PERFORM 8910-FORMAT-ERROR   THRU 8910-EXIT
               GO TO 8200-EXIT.

           ADD  ONE                          TO NEW-ROWS-COUNT.

           MOVE NEW-DATA(1:LENGTH OF FK-RECORD) TO FK-RECORD.
           PERFORM 8300-NORMALIZE-TAGS     THRU 8300-EXIT.

           MOVE FK-KEY                       TO NEW-KEY.
           MOVE FK-SEGMENTS                  TO NEW-SEGMENTS.
           MOVE FK-RETENTION                 TO NEW-RET.
           MOVE FK-RETENTION-TYPE            TO NEW-RET-TYPE.
           MOVE FK-HOLD-TYPE                 TO NEW-HOLD-TYPE.
           MOVE FK-HOLD-RETENTION            TO NEW-HOLD-RET.
           MOVE FK-TAG-COUNT                 TO NEW-TAGS(1:1).
           MOVE FK-TAG-ENTRY(1)              TO NEW-TAGS(2:20).
           MOVE FK-TAG-ENTRY(2)              TO NEW-TAGS(22:20).
           MOVE FK-TAG-ENTRY(3)              TO NEW-TAGS(42:20).

           IF  NEW-ROWS-COUNT GREATER THAN ONE
           AND NEW-KEY NOT GREATER THAN NEW-PREV-KEY
               MOVE NEW-TDQ                  TO TD-DS-TDQ
               MOVE NEW-KEY                  TO TD-DS-KEY
               PERFORM 8900-SEQUENCE-ERROR THRU 8900-EXIT.

           MOVE NEW-KEY                      TO NEW-PREV-KEY.

       8200-EXIT.
           EXIT.

      *****************************************************************
      * Read past the segments of the current newer row.              *
      *****************************************************************
       8250-SKIP-NEW-SEGMENTS.
           PERFORM 8200-READ-NEW           THRU 8200-EXIT
               UNTIL NEW-SEGMENT-SW NOT EQUAL 'Y'.

       8250-EXIT.
           EXIT.

      *****************************************************************
      * Legacy KEY records carry spaces where the tag fields now      *
      * live; treat them as no tags so a record merely rewritten      *
      * since is not reported as a tag change.                        *
      *****************************************************************
       8300-NORMALIZE-TAGS.
           IF  FK-TAG-COUNT NOT NUMERIC
               MOVE ZEROES                   TO FK-TAG-COUNT.

       8300-EXIT.
           EXIT.

      *****************************************************************
      * An extract out of key order cannot be merged - stop, and say  *
      * so, rather than report false differences.                     *
      *****************************************************************
       8900-SEQUENCE-ERROR.
           INSPECT TD-DS-KEY
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE TD-DIFF-SEQUENCE             TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL         THRU 9910-EXIT.

           MOVE 'Y'                          TO COMPARE-FAILED
                                                 OLD-EOF
                                                 NEW-EOF.
           MOVE 'N'                          TO OLD-SEGMENT-SW
                                                 NEW-SEGMENT-SW.

       8900-EXIT.
           EXIT.

      *****************************************************************
      * A record that is neither a KEY record nor a FILE segment -    *
      * a portable-format extract, or not an extract at all.          *
      *****************************************************************
       8910-FORMAT-ERROR.
           IF  COMPARE-FAILED NOT EQUAL 'Y'
               MOVE TD-DIFF-FORMAT           TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL     THRU 9910-EXIT.

           MOVE 'Y'                          TO COMPARE-FAILED
                                                 OLD-EOF
                                                 NEW-EOF.
           MOVE 'N'                          TO OLD-SEGMENT-SW
                                                 NEW-SEGMENT-SW.

       8910-EXIT.
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
      * Decipher FF-DATA(1:PAYLOAD-LENGTH) as extracted.              *
      *****************************************************************
       9043-DECIPHER-SEGMENT.
           MOVE FF-TRANID                   TO CIPHER-TRANID.
           MOVE 'D'                         TO CIPHER-DIRECTION.
           MOVE PAYLOAD-LENGTH              TO CIPHER-LENGTH.
           MOVE FF-DATA(1:PAYLOAD-LENGTH)
             TO CIPHER-DATA(1:PAYLOAD-LENGTH).

           MOVE FF-KEYVER                   TO CIPHER-KEYVER.

           EXEC CICS LINK PROGRAM(ZFAM107)
                COMMAREA(CIPHER-COMMAREA)
                LENGTH  (LENGTH OF CIPHER-COMMAREA)
                NOHANDLE
           END-EXEC.

           MOVE CIPHER-DATA(1:PAYLOAD-LENGTH)
             TO FF-DATA(1:PAYLOAD-LENGTH).

       9043-EXIT.
           EXIT.

      *****************************************************************
      * Write the report trailer - one line per count.                *
      *****************************************************************
       9800-WRITE-TOTALS.
           MOVE 'Rows in older extract'      TO XR-TL-LABEL.
           MOVE OLD-ROWS-COUNT               TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE 'Rows in newer extract'      TO XR-TL-LABEL.
           MOVE NEW-ROWS-COUNT               TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE 'Keys added'                 TO XR-TL-LABEL.
           MOVE ADDED-COUNT                  TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE 'Keys removed'               TO XR-TL-LABEL.
           MOVE REMOVED-COUNT                TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE 'Keys changed'               TO XR-TL-LABEL.
           MOVE CHANGED-COUNT                TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE '  payload differed'         TO XR-TL-LABEL.
           MOVE PAYLOAD-COUNT                TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE '  retention differed'       TO XR-TL-LABEL.
           MOVE RETENTION-COUNT              TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE '  hold differed'            TO XR-TL-LABEL.
           MOVE HOLD-COUNT                   TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE '  tags differed'            TO XR-TL-LABEL.
           MOVE TAGS-COUNT                   TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

           MOVE 'Keys unchanged'             TO XR-TL-LABEL.
           MOVE SAME-COUNT                   TO XR-TL-COUNT.
           PERFORM 9810-WRITE-TOTAL        THRU 9810-EXIT.

       9800-EXIT.
           EXIT.

       9810-WRITE-TOTAL.
           MOVE LENGTH OF XR-TOTAL           TO XR-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(XR-TDQ)
                FROM  (XR-TOTAL)
                LENGTH(XR-LENGTH)
                NOHANDLE
           END-EXEC.

       9810-EXIT.
           EXIT.

      *****************************************************************
      * Write one added, removed or changed line to the report.       *
      *****************************************************************
       9820-WRITE-DETAIL.
           INSPECT XR-KEY
           REPLACING ALL LOW-VALUES BY SPACES.
           MOVE LENGTH OF XR-DETAIL          TO XR-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(XR-TDQ)
                FROM  (XR-DETAIL)
                LENGTH(XR-LENGTH)
                NOHANDLE
           END-EXEC.

       9820-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL summary when the compare completes.             *
      *****************************************************************
       9900-WRITE-DONE.
           MOVE ADDED-COUNT            TO TD-DD-ADDED.
           MOVE REMOVED-COUNT          TO TD-DD-REMOVED.
           MOVE CHANGED-COUNT          TO TD-DD-CHANGED.
           MOVE TD-DIFF-DONE           TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.
