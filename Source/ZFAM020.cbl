       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM020.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * zQL SELECT (HTTP GET).                                        *
      *                                                               *
      * This program is executed via XCTL from ZFAM001 with the       *
      * parsed statement in the ZFAM-CONTAINER container (ZFAMQLC).   *
      * The WHERE clause must name the primary key column (index 001) *
      * or the leading column of a FAxxCIxx secondary column index:   *
      *                                                               *
      *   primary key - the KEY store record and its FILE store       *
      *                 segment are read and the selected fields are  *
      *                 returned as one JSON object.                  *
      *   indexed     - the FAxxCIxx index is browsed for every entry *
      *                 whose column value matches, and the selected  *
      *                 fields of each row are returned as a JSON     *
      *                 array, with the row count in zFAM-Rows.       *
      *                                                               *
      * 'N' fields are returned as JSON numbers, all others as        *
      * strings with trailing spaces removed.  Only the first FILE    *
      * store segment of a row is examined - Query Mode records are   *
      * single-segment.                                               *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Issue the CICS monitoring point on the    *
      *                     way out with the status, bytes out and    *
      *                     segments this program sent.               *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  ONE                    PIC S9(08) COMP VALUE 1.
       01  TWO                    PIC S9(08) COMP VALUE 2.
       01  FIFTY-SIX              PIC S9(08) COMP VALUE 56.
       01  THREE-POINT-TWO-MB     PIC S9(08) COMP VALUE 3200000.
       01  ROW-HEADROOM           PIC S9(08) COMP VALUE 72000.
       01  BINARY-ZEROES          PIC  X(01) VALUE LOW-VALUES.
       01  CRLF                   PIC  X(02) VALUE X'0D25'.

       01  ZFAM090                PIC  X(08) VALUE 'ZFAM090 '.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE 'N'.
       01  ROW-OK-SW              PIC  X(01) VALUE 'N'.
       01  LEADING-FOUND-SW       PIC  X(01) VALUE 'N'.
       01  ARRAY-SW               PIC  X(01) VALUE 'N'.

       01  ROWS-COUNT             PIC S9(08) COMP VALUE ZEROES.
       01  ROWS-DISPLAY           PIC  9(04) VALUE ZEROES.
       01  ROWS-DISPLAY-LENGTH    PIC S9(08) COMP VALUE 4.

       01  HEADER-ROWS            PIC  X(09) VALUE 'zFAM-Rows'.
       01  HEADER-ROWS-LENGTH     PIC S9(08) COMP VALUE 9.

       01  STATUS-204             PIC  9(03) VALUE 204.
       01  STATUS-400             PIC  9(03) VALUE 400.

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
       01  APPLICATION-JSON       PIC  X(56) VALUE 'application/json'.

       01  HTTP-503-99-LENGTH     PIC S9(08) COMP VALUE 48.
       01  HTTP-503-99-TEXT.
           02  FILLER             PIC  X(16) VALUE '99-002 Service u'.
           02  FILLER             PIC  X(16) VALUE 'navailable and l'.
           02  FILLER             PIC  X(16) VALUE 'ogging disabled '.

      *****************************************************************
      * KEY, FILE and FAxxCIxx resources.                             *
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
      * Index match value - the WHERE value as it is stored in the    *
      * record column, capped at the 56-byte CI-FIELD.                *
      *****************************************************************
       01  MATCH-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  MATCH-VALUE            PIC  X(56) VALUE SPACES.
       01  WHERE-COLUMN-VALUE     PIC X(32000) VALUE SPACES.

      *****************************************************************
      * Checksum-at-rest verification fields, matching ZFAM002's      *
      * primary GET path.                                             *
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
      * Channel, parsed zQL request and FAxxFD schema.                *
      *****************************************************************
       01  ZFAM-CHANNEL           PIC  X(16) VALUE 'ZFAM-CHANNEL  '.
       01  ZFAM-CONTAINER         PIC  X(16) VALUE 'ZFAM-CONTAINER'.
       01  ZFAM-MONITOR           PIC  X(16) VALUE 'ZFAM-MONITOR  '.
       01  ZFAM-FAXXFD            PIC  X(16) VALUE 'ZFAM-FAXXFD   '.
       01  CONTAINER-LENGTH       PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMQLC.

       01  FD-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.
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
      * JSON formatting work areas.                                   *
      *****************************************************************
       01  FIELD-SUB              PIC S9(04) COMP VALUE ZEROES.
       01  CHAR-SUB               PIC S9(08) COMP VALUE ZEROES.
       01  FIELD-COLUMN           PIC S9(08) COMP VALUE ZEROES.
       01  FIELD-LENGTH           PIC S9(08) COMP VALUE ZEROES.
       01  NAME-LENGTH            PIC S9(08) COMP VALUE ZEROES.
       01  TRAILING-SPACES        PIC S9(08) COMP VALUE ZEROES.
       01  LEADING-ZEROES         PIC S9(08) COMP VALUE ZEROES.
       01  FIELD-VALUE            PIC X(32000) VALUE SPACES.
       01  APPEND-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  APPEND-TEXT            PIC  X(20) VALUE SPACES.
       01  QUOTE-MARK             PIC  X(01) VALUE '"'.
       01  BACK-SLASH             PIC  X(01) VALUE '\'.

       01  OB-TOTAL               PIC S9(08) COMP VALUE ZEROES.
       01  OB-ADDRESS             USAGE POINTER.

      *****************************************************************
      * CICS monitoring (ZFAMMNC).  ZFAM001 hands the request's zFAM  *
      * detail over in the ZFAM-MONITOR container; this program       *
      * answers the request, so it sets the status, bytes out and     *
      * segments it sent and issues the monitoring point on its way   *
      * out.                                                          *
      *****************************************************************
       COPY ZFAMMNC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.

      *****************************************************************
      * zFAM  message.                                                *
      * This is the response message buffer.                          *
      *****************************************************************
       01  ZFAM-MESSAGE           PIC X(3200000).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  QL-WHERE-INDEX EQUAL 1
               PERFORM 2000-SELECT-PRIMARY THRU 2000-EXIT
           ELSE
               PERFORM 3000-SELECT-INDEX   THRU 3000-EXIT.

           PERFORM 4000-SEND-RESPONSE      THRU 4000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Retrieve the parsed request and the schema, resolve the       *
      * table's files and acquire the response buffer.                *
      *****************************************************************
       1000-INITIALIZE.
           MOVE EIBTRNID(3:2)                TO FK-TRANID(3:2)
                                                 FF-TRANID(3:2)
                                                 CI-TRANID(3:2).

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

           IF  QL-WHERE-INDEX EQUAL ZEROES
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE LENGTH OF FAXXFD-BUFFER      TO FD-DOC-LENGTH.

           EXEC CICS GET CONTAINER(ZFAM-FAXXFD)
                INTO   (FAXXFD-BUFFER)
                FLENGTH(FD-DOC-LENGTH)
                CHANNEL(ZFAM-CHANNEL)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES                   TO FD-DOC-LENGTH.

           EXEC CICS GETMAIN SET(OB-ADDRESS)
                FLENGTH(THREE-POINT-TWO-MB)
                INITIMG(BINARY-ZEROES)
                NOHANDLE
           END-EXEC.

           SET ADDRESS OF ZFAM-MESSAGE       TO OB-ADDRESS.
           MOVE ZEROES                       TO OB-TOTAL.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * WHERE on the primary key - read the KEY store record and its  *
      * FILE store segment.                                           *
      *****************************************************************
       2000-SELECT-PRIMARY.
           MOVE FK-FCT                       TO CA090-FILE.
           MOVE QL-WHERE-VALUE               TO FK-KEY.
           MOVE LENGTH OF FK-RECORD          TO FK-LENGTH.

           EXEC CICS READ FILE(FK-FCT)
                INTO(FK-RECORD)
                RIDFLD(FK-KEY)
                LENGTH(FK-LENGTH)
                RESP(FK-RESP)
                NOHANDLE
           END-EXEC.

           IF  FK-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  FK-DELETED EQUAL 'Y'
           OR  FK-ECR     EQUAL 'Y'
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-SEGMENTS GREATER THAN ONE
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '03'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           IF  FK-DDNAME NOT EQUAL SPACES
               MOVE FK-DDNAME                TO FF-DDNAME.

           MOVE FK-FF-KEY                    TO FF-KEY.
           PERFORM 3200-READ-ROW           THRU 3200-EXIT.

           IF  ROW-OK-SW NOT EQUAL 'Y'
               MOVE FF-FCT                   TO CA090-FILE
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '02'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           MOVE 'N'                          TO ARRAY-SW.
           PERFORM 5000-FORMAT-ROW         THRU 5000-EXIT.
           MOVE ONE                          TO ROWS-COUNT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * WHERE on an indexed column - browse the FAxxCIxx index for    *
      * every entry whose leading column matches the WHERE value.     *
      *****************************************************************
       3000-SELECT-INDEX.
           PERFORM 3050-CHECK-LEADING      THRU 3050-EXIT.

           MOVE 'Y'                          TO ARRAY-SW.
           MOVE '['                          TO ZFAM-MESSAGE(1:1).
           MOVE ONE                          TO OB-TOTAL.

           MOVE QL-WHERE-INDEX(2:2)          TO CI-INDEX.
           MOVE CI-FCT                       TO CA090-FILE.

           MOVE SPACES                       TO WHERE-COLUMN-VALUE.
           MOVE QL-WHERE-VALUE(1:QL-WHERE-VALUE-LENGTH)
             TO WHERE-COLUMN-VALUE(1:QL-WHERE-VALUE-LENGTH).

           MOVE QL-WHERE-LENGTH              TO MATCH-LENGTH.
           IF  MATCH-LENGTH GREATER THAN FIFTY-SIX
               MOVE FIFTY-SIX                TO MATCH-LENGTH.

           MOVE WHERE-COLUMN-VALUE(1:MATCH-LENGTH) TO MATCH-VALUE.

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
               MOVE 'Y'                      TO BROWSE-COMPLETE.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 3100-PROCESS-INDEX  THRU 3100-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'
               EXEC CICS ENDBR
                    FILE(CI-FCT)
                    NOHANDLE
               END-EXEC.

           IF  ROWS-COUNT EQUAL ZEROES
               MOVE STATUS-204               TO CA090-STATUS
               MOVE '05'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

           ADD  ONE                          TO OB-TOTAL.
           MOVE ']'
             TO ZFAM-MESSAGE(OB-TOTAL:1).

       3000-EXIT.
           EXIT.

      *****************************************************************
      * The WHERE column must be the first schema column of its       *
      * index, since CI-FIELD begins with that column's value.        *
      *****************************************************************
       3050-CHECK-LEADING.
           MOVE 'N'                          TO LEADING-FOUND-SW.

           PERFORM 3060-SCAN-SCHEMA        THRU 3060-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL FD-OFFSET NOT LESS THAN FD-DOC-LENGTH
               OR    LEADING-FOUND-SW EQUAL 'Y'.

           IF  LEADING-FOUND-SW NOT EQUAL 'Y'
           OR  FD-COLUMN NOT EQUAL QL-WHERE-COLUMN
               MOVE STATUS-400               TO CA090-STATUS
               MOVE '01'                     TO CA090-REASON
               PERFORM 9998-ZFAM090        THRU 9998-EXIT.

       3050-EXIT.
           EXIT.

       3060-SCAN-SCHEMA.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1:LENGTH OF FD-ENTRY)
                                             TO FD-ENTRY.

           IF  FD-INDEX EQUAL QL-WHERE-INDEX
               MOVE 'Y'                      TO LEADING-FOUND-SW.

       3060-EXIT.
           EXIT.

      *****************************************************************
      * Read the next index entry; stop at the first entry whose      *
      * leading column no longer matches, or when the response        *
      * buffer cannot take another row.                               *
      *****************************************************************
       3100-PROCESS-INDEX.
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
               GO TO 3100-EXIT.

           MOVE CI-DS                        TO FF-DDNAME.
           MOVE CI-I-KEY                     TO FF-KEY.
           PERFORM 3200-READ-ROW           THRU 3200-EXIT.

           IF  ROW-OK-SW NOT EQUAL 'Y'
               GO TO 3100-EXIT.

      *****************************************************************
      * A column longer than CI-FIELD is confirmed against the row.   *
      *****************************************************************
           IF  QL-WHERE-LENGTH GREATER THAN FIFTY-SIX
           AND FF-DATA(QL-WHERE-COLUMN:QL-WHERE-LENGTH) NOT EQUAL
               WHERE-COLUMN-VALUE(1:QL-WHERE-LENGTH)
               GO TO 3100-EXIT.

           IF  ROWS-COUNT GREATER THAN ZEROES
               ADD  ONE                      TO OB-TOTAL
               MOVE ','
                 TO ZFAM-MESSAGE(OB-TOTAL:1).

           PERFORM 5000-FORMAT-ROW         THRU 5000-EXIT.
           ADD  ONE                          TO ROWS-COUNT.

           IF  OB-TOTAL GREATER THAN THREE-POINT-TWO-MB - ROW-HEADROOM
           OR  ROWS-COUNT NOT LESS THAN 9999
               MOVE 'Y'                      TO BROWSE-COMPLETE.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * Read and verify the first FILE store segment of a row.        *
      *****************************************************************
       3200-READ-ROW.
           MOVE 'N'                          TO ROW-OK-SW.

           MOVE ONE                          TO FF-SEGMENT.
           MOVE ZEROES                       TO FF-SUFFIX
                                                 FF-ZEROES.
           MOVE LENGTH OF FF-RECORD          TO FF-LENGTH.

           MOVE LOW-VALUES                  TO FF-DATA.
           EXEC CICS READ
                FILE  (FF-FCT)
                INTO  (FF-RECORD)
                RIDFLD(FF-KEY-16)
                LENGTH(FF-LENGTH)
                RESP  (FF-RESP)
                NOHANDLE
           END-EXEC.

           IF  FF-RESP EQUAL DFHRESP(NORMAL)
           AND MN-SEGMENTS LESS THAN 9999
               ADD 1                         TO MN-SEGMENTS.

           IF  FF-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3200-EXIT.

           PERFORM 9040-COMPUTE-CHECKSUM   THRU 9040-EXIT.
           IF  CHECKSUM-COMPUTED NOT EQUAL FF-CHECKSUM
               GO TO 3200-EXIT.

           SUBTRACT FF-PREFIX              FROM FF-LENGTH.
           PERFORM 9043-DECIPHER-SEGMENT   THRU 9043-EXIT.

           MOVE 'Y'                          TO ROW-OK-SW.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * Send the JSON response.                                       *
      *****************************************************************
       4000-SEND-RESPONSE.
           IF  ARRAY-SW EQUAL 'Y'
               MOVE ROWS-COUNT               TO ROWS-DISPLAY
               EXEC CICS WEB WRITE
                    HTTPHEADER (HEADER-ROWS)
                    NAMELENGTH (HEADER-ROWS-LENGTH)
                    VALUE      (ROWS-DISPLAY)
                    VALUELENGTH(ROWS-DISPLAY-LENGTH)
                    NOHANDLE
               END-EXEC.

           MOVE DFHVALUE(IMMEDIATE)          TO SEND-ACTION.

           EXEC CICS WEB SEND
                FROM      (ZFAM-MESSAGE)
                FROMLENGTH(OB-TOTAL)
                MEDIATYPE (APPLICATION-JSON)
                STATUSCODE(HTTP-STATUS-200)
                STATUSTEXT(HTTP-OK)
                ACTION    (SEND-ACTION)
                SRVCONVERT
                NOHANDLE
           END-EXEC.

           MOVE HTTP-STATUS-200              TO MN-HTTP-STATUS.
           MOVE OB-TOTAL                     TO MN-BYTES-OUT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Format the selected fields of the row in FF-DATA as a JSON    *
      * object.                                                       *
      *****************************************************************
       5000-FORMAT-ROW.
           ADD  ONE                          TO OB-TOTAL.
           MOVE '{'
             TO ZFAM-MESSAGE(OB-TOTAL:1).

           PERFORM 5100-FORMAT-FIELD       THRU 5100-EXIT
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB GREATER THAN QL-FIELD-COUNT.

           ADD  ONE                          TO OB-TOTAL.
           MOVE '}'
             TO ZFAM-MESSAGE(OB-TOTAL:1).

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Format one "name":value pair.  The part of a column beyond    *
      * the stored record is taken as spaces.                          *
      *****************************************************************
       5100-FORMAT-FIELD.
           IF  FIELD-SUB GREATER THAN ONE
               ADD  ONE                      TO OB-TOTAL
               MOVE ','
                 TO ZFAM-MESSAGE(OB-TOTAL:1).

           MOVE ZEROES                       TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(QL-NAME(FIELD-SUB))
           TALLYING TRAILING-SPACES
           FOR LEADING SPACES.
           SUBTRACT TRAILING-SPACES FROM LENGTH OF QL-NAME(FIELD-SUB)
               GIVING NAME-LENGTH.

           ADD  ONE                          TO OB-TOTAL.
           MOVE QUOTE-MARK
             TO ZFAM-MESSAGE(OB-TOTAL:1).
           MOVE QL-NAME(FIELD-SUB)(1:NAME-LENGTH)
             TO ZFAM-MESSAGE(OB-TOTAL + 1:NAME-LENGTH).
           ADD  NAME-LENGTH                  TO OB-TOTAL.
           MOVE '":'                         TO APPEND-TEXT.
           MOVE TWO                          TO APPEND-LENGTH.
           PERFORM 7000-APPEND-TEXT        THRU 7000-EXIT.

           MOVE QL-COLUMN(FIELD-SUB)         TO FIELD-COLUMN.
           MOVE QL-LENGTH(FIELD-SUB)         TO FIELD-LENGTH.
           MOVE SPACES                       TO FIELD-VALUE.

           IF  FIELD-COLUMN NOT GREATER THAN FF-LENGTH
               IF  FIELD-COLUMN + FIELD-LENGTH - 1 GREATER THAN
                   FF-LENGTH
                   MOVE FF-DATA(FIELD-COLUMN:
                                FF-LENGTH - FIELD-COLUMN + 1)
                     TO FIELD-VALUE
               ELSE
                   MOVE FF-DATA(FIELD-COLUMN:FIELD-LENGTH)
                     TO FIELD-VALUE.

           IF  QL-TYPE(FIELD-SUB) EQUAL 'N'
           AND FIELD-VALUE(1:FIELD-LENGTH) IS NUMERIC
               PERFORM 5200-FORMAT-NUMBER  THRU 5200-EXIT
           ELSE
               PERFORM 5300-FORMAT-STRING  THRU 5300-EXIT.

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Numeric field - leading zeroes removed, at least one digit.   *
      *****************************************************************
       5200-FORMAT-NUMBER.
           MOVE ZEROES                       TO LEADING-ZEROES.
           INSPECT FIELD-VALUE(1:FIELD-LENGTH)
           TALLYING LEADING-ZEROES FOR LEADING '0'.

           IF  LEADING-ZEROES EQUAL FIELD-LENGTH
               SUBTRACT ONE                FROM LEADING-ZEROES.

           SUBTRACT LEADING-ZEROES         FROM FIELD-LENGTH.

           MOVE FIELD-VALUE(LEADING-ZEROES + 1:FIELD-LENGTH)
             TO ZFAM-MESSAGE(OB-TOTAL + 1:FIELD-LENGTH).
           ADD  FIELD-LENGTH                 TO OB-TOTAL.

       5200-EXIT.
           EXIT.

      *****************************************************************
      * Character field - trailing spaces removed, quotes and back    *
      * slashes escaped.                                              *
      *****************************************************************
       5300-FORMAT-STRING.
           INSPECT FIELD-VALUE(1:FIELD-LENGTH)
           REPLACING ALL LOW-VALUES BY SPACES.

           MOVE ZEROES                       TO TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(FIELD-VALUE(1:FIELD-LENGTH))
           TALLYING TRAILING-SPACES
           FOR LEADING SPACES.
           SUBTRACT TRAILING-SPACES        FROM FIELD-LENGTH.

           ADD  ONE                          TO OB-TOTAL.
           MOVE QUOTE-MARK
             TO ZFAM-MESSAGE(OB-TOTAL:1).

           IF  FIELD-LENGTH GREATER THAN ZEROES
               PERFORM 5310-ESCAPE-CHAR    THRU 5310-EXIT
                   VARYING CHAR-SUB FROM 1 BY 1
                   UNTIL CHAR-SUB GREATER THAN FIELD-LENGTH.

           ADD  ONE                          TO OB-TOTAL.
           MOVE QUOTE-MARK
             TO ZFAM-MESSAGE(OB-TOTAL:1).

       5300-EXIT.
           EXIT.

       5310-ESCAPE-CHAR.
           IF  FIELD-VALUE(CHAR-SUB:1) EQUAL QUOTE-MARK
           OR  FIELD-VALUE(CHAR-SUB:1) EQUAL BACK-SLASH
               ADD  ONE                      TO OB-TOTAL
               MOVE BACK-SLASH
                 TO ZFAM-MESSAGE(OB-TOTAL:1).

           ADD  ONE                          TO OB-TOTAL.
           MOVE FIELD-VALUE(CHAR-SUB:1)
             TO ZFAM-MESSAGE(OB-TOTAL:1).

       5310-EXIT.
           EXIT.

      *****************************************************************
      * Append APPEND-TEXT(1:APPEND-LENGTH) to the response.          *
      *****************************************************************
       7000-APPEND-TEXT.
           MOVE APPEND-TEXT(1:APPEND-LENGTH)
             TO ZFAM-MESSAGE(OB-TOTAL + 1:APPEND-LENGTH).
           ADD  APPEND-LENGTH                TO OB-TOTAL.

       7000-EXIT.
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
           MOVE 'ZFAM020 '                   TO MN-PROGRAM.

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
