       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM168.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Table federation routing.                                     *
      *                                                               *
      * LINKed with the ZFAMVFC VF-COMMAREA by every program that     *
      * must know which member table of a federation holds a key -    *
      * ZFAM002 routing a request made to the federation's URI and    *
      * refusing a write whose key belongs on another member, the     *
      * browse and range delete programs stepping from one member to  *
      * the next in key order, and ZFAM014 totalling the members.     *
      *                                                               *
      * The member ranges come from the federation table's FAxxVF     *
      * document template (layout in ZFAMVFC) and are checked on      *
      * every call: each member's low key must be higher than the     *
      * one before it.  A definition out of order answers X rather    *
      * than route anything, since a key routed by a broken           *
      * definition could land on the wrong member.                    *
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
       01  VF-TOKEN               PIC  X(16) VALUE SPACES.
       01  VF-DOC-LENGTH          PIC S9(08) COMP VALUE ZEROES.
       01  VF-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  VM-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       01  FEDERATION-TRANID      PIC  X(04) VALUE SPACES.
       01  DEFINITION-OK          PIC  X(01) VALUE SPACES.
       01  LOW-TRAIL              PIC S9(08) COMP VALUE ZEROES.
       01  LOW-LENGTH             PIC S9(08) COMP VALUE ZEROES.

      *****************************************************************
      * The federation's member list.                                 *
      *****************************************************************
       01  ZFAM-VF.
           02  VF-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'VF'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  VF-BUFFER              PIC  X(3750) VALUE SPACES.

       01  VF-ENTRY.
           02  FILLER             PIC  X(06).
           02  VF-ENTRY-SUFFIX    PIC  X(02).
           02  FILLER             PIC  X(01).
           02  VF-ENTRY-LOW       PIC  X(64).
           02  VF-ENTRY-CRLF      PIC  X(02).

      *****************************************************************
      * A member table's pointer back to its federation.              *
      *****************************************************************
       01  ZFAM-VM.
           02  VM-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'VM'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  VM-CONTROL.
           02  FILLER             PIC  X(06).
           02  VM-FEDERATION      PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02).

      *****************************************************************
      * Parsed ranges - each member's suffix and its low key padded   *
      * with low-values, the way every zFAM key is held.              *
      *****************************************************************
       01  RT-MAX                 PIC S9(04) COMP VALUE 50.
       01  RT-COUNT               PIC S9(04) COMP VALUE ZEROES.
       01  RT-INDEX               PIC S9(04) COMP VALUE ZEROES.
       01  RT-HIT                 PIC S9(04) COMP VALUE ZEROES.

       01  RT-TABLE.
           02  RT-ENTRY OCCURS 50 TIMES.
               05  RT-SUFFIX      PIC  X(02).
               05  RT-LOW         PIC X(255).

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-FUNCTION        PIC  X(01).
           02  CA-TABLE           PIC  X(04).
           02  CA-KEY             PIC X(255).
           02  CA-MEMBER          PIC  X(02).
           02  CA-DIRECTION       PIC  X(01).
           02  CA-RESULT          PIC  X(01).
           02  CA-FEDERATION      PIC  X(04).
           02  CA-COUNT           PIC  9(03).
           02  CA-MEMBER-LIST.
               05  CA-MEMBER-SUFFIX PIC X(02) OCCURS 50 TIMES.

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           IF  EIBCALEN LESS THAN LENGTH OF DFHCOMMAREA
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           MOVE 'N'                          TO CA-RESULT.
           MOVE SPACES                       TO CA-FEDERATION.
           MOVE CA-TABLE                     TO FEDERATION-TRANID.

           IF  CA-FUNCTION EQUAL 'V'
               PERFORM 1000-FIND-FEDERATION THRU 1000-EXIT.

           PERFORM 2000-LOAD-DEFINITION      THRU 2000-EXIT.

           IF  CA-FUNCTION EQUAL 'R'
               PERFORM 3000-ROUTE           THRU 3000-EXIT
           ELSE
           IF  CA-FUNCTION EQUAL 'V'
               PERFORM 3500-VERIFY          THRU 3500-EXIT
           ELSE
           IF  CA-FUNCTION EQUAL 'N'
               PERFORM 4000-NEXT-MEMBER     THRU 4000-EXIT
           ELSE
           IF  CA-FUNCTION EQUAL 'L'
               PERFORM 5000-LIST-MEMBERS    THRU 5000-EXIT.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * A verify names the member table; its FAxxVM template names    *
      * the federation whose ranges apply.  A table with none is not  *
      * a member and any key may be written to it.                    *
      *****************************************************************
       1000-FIND-FEDERATION.
           MOVE CA-TABLE                     TO VM-TRANID.
           MOVE SPACES                       TO VM-CONTROL.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(VF-TOKEN)
                TEMPLATE(ZFAM-VM)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           MOVE LENGTH OF VM-CONTROL         TO VM-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(VF-TOKEN)
                INTO     (VM-CONTROL)
                LENGTH   (VM-LENGTH)
                MAXLENGTH(VM-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  VM-FEDERATION(1:2) NOT EQUAL 'FA'
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           MOVE VM-FEDERATION                TO FEDERATION-TRANID.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Load and check the federation's FAxxVF member list.  No       *
      * template means the table is not federated.  A member named    *
      * by FAxxVM whose federation has no list cannot be verified and *
      * is answered X, so the write is refused rather than allowed.   *
      *****************************************************************
       2000-LOAD-DEFINITION.
           MOVE FEDERATION-TRANID            TO VF-TRANID
                                                 CA-FEDERATION.
           MOVE ZEROES                       TO RT-COUNT.
           MOVE 'Y'                          TO DEFINITION-OK.
           MOVE SPACES                       TO VF-BUFFER.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(VF-TOKEN)
                TEMPLATE(ZFAM-VF)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF VF-BUFFER          TO VF-DOC-LENGTH.

           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(VF-TOKEN)
                    INTO     (VF-BUFFER)
                    LENGTH   (VF-DOC-LENGTH)
                    MAXLENGTH(VF-DOC-LENGTH)
                    DATAONLY
                    NOHANDLE
               END-EXEC
           ELSE
               MOVE ZEROES                   TO VF-DOC-LENGTH.

           IF  VF-DOC-LENGTH GREATER THAN ZEROES
               PERFORM 2100-PARSE-ENTRY     THRU 2100-EXIT
                   WITH TEST AFTER
                   VARYING VF-OFFSET         FROM ZEROES BY
                           LENGTH OF VF-ENTRY
                   UNTIL VF-OFFSET NOT LESS THAN VF-DOC-LENGTH
                   OR    DEFINITION-OK NOT EQUAL 'Y'.

           IF  RT-COUNT EQUAL ZEROES
           AND CA-FUNCTION EQUAL 'V'
               MOVE 'X'                      TO CA-RESULT
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           IF  RT-COUNT EQUAL ZEROES
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           IF  DEFINITION-OK NOT EQUAL 'Y'
               MOVE 'X'                      TO CA-RESULT
               PERFORM 9000-RETURN          THRU 9000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Take one member line.  Every low key after the first must be  *
      * higher than the one before it.                                *
      *****************************************************************
       2100-PARSE-ENTRY.
           MOVE VF-BUFFER(VF-OFFSET + 1:LENGTH OF VF-ENTRY)
                                             TO VF-ENTRY.

           IF  VF-ENTRY-SUFFIX EQUAL SPACES
               GO TO 2100-EXIT.

           IF  RT-COUNT NOT LESS THAN RT-MAX
               MOVE 'N'                      TO DEFINITION-OK
               GO TO 2100-EXIT.

           ADD  1                            TO RT-COUNT.
           MOVE VF-ENTRY-SUFFIX              TO RT-SUFFIX(RT-COUNT).
           MOVE LOW-VALUES                   TO RT-LOW(RT-COUNT).

           IF  RT-COUNT EQUAL 1
               GO TO 2100-EXIT.

           MOVE ZEROES                       TO LOW-TRAIL.
           INSPECT FUNCTION REVERSE(VF-ENTRY-LOW)
           TALLYING LOW-TRAIL
           FOR LEADING SPACES.

           SUBTRACT LOW-TRAIL FROM LENGTH OF VF-ENTRY-LOW
               GIVING LOW-LENGTH.

           IF  LOW-LENGTH GREATER THAN ZEROES
               MOVE VF-ENTRY-LOW(1:LOW-LENGTH)
                 TO RT-LOW(RT-COUNT)(1:LOW-LENGTH).

           IF  RT-LOW(RT-COUNT) NOT GREATER THAN RT-LOW(RT-COUNT - 1)
               MOVE 'N'                      TO DEFINITION-OK.

       2100-EXIT.
           EXIT.

      *****************************************************************
      * Route the key to the member whose low key is the highest one  *
      * not above it.                                                 *
      *****************************************************************
       3000-ROUTE.
           MOVE 1                            TO RT-HIT.

           IF  RT-COUNT GREATER THAN 1
               PERFORM 3100-COMPARE-LOW     THRU 3100-EXIT
                   VARYING RT-INDEX FROM 2 BY 1
                   UNTIL   RT-INDEX GREATER THAN RT-COUNT.

           MOVE RT-SUFFIX(RT-HIT)            TO CA-MEMBER.
           MOVE 'Y'                          TO CA-RESULT.

       3000-EXIT.
           EXIT.

       3100-COMPARE-LOW.
           IF  CA-KEY NOT LESS THAN RT-LOW(RT-INDEX)
               MOVE RT-INDEX                 TO RT-HIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      * The key may be written to the member only when it routes      *
      * there; otherwise the member it belongs on is returned.        *
      *****************************************************************
       3500-VERIFY.
           PERFORM 3000-ROUTE               THRU 3000-EXIT.

           IF  CA-MEMBER NOT EQUAL CA-TABLE(3:2)
               MOVE 'M'                      TO CA-RESULT.

       3500-EXIT.
           EXIT.

      *****************************************************************
      * Step from the caller's member to its neighbour in key order.  *
      *****************************************************************
       4000-NEXT-MEMBER.
           MOVE ZEROES                       TO RT-HIT.

           PERFORM 4100-FIND-MEMBER         THRU 4100-EXIT
               VARYING RT-INDEX FROM 1 BY 1
               UNTIL   RT-INDEX GREATER THAN RT-COUNT.

           MOVE 'E'                          TO CA-RESULT.

           IF  RT-HIT EQUAL ZEROES
               GO TO 4000-EXIT.

           IF  CA-DIRECTION EQUAL 'B'
               SUBTRACT 1                  FROM RT-HIT
           ELSE
               ADD  1                        TO RT-HIT.

           IF  RT-HIT LESS THAN 1
           OR  RT-HIT GREATER THAN RT-COUNT
               GO TO 4000-EXIT.

           MOVE RT-SUFFIX(RT-HIT)            TO CA-MEMBER.
           MOVE 'Y'                          TO CA-RESULT.

       4000-EXIT.
           EXIT.

       4100-FIND-MEMBER.
           IF  RT-SUFFIX(RT-INDEX) EQUAL CA-MEMBER
               MOVE RT-INDEX                 TO RT-HIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Hand back every member in key order.                          *
      *****************************************************************
       5000-LIST-MEMBERS.
           MOVE SPACES                       TO CA-MEMBER-LIST.
           MOVE RT-COUNT                     TO CA-COUNT.

           PERFORM 5100-LIST-MEMBER         THRU 5100-EXIT
               VARYING RT-INDEX FROM 1 BY 1
               UNTIL   RT-INDEX GREATER THAN RT-COUNT.

           MOVE 'Y'                          TO CA-RESULT.

       5000-EXIT.
           EXIT.

       5100-LIST-MEMBER.
           MOVE RT-SUFFIX(RT-INDEX)
             TO CA-MEMBER-SUFFIX(RT-INDEX).

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Return to caller                                              *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
