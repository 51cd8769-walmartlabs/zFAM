       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM170.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Shared FILE store chain reference manager.                    *
      *                                                               *
      * LINKed with the ZFAMDPC DR-COMMAREA by every program that     *
      * creates, repoints or deletes a FILE store chain on a table    *
      * that stores identical bodies once (DD-DEDUP 'Y').  ZFAM002    *
      * asks for the chain registered under a new body's digest and   *
      * length, and after comparing the stored segments byte for      *
      * byte either adds a reference to that chain or registers the   *
      * chain it has just written.  DELETE, PUT, version eviction,    *
      * the ZFAM000 expiration sweep, the range and batch deletes and *
      * the ZFAM115 purge release a reference instead of deleting     *
      * the segments outright, and only delete them when told the     *
      * chain is now theirs alone.                                    *
      *                                                               *
      * Every count change is a READ UPDATE/REWRITE of the chain's    *
      * C record on FAxxDP, so two tasks adding and releasing         *
      * references to one chain serialize on it, and a release that   *
      * drops the count to zero has removed the registration before   *
      * any other task can add a reference to the chain it is about   *
      * to delete.                                                    *
      *                                                               *
      * A chain with no C record was never counted, and a release     *
      * answers D for it - the caller deletes it exactly as it always *
      * has.  Any other error reading FAxxDP answers K, so a failure  *
      * here can leave segments behind but can never delete a body    *
      * another key still points at.                                  *
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
       01  DP-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  DP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  RELEASED-FF-KEY        PIC  X(08) VALUE LOW-VALUES.
       01  RELEASED-DIGEST        PIC  9(09) VALUE ZEROES.
       01  RELEASED-LENGTH        PIC  9(10) VALUE ZEROES.

       01  DP-FCT.
           02  DP-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'DP  '.

       COPY ZFAMDPC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-FUNCTION        PIC  X(01).
           02  CA-TABLE           PIC  X(04).
           02  CA-FF-KEY          PIC  X(08).
           02  CA-DDNAME          PIC  X(04).
           02  CA-DIGEST          PIC  9(09).
           02  CA-LENGTH          PIC  9(10).
           02  CA-SEGMENTS        PIC  9(04).
           02  CA-REFCOUNT        PIC  9(08).
           02  CA-ABS             PIC S9(15) COMP-3.
           02  CA-RESULT          PIC  X(01).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           IF  EIBCALEN LESS THAN LENGTH OF DFHCOMMAREA
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           MOVE 'N'                          TO CA-RESULT.
           MOVE CA-TABLE                     TO DP-TRANID.

           IF  CA-FUNCTION EQUAL 'L'
               PERFORM 1000-LOOKUP          THRU 1000-EXIT.

           IF  CA-FUNCTION EQUAL 'A'
               PERFORM 2000-ADD-REFERENCE   THRU 2000-EXIT.

           IF  CA-FUNCTION EQUAL 'N'
               PERFORM 3000-REGISTER        THRU 3000-EXIT.

           IF  CA-FUNCTION EQUAL 'R'
               PERFORM 4000-RELEASE         THRU 4000-EXIT.

           IF  CA-FUNCTION EQUAL 'Q'
               PERFORM 5000-QUERY           THRU 5000-EXIT.

           PERFORM 9000-RETURN              THRU 9000-EXIT.

      *****************************************************************
      * Look up the chain registered under this digest and length.    *
      * A hit is only a candidate - the caller compares the stored    *
      * segments with the new body before it shares the chain.        *
      *****************************************************************
       1000-LOOKUP.
           MOVE 'D'                          TO DP-TYPE.
           MOVE CA-DIGEST                    TO DP-K-DIGEST.
           MOVE CA-LENGTH                    TO DP-K-LENGTH.
           MOVE LENGTH OF DP-RECORD          TO DP-LENGTH.

           EXEC CICS READ FILE(DP-FCT)
                INTO  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1000-EXIT.

           MOVE DP-FF-KEY                    TO CA-FF-KEY.
           MOVE DP-DDNAME                    TO CA-DDNAME.
           MOVE DP-SEGMENTS                  TO CA-SEGMENTS.
           MOVE 'Y'                          TO CA-RESULT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Add one reference to a registered chain.  A chain whose C     *
      * record has gone was released to zero since the caller looked  *
      * it up, and the caller writes its own chain instead.           *
      *****************************************************************
       2000-ADD-REFERENCE.
           MOVE 'C'                          TO DP-TYPE.
           MOVE LOW-VALUES                   TO DP-VALUE.
           MOVE CA-FF-KEY                    TO DP-K-FF-KEY.
           MOVE LENGTH OF DP-RECORD          TO DP-LENGTH.

           EXEC CICS READ FILE(DP-FCT)
                INTO  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                UPDATE
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           ADD  1                            TO DP-REFCOUNT.
           MOVE CA-ABS                       TO DP-ABS.

           EXEC CICS REWRITE FILE(DP-FCT)
                FROM  (DP-RECORD)
                LENGTH(DP-LENGTH)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP EQUAL DFHRESP(NORMAL)
               MOVE DP-REFCOUNT              TO CA-REFCOUNT
               MOVE 'Y'                      TO CA-RESULT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Register a chain just written with one reference.  The digest *
      * entry is only written when none exists - an existing entry    *
      * names a chain whose bytes did not match this one, and stays   *
      * the chain later bodies are compared against.                  *
      *****************************************************************
       3000-REGISTER.
           MOVE 'C'                          TO DP-TYPE.
           MOVE LOW-VALUES                   TO DP-VALUE.
           MOVE CA-FF-KEY                    TO DP-K-FF-KEY.
           MOVE CA-FF-KEY                    TO DP-FF-KEY.
           MOVE CA-DDNAME                    TO DP-DDNAME.
           MOVE CA-DIGEST                    TO DP-DIGEST.
           MOVE CA-LENGTH                    TO DP-BODY-LENGTH.
           MOVE CA-SEGMENTS                  TO DP-SEGMENTS.
           MOVE 1                            TO DP-REFCOUNT.
           MOVE CA-ABS                       TO DP-ABS.
           MOVE LENGTH OF DP-RECORD          TO DP-LENGTH.

           EXEC CICS WRITE FILE(DP-FCT)
                FROM  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           MOVE 'D'                          TO DP-TYPE.
           MOVE CA-DIGEST                    TO DP-K-DIGEST.
           MOVE CA-LENGTH                    TO DP-K-LENGTH.
           MOVE ZEROES                       TO DP-REFCOUNT.

           EXEC CICS WRITE FILE(DP-FCT)
                FROM  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           MOVE 1                            TO CA-REFCOUNT.
           MOVE 'Y'                          TO CA-RESULT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Release one reference.  While others remain the count is      *
      * decremented and the caller keeps the segments; the last       *
      * release removes the registration - and the digest entry when  *
      * it still names this chain - and the caller deletes them.      *
      *****************************************************************
       4000-RELEASE.
           MOVE 'K'                          TO CA-RESULT.

           MOVE 'C'                          TO DP-TYPE.
           MOVE LOW-VALUES                   TO DP-VALUE.
           MOVE CA-FF-KEY                    TO DP-K-FF-KEY.
           MOVE LENGTH OF DP-RECORD          TO DP-LENGTH.

           EXEC CICS READ FILE(DP-FCT)
                INTO  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                UPDATE
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP EQUAL DFHRESP(NOTFND)
           OR  DP-RESP EQUAL DFHRESP(FILENOTFOUND)
               MOVE 'D'                      TO CA-RESULT
               GO TO 4000-EXIT.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           IF  DP-REFCOUNT GREATER THAN 1
               SUBTRACT 1                  FROM DP-REFCOUNT
               MOVE DP-REFCOUNT              TO CA-REFCOUNT
               EXEC CICS REWRITE FILE(DP-FCT)
                    FROM  (DP-RECORD)
                    LENGTH(DP-LENGTH)
                    NOHANDLE
               END-EXEC
               GO TO 4000-EXIT.

           MOVE DP-FF-KEY                    TO RELEASED-FF-KEY.
           MOVE DP-DIGEST                    TO RELEASED-DIGEST.
           MOVE DP-BODY-LENGTH               TO RELEASED-LENGTH.

           EXEC CICS DELETE FILE(DP-FCT)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           PERFORM 4100-DROP-DIGEST         THRU 4100-EXIT.

           MOVE ZEROES                       TO CA-REFCOUNT.
           MOVE 'D'                          TO CA-RESULT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Remove the digest entry of a chain released to zero, provided *
      * it still names that chain.                                    *
      *****************************************************************
       4100-DROP-DIGEST.
           MOVE 'D'                          TO DP-TYPE.
           MOVE RELEASED-DIGEST              TO DP-K-DIGEST.
           MOVE RELEASED-LENGTH              TO DP-K-LENGTH.
           MOVE LENGTH OF DP-RECORD          TO DP-LENGTH.

           EXEC CICS READ FILE(DP-FCT)
                INTO  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                UPDATE
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4100-EXIT.

           IF  DP-FF-KEY EQUAL RELEASED-FF-KEY
               EXEC CICS DELETE FILE(DP-FCT)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS UNLOCK FILE(DP-FCT)
                    NOHANDLE
               END-EXEC.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Report whether a chain is counted, and its reference count.   *
      *****************************************************************
       5000-QUERY.
           MOVE 'C'                          TO DP-TYPE.
           MOVE LOW-VALUES                   TO DP-VALUE.
           MOVE CA-FF-KEY                    TO DP-K-FF-KEY.
           MOVE LENGTH OF DP-RECORD          TO DP-LENGTH.

           EXEC CICS READ FILE(DP-FCT)
                INTO  (DP-RECORD)
                RIDFLD(DP-KEY)
                LENGTH(DP-LENGTH)
                RESP  (DP-RESP)
                NOHANDLE
           END-EXEC.

           IF  DP-RESP EQUAL DFHRESP(NORMAL)
               MOVE DP-REFCOUNT              TO CA-REFCOUNT
               MOVE DP-SEGMENTS              TO CA-SEGMENTS
               MOVE 'Y'                      TO CA-RESULT.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Return to caller.                                             *
      *****************************************************************
       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
