      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  A replayed change carries its             *
      *                     zFAM-Repl-Seq/-Site; a zFAM-Repl-Resend   *
      *                     answer STARTs the xxSR resend (ZFAM178).  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  TS-RT-LENGTH           PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * Replication sequence numbers - an entry stamped with a        *
      * TS-RT-SEQ is replayed with its zFAM-Repl-Seq and              *
      * zFAM-Repl-Site, and a partner answering zFAM-Repl-Resend      *
      * has the xxSR transaction (ZFAM178) STARTed to resend the      *
      * range it is missing.                                          *
      *****************************************************************
       01  SR-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  SR-PARM-LENGTH         PIC S9(04) COMP VALUE ZEROES.
       01  SQ-NAME-LENGTH         PIC S9(08) COMP VALUE ZEROES.
       01  SQ-VALUE-LENGTH        PIC S9(08) COMP VALUE ZEROES.

       COPY ZFAMSQC.

       01  FK-FCT.
           02  FK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KEY '.
       3000-DRAIN-QUEUE.
           ADD  ONE                         TO RT-ITEM.
           MOVE LENGTH OF TS-RETRY-ENTRY     TO TS-RT-LENGTH.
           MOVE ZEROES                       TO TS-RT-SEQ.
           MOVE SPACES                       TO TS-RT-SITE.

           EXEC CICS READQ TS
                QUEUE (RT-TSQ)
                    NOHANDLE
               END-EXEC.

           PERFORM 3150-WRITE-SEQUENCE        THRU 3150-EXIT.

           IF  WEB-METHOD EQUAL DFHVALUE(POST)
           OR  WEB-METHOD EQUAL DFHVALUE(PUT)
               PERFORM 3200-REBUILD-BODY      THRU 3200-EXIT.
           IF  CONVERSE-ATTEMPTED-SW EQUAL 'Y'
           AND EIBRESP                EQUAL DFHRESP(NORMAL)
               ADD  1                    TO SUCCESS-COUNT
               PERFORM 3160-READ-RESEND  THRU 3160-EXIT
           ELSE
               ADD  1                    TO FAILED-COUNT
               PERFORM 3300-HOLD-PENDING THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * Replay the entry's replication sequence, when it has one,     *
      * in the zFAM-Repl-Seq and zFAM-Repl-Site request headers.      *
      *****************************************************************
       3150-WRITE-SEQUENCE.
           IF  TS-RT-SEQ NOT NUMERIC
           OR  TS-RT-SEQ EQUAL ZEROES
               GO TO 3150-EXIT.

           MOVE TS-RT-SEQ                    TO SQ-SEQ-VALUE.
           MOVE TS-RT-SITE                   TO SQ-SITE-VALUE.
           MOVE LENGTH OF HTTP-REPL-SEQ      TO SQ-NAME-LENGTH.
           MOVE LENGTH OF SQ-SEQ-VALUE       TO SQ-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-SEQ)
                NAMELENGTH (SQ-NAME-LENGTH)
                VALUE      (SQ-SEQ-VALUE)
                VALUELENGTH(SQ-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF HTTP-REPL-SITE     TO SQ-NAME-LENGTH.
           MOVE LENGTH OF SQ-SITE-VALUE      TO SQ-VALUE-LENGTH.

           EXEC CICS WEB WRITE
                HTTPHEADER (HTTP-REPL-SITE)
                NAMELENGTH (SQ-NAME-LENGTH)
                VALUE      (SQ-SITE-VALUE)
                VALUELENGTH(SQ-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

       3150-EXIT.
           EXIT.

      *****************************************************************
      * A partner that found a gap in this table's replication        *
      * sequence answers zFAM-Repl-Resend: from-to - START the xxSR   *
      * transaction (ZFAM178) to resend that range to the partner     *
      * this entry was replayed against.                              *
      *****************************************************************
       3160-READ-RESEND.
           IF  TS-RT-SEQ NOT NUMERIC
           OR  TS-RT-SEQ EQUAL ZEROES
               GO TO 3160-EXIT.

           MOVE LENGTH OF HTTP-REPL-RESEND   TO SQ-NAME-LENGTH.
           MOVE LENGTH OF SQ-RESEND-VALUE    TO SQ-VALUE-LENGTH.

           EXEC CICS WEB READ
                HTTPHEADER (HTTP-REPL-RESEND)
                NAMELENGTH (SQ-NAME-LENGTH)
                VALUE      (SQ-RESEND-VALUE)
                VALUELENGTH(SQ-VALUE-LENGTH)
                SESSTOKEN  (SESSION-TOKEN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3160-EXIT.

           IF  SQ-RESEND-FROM NOT NUMERIC
           OR  SQ-RESEND-TO   NOT NUMERIC
           OR  SQ-RESEND-FROM EQUAL ZEROES
           OR  SQ-RESEND-FROM GREATER THAN SQ-RESEND-TO
               GO TO 3160-EXIT.

           MOVE RT-TRANID(3:2)               TO SR-TSQ(1:2).
           MOVE 'SR'                         TO SR-TSQ(3:2).
           MOVE RT-TRANID                    TO SR-TRANID.
           MOVE SQ-RESEND-FROM               TO SR-FROM.
           MOVE SQ-RESEND-TO                 TO SR-TO.
           MOVE TS-RT-PARTNER                TO SR-PARTNER.
           MOVE TS-RT-PARTNER-LENGTH         TO SR-PARTNER-LENGTH.
           MOVE LENGTH OF SR-PARM            TO SR-PARM-LENGTH.

           EXEC CICS START TRANSID(SR-TSQ)
                FROM    (SR-PARM)
                LENGTH  (SR-PARM-LENGTH)
                NOHANDLE
           END-EXEC.

       3160-EXIT.
           EXIT.

      *****************************************************************
      * Re-read the record's first FILE store segment to rebuild the   *
      * replication body.                                              *
