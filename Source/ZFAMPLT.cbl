      * 2).  Issue START for the zFAM expiration task (FX##) for      *
      *      each zFAM URIMAP.                                        *
      * 3).  Issue WTO for each START command.                        *
      * 4).  Issue START for the zFAM clock skew monitor (xxSK,       *
      *      ZFAM179) for each zFAM URIMAP.                           *
      * 5).  Clear the @@SD shutdown signal ZFAM190 left, report its  *
      *      @@SS summary of what the last shutdown left outstanding, *
      *      and START the xxWB and xxRT drainers it names.           *
      *                                                               *
      * Date       UserID    Description                              *
      * ---------- --------  ---------------------------------------- *
      * 2026-10-15 ZFAMDEV   START the xxSK clock skew monitor        *
      *                      (ZFAM179) for each zFAM URIMAP.          *
      * 2026-10-15 ZFAMDEV   A DD-AUTH-PASSWORD still held in the     *
      *                      clear is a template defect.              *
      * 2026-10-15 ZFAMDEV   Clear the shutdown signal and resume     *
      *                      what the last shutdown left outstanding. *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
           02  FILLER             PIC  X(02) VALUE 'FX'.
           02  FX-SUFFIX          PIC  X(02) VALUE SPACES.

       01  SK-TRANID.
           02  SK-SUFFIX          PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE 'SK'.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.


       01  URI-PATH               PIC X(256) VALUE SPACES.

      *****************************************************************
      * Shutdown signal and summary left by ZFAM190.                  *
      *****************************************************************
       COPY ZFAMSDC.

       01  SS-EOF                 PIC  X(01) VALUE SPACES.
       01  RS-SUB                 PIC S9(04) COMP VALUE ZEROES.

       01  RS-PARM.
           02  RS-TRANID          PIC  X(04) VALUE SPACES.

       01  RS-TRANSID             PIC  X(04) VALUE SPACES.
       01  RS-LENGTH              PIC S9(04) COMP VALUE 4.

       01  TD-RESUME.
           02  FILLER             PIC  X(29) VALUE
               'zFAM startup - last shutdown'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-RS-APPLID       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' drain '.
           02  TD-RS-RESULT       PIC  X(09) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE ', '.
           02  TD-RS-IN-FLIGHT    PIC  ZZ9.
           02  FILLER             PIC  X(12) VALUE ' in-flight, '.
           02  TD-RS-TABLES       PIC  ZZ9.
           02  FILLER             PIC  X(13) VALUE ' outstanding'.

       01  TD-RESUME-TABLE.
           02  FILLER             PIC  X(16) VALUE 'zFAM resume -   '.
           02  TD-RT-TABLE        PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' - WB '.
           02  TD-RT-WB           PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(04) VALUE ' RT '.
           02  TD-RT-RT           PIC ZZZ,ZZ9.
           02  FILLER             PIC  X(15) VALUE ' - rerun from: '.
           02  TD-RT-CHECKPOINTS.
               05  TD-RT-CHECKPOINT OCCURS 5 TIMES.
                   10  TD-RT-FAMILY PIC X(02).
                   10  FILLER     PIC  X(01).



      *****************************************************************
      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 4000-RESUME-SHUTDOWN    THRU 4000-EXIT.
           PERFORM 1000-INQUIRE-START      THRU 1000-EXIT.
           PERFORM 2000-INQUIRE-NEXT       THRU 2000-EXIT
                   WITH TEST AFTER
           IF  URI-PREFIX(1:2) EQUAL FA      AND
               URI-SUFFIX      EQUAL SPACES
               PERFORM 2200-START          THRU 2200-EXIT
               PERFORM 2250-START-SKEW     THRU 2250-EXIT
               PERFORM 2300-VALIDATE-TEMPLATES THRU 2300-EXIT.

       2100-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * Issue START command for the clock skew monitor, which         *
      * restarts itself from then on.  A table with no partner        *
      * Data Center just ends it.                                     *
      *****************************************************************
       2250-START-SKEW.
           MOVE URI-PREFIX(3:2)       TO SK-SUFFIX.

           EXEC CICS START TRANSID(SK-TRANID)
                FROM(URI-TRAN)
                LENGTH(4)
                NOHANDLE
           END-EXEC.

       2250-EXIT.
           EXIT.


      *****************************************************************
      * Validate this table's per-table document templates, one WTO   *
                                      TO TD-TD-TEXT
               PERFORM 2390-WRITE-DEFECT THRU 2390-EXIT.

           IF  VD-AUTH-PASSWORD NOT EQUAL SPACES
               MOVE 'ZFAM-DD password in the clear - ZFAM129 CONVERT'
                                      TO TD-TD-TEXT
               PERFORM 2390-WRITE-DEFECT THRU 2390-EXIT.

       2310-EXIT.
           EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * Clear the shutdown signal before anything is started, so no   *
      * zFAM task takes it for a shutdown in progress.  Then report   *
      * the summary the last shutdown left - if it left one - and     *
      * START the drainers for every xxWB and xxRT queue it could not *
      * empty.  A CWR or sweep checkpoint is reported for the         *
      * operator, since only the original FA-PARM can resume it.      *
      *****************************************************************
       4000-RESUME-SHUTDOWN.
           EXEC CICS DELETEQ TS QUEUE(SD-TSQ)
                NOHANDLE
           END-EXEC.

           MOVE 1                     TO SS-ITEM.
           MOVE LENGTH OF SS-RECORD   TO SS-LENGTH.

           EXEC CICS READQ TS QUEUE(SS-TSQ)
                INTO  (SS-RECORD)
                LENGTH(SS-LENGTH)
                ITEM  (SS-ITEM)
                RESP  (SS-RESP)
                NOHANDLE
           END-EXEC.

           IF  SS-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  SS-TYPE NOT EQUAL 'H'
               GO TO 4000-EXIT.

           MOVE SS-APPLID             TO TD-RS-APPLID.
           MOVE SS-IN-FLIGHT          TO TD-RS-IN-FLIGHT.
           MOVE SS-TABLES             TO TD-RS-TABLES.

           IF  SS-DRAINED EQUAL 'Y'
               MOVE 'completed'       TO TD-RS-RESULT
           ELSE
               MOVE 'timed out'       TO TD-RS-RESULT.

           MOVE LENGTH OF TD-RESUME   TO TD-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM  (TD-RESUME)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-RESUME)
                NOHANDLE
           END-EXEC.

           MOVE 'N'                   TO SS-EOF.

           PERFORM 4100-RESUME-TABLE THRU 4100-EXIT
               WITH TEST AFTER
               UNTIL SS-EOF EQUAL 'Y'.

           EXEC CICS DELETEQ TS QUEUE(SS-TSQ)
                NOHANDLE
           END-EXEC.

       4000-EXIT.
           EXIT.

      *****************************************************************
      * Report one table the last shutdown left outstanding and START *
      * its drainers, named for their queues the way ZFAM002 starts   *
      * them.                                                         *
      *****************************************************************
       4100-RESUME-TABLE.
           ADD  1                     TO SS-ITEM.
           MOVE LENGTH OF SS-RECORD   TO SS-LENGTH.

           EXEC CICS READQ TS QUEUE(SS-TSQ)
                INTO  (SS-RECORD)
                LENGTH(SS-LENGTH)
                ITEM  (SS-ITEM)
                RESP  (SS-RESP)
                NOHANDLE
           END-EXEC.

           IF  SS-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'               TO SS-EOF
               GO TO 4100-EXIT.

           IF  SS-TYPE NOT EQUAL 'T'
               GO TO 4100-EXIT.

           MOVE SS-TABLE              TO TD-RT-TABLE
                                         RS-TRANID.
           MOVE SS-WB-DEPTH           TO TD-RT-WB.
           MOVE SS-RT-DEPTH           TO TD-RT-RT.
           MOVE SPACES                TO TD-RT-CHECKPOINTS.

           PERFORM 4200-EDIT-CHECKPOINT THRU 4200-EXIT
               VARYING RS-SUB FROM 1 BY 1
               UNTIL   RS-SUB GREATER THAN 5.

           MOVE LENGTH OF TD-RESUME-TABLE TO TD-LENGTH.

           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM  (TD-RESUME-TABLE)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-RESUME-TABLE)
                NOHANDLE
           END-EXEC.

           MOVE SS-TABLE(3:2)         TO RS-TRANSID(1:2).

           IF  SS-WB-DEPTH GREATER THAN ZEROES
               MOVE 'WB'              TO RS-TRANSID(3:2)
               PERFORM 4300-START-DRAINER THRU 4300-EXIT.

           IF  SS-RT-DEPTH GREATER THAN ZEROES
               MOVE 'RT'              TO RS-TRANSID(3:2)
               PERFORM 4300-START-DRAINER THRU 4300-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      * Edit one checkpoint family onto the resume line.              *
      *****************************************************************
       4200-EDIT-CHECKPOINT.
           MOVE SS-CHECKPOINT(RS-SUB) TO TD-RT-FAMILY(RS-SUB).

       4200-EXIT.
           EXIT.

      *****************************************************************
      * START one drainer.                                            *
      *****************************************************************
       4300-START-DRAINER.
           MOVE LENGTH OF RS-PARM     TO RS-LENGTH.

           EXEC CICS START TRANSID(RS-TRANSID)
                FROM  (RS-PARM)
                LENGTH(RS-LENGTH)
                NOHANDLE
           END-EXEC.

       4300-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
