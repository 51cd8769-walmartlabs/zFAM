      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Write the results to a printable report   *
      *                     through ZFAM173 as well as CSSL.          *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  CHECKSUM-COMPUTED      PIC  9(08) COMP-5  VALUE ZEROES.
       01  CHECKSUM-QUOTIENT      PIC S9(18) COMP-3  VALUE ZEROES.

      *****************************************************************
      * Printable report of this run's results, written through       *
      * ZFAM173 to report queue R112 and indexed on ZFAMRX.           *
      * RP-HEADING is taken from the column headings below.           *
      *****************************************************************
       COPY ZFAMRPC.

       01  RH-SCRUB.
           02  FILLER             PIC  X(07) VALUE 'Finding'.
           02  FILLER             PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Seg'.
           02  FILLER             PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(03) VALUE 'Key'.
           02  FILLER             PIC  X(59) VALUE SPACES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           MOVE ZEROES                       TO SEGMENTS-COUNT
                                                 MISMATCH-COUNT.

           MOVE 'ZFAM112 '                   TO RP-PROGRAM.
           MOVE FA-TRANID                    TO RP-TABLE.
           MOVE FA-PARM                      TO RP-PARM.
           MOVE 'Checksum scrub'             TO RP-TITLE.
           MOVE RH-SCRUB                     TO RP-HEADING.
           MOVE 'O'                          TO RP-FUNCTION.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       1000-EXIT.
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
      * Write one CSSL exception line for a mismatched segment.       *
      *****************************************************************
                NOHANDLE
           END-EXEC.

           MOVE 'D'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9910-EXIT.
           EXIT.

                NOHANDLE
           END-EXEC.

           MOVE 'T'                          TO RP-FUNCTION.
           MOVE TD-MESSAGE                   TO RP-LINE.
           PERFORM 9800-REPORT               THRU 9800-EXIT.

       9900-EXIT.
           EXIT.

