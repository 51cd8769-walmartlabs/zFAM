      *****************************************************************
      * Start ZFAM173 - Utility report commarea                       *
      * The background utilities (ZFAM103, ZFAM104, ZFAM108, ZFAM109, *
      * ZFAM112, ZFAM117, ZFAM123, ZFAM143, ZFAM144 and ZFAM147)      *
      * write each result line to CSSL and also hand it to ZFAM173,   *
      * which builds a printable report on the utility's own          *
      * extrapartition TD queue - 'R' followed by the last three      *
      * digits of the program name (R103, R104, ...) - defined to     *
      * the region as a dated report dataset (RECFM FBA, LRECL 133,   *
      * ASA carriage control in the first byte).                      *
      *                                                               *
      * RP-FUNCTION                                                   *
      *   O - open the report for RP-PROGRAM/RP-TABLE: stamp the run  *
      *       start and the operator, clear the buffer queue          *
      *   D - add RP-LINE as a detail line                            *
      *   T - add RP-LINE as a totals line                            *
      *   C - close: write the title page (program, title, table,     *
      *       FA-PARM, run start and end, operator), the paginated    *
      *       detail lines under page headers and RP-HEADING column   *
      *       headings, the totals trailer, and record the run on the *
      *       ZFAMRX report index                                     *
      *                                                               *
      * Lines are buffered on the task's P<task number> TS queue      *
      * until the close, so the title page can carry the run end and  *
      * two runs of one utility never interleave on the report        *
      * queue.  The caller keeps the commarea between calls; a report *
      * that was never opened ignores D, T and C.                     *
      *****************************************************************
       01  RP-COMMAREA.
           02  RP-FUNCTION        PIC  X(01) VALUE SPACES.
           02  RP-PROGRAM         PIC  X(08) VALUE SPACES.
           02  RP-TABLE           PIC  X(04) VALUE SPACES.
           02  RP-PARM            PIC  X(80) VALUE SPACES.
           02  RP-TITLE           PIC  X(60) VALUE SPACES.
           02  RP-HEADING         PIC X(100) VALUE SPACES.
           02  RP-LINE            PIC X(100) VALUE SPACES.
           02  RP-STATUS          PIC  X(01) VALUE SPACES.
           02  RP-TSQ.
               05  FILLER         PIC  X(01) VALUE 'P'.
               05  RP-TSQ-TASK    PIC  9(07) VALUE ZEROES.
           02  RP-START-ABS       PIC S9(15) VALUE ZEROES COMP-3.
           02  RP-OPERATOR        PIC  X(08) VALUE SPACES.
           02  RP-DETAILS         PIC S9(08) VALUE ZEROES COMP.
           02  RP-TOTALS          PIC S9(08) VALUE ZEROES COMP.

       01  ZFAM173                PIC  X(08) VALUE 'ZFAM173 '.
      *****************************************************************
      * End   ZFAM173 - Utility report commarea                       *
      *****************************************************************

      *****************************************************************
      * Start ZFAMRX - Utility report index record                    *
      * One record per report ZFAM173 closes, on the keyed ZFAMRX     *
      * file, keyed by table, the run start inverted (so a browse     *
      * from the table returns its newest reports first) and the      *
      * program.  RX-REPORT-DATE names the dated dataset behind       *
      * RX-QUEUE that holds the report; RX-STATUS 'W' says it was     *
      * written, 'U' that the report queue was unavailable.  The      *
      * ZFAM122 console lists a table's reports with P xx [program].  *
      *****************************************************************
       01  RX-RECORD.
           02  RX-KEY.
               05  RX-TABLE       PIC  X(04) VALUE SPACES.
               05  RX-INVERSE-ABS PIC  9(15) VALUE ZEROES.
               05  RX-PROGRAM     PIC  X(08) VALUE SPACES.
           02  RX-STATUS          PIC  X(01) VALUE SPACES.
           02  RX-QUEUE           PIC  X(04) VALUE SPACES.
           02  RX-REPORT-DATE     PIC  X(10) VALUE SPACES.
           02  RX-START-ABS       PIC  9(15) VALUE ZEROES.
           02  RX-END-ABS         PIC  9(15) VALUE ZEROES.
           02  RX-PAGES           PIC  9(05) VALUE ZEROES.
           02  RX-LINES           PIC  9(07) VALUE ZEROES.
           02  RX-OPERATOR        PIC  X(08) VALUE SPACES.
           02  RX-TITLE           PIC  X(60) VALUE SPACES.
           02  RX-PARM            PIC  X(80) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  RX-INVERSE-BASE        PIC  9(15) VALUE 999999999999999.
      *****************************************************************
      * End   ZFAMRX - Utility report index record                    *
      *****************************************************************
