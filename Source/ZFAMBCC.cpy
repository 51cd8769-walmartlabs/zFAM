      *****************************************************************
      * Start ZFAMBC - Backup catalog                                 *
      * One record per consistent backup ZFAM135 orchestrates, keyed  *
      * by table suffix and the cut date and time, pairing the        *
      * extract with the journal position it was cut at.  ZFAM185     *
      * keeps every xxJM mirror entry journaled after the oldest      *
      * cataloged cut, so a recovery from that backup can still be    *
      * rolled forward.                                               *
      *                                                               *
      * BC-EXTRACT       export TD queue the extract landed on        *
      * BC-CUT-ABS       ABSTIME of the journal cut                   *
      * BC-JM-POSITION   xxJM mirror item count at the cut            *
      * BC-ROWS          rows the export wrote                        *
      * BC-JM-EPOCH      mirror wipe generation (xxJE) at the cut     *
      *****************************************************************
       01  BC-RECORD.
           02  BC-KEY.
               05  BC-TABLE       PIC  X(02) VALUE SPACES.
               05  BC-DATE        PIC  X(08) VALUE SPACES.
               05  BC-TIME        PIC  X(06) VALUE SPACES.
           02  BC-EXTRACT         PIC  X(08) VALUE SPACES.
           02  BC-CUT-ABS         PIC  9(15) VALUE ZEROES.
           02  BC-JM-POSITION     PIC  9(05) VALUE ZEROES.
           02  BC-ROWS            PIC  9(09) VALUE ZEROES.
           02  BC-JM-EPOCH        PIC  9(09) VALUE ZEROES.
           02  FILLER             PIC  X(06) VALUE SPACES.

       01  BC-FCT                 PIC  X(08) VALUE 'ZFAMBC  '.
       01  BC-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  BC-LENGTH              PIC S9(04) COMP VALUE ZEROES.
      *****************************************************************
      * End   ZFAMBC - Backup catalog                                 *
      *****************************************************************
