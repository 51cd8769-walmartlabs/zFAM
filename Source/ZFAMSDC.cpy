      *****************************************************************
      * Start @@SD - Region shutdown signal and summary.              *
      * ZFAM190, in the shutdown PLT, writes SD-RECORD as item 1 of   *
      * the region's @@SD temporary storage queue before it waits for *
      * the write-behind and replication retry queues to drain.       *
      * Every long-running zFAM task reads the queue at its next      *
      * safe point (nnnn-SHUTDOWN-CHECK) and, finding it, sets        *
      * SD-STOP-SW:                                                   *
      *                                                               *
      *   CWR and the checkpointed sweeps (ZFAM101, ZFAM126, ZFAM132, *
      *   ZFAM134, ZFAM142) write their checkpoint at the current     *
      *   position and end, leaving the checkpoint queue in place     *
      *   for the next run to resume from.                            *
      *                                                               *
      *   The self-restarting tasks (ZFAM000, ZFAM111, ZFAM116,       *
      *   ZFAM118, ZFAM127, ZFAM140, ZFAM153, ZFAM165, ZFAM179) skip  *
      *   or cut short the work of the cycle but still re-arm, so a   *
      *   warm start resumes the chain as it stood.                   *
      *                                                               *
      * ZFAM190 then writes one SS-RECORD per table with anything     *
      * left outstanding to the @@SS queue, after a header item, and  *
      * ZFAMPLT reports it, restarts the drainers it names and        *
      * deletes both queues at the next startup.                      *
      *                                                               *
      *   SS-TYPE         H header, T table                           *
      *   SS-TABLE        FAxx transaction (T)                        *
      *   SS-WB-DEPTH     entries still on xxWB (T)                   *
      *   SS-RT-DEPTH     entries still on xxRT (T)                   *
      *   SS-CHECKPOINTS  checkpoint queues standing - CK (CWR), RP,  *
      *                   MG, CO, KR (sweeps) - SPACES in a slot for  *
      *                   none (T)                                    *
      *   SS-IN-FLIGHT    @@IF slots standing when cleared (H)        *
      *   SS-TABLES       table items that follow (H)                 *
      *   SS-DRAINED      Y when both queues drained in time (H)      *
      *   SS-ABS          shutdown time (H)                           *
      *   SS-APPLID       region (H)                                  *
      *****************************************************************
       01  SD-RECORD.
           02  SD-STATE           PIC  X(01) VALUE SPACES.
           02  SD-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
           02  SD-APPLID          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(15) VALUE SPACES.

       01  SD-TSQ                 PIC  X(04) VALUE '@@SD'.
       01  SD-ITEM                PIC S9(04) COMP VALUE 1.
       01  SD-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  SD-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  SD-STOP-SW             PIC  X(01) VALUE 'N'.

       01  SS-RECORD.
           02  SS-TYPE            PIC  X(01) VALUE SPACES.
           02  SS-TABLE           PIC  X(04) VALUE SPACES.
           02  SS-WB-DEPTH        PIC S9(08) COMP VALUE ZEROES.
           02  SS-RT-DEPTH        PIC S9(08) COMP VALUE ZEROES.
           02  SS-CHECKPOINTS.
               05  SS-CHECKPOINT  PIC  X(02) OCCURS 5 TIMES.
           02  SS-IN-FLIGHT       PIC S9(04) COMP VALUE ZEROES.
           02  SS-TABLES          PIC S9(04) COMP VALUE ZEROES.
           02  SS-DRAINED         PIC  X(01) VALUE SPACES.
           02  SS-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
           02  SS-APPLID          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE SPACES.

       01  SS-TSQ                 PIC  X(04) VALUE '@@SS'.
       01  SS-ITEM                PIC S9(04) COMP VALUE 1.
       01  SS-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  SS-LENGTH              PIC S9(04) COMP VALUE ZEROES.
      *****************************************************************
      * End   @@SD - Region shutdown signal and summary.              *
      *****************************************************************
