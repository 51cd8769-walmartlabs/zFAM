      *****************************************************************
      * Start ZFAMJC - Journal consumer registry                      *
      * One record per consumer of a table's change journal, keyed    *
      * by table suffix and consumer name, holding the position the   *
      * consumer last acknowledged and when it was last seen.         *
      * Consumers register themselves on first contact: a ?changes    *
      * poller naming itself in a zFAM-Consumer header, the ZFAM153   *
      * MQ publisher and the ZFAM133 warehouse delta feed.  ZFAM185   *
      * prunes the xxJM mirror only below every active consumer's     *
      * position and reports which consumer holds the journal back;   *
      * the ZFAM122 console (J xx) lists and retires consumers.       *
      *                                                               *
      * JC-STATUS        A - active; holds the journal at JC-POSITION *
      *                  I - inactive (retired at the console); holds *
      *                      nothing and is re-activated by its next  *
      *                      acknowledgment                           *
      * JC-TYPE          F - ?changes feed poller (mirror cursor)     *
      *                  P - ZFAM153 MQ publisher (mirror checkpoint) *
      *                  O - offload reader (ZFAM133) - position is   *
      *                      entries of the offloaded journal read;   *
      *                      holds the offload datasets, not xxJM     *
      * JC-EPOCH         mirror wipe generation (xxJE) the position   *
      *                  belongs to                                   *
      * JC-POSITION      last acknowledged logical mirror item - the  *
      *                  xxJB prune base plus the physical item       *
      * JC-ACK-ABS       JL-ABS of the last acknowledged entry        *
      * JC-SEEN-ABS      ABSTIME of the consumer's last contact       *
      * JC-REGISTERED-ABS ABSTIME the consumer first registered       *
      * JC-ACKS          acknowledgments recorded                     *
      *****************************************************************
       01  JC-RECORD.
           02  JC-KEY.
               05  JC-TABLE       PIC  X(02) VALUE SPACES.
               05  JC-CONSUMER    PIC  X(16) VALUE SPACES.
           02  JC-STATUS          PIC  X(01) VALUE 'A'.
           02  JC-TYPE            PIC  X(01) VALUE 'F'.
           02  JC-EPOCH           PIC  9(09) VALUE ZEROES.
           02  JC-POSITION        PIC  9(09) VALUE ZEROES.
           02  JC-ACK-ABS         PIC  9(15) VALUE ZEROES.
           02  JC-SEEN-ABS        PIC  9(15) VALUE ZEROES.
           02  JC-REGISTERED-ABS  PIC  9(15) VALUE ZEROES.
           02  JC-ACKS            PIC  9(09) VALUE ZEROES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  JC-FCT                 PIC  X(08) VALUE 'ZFAMJC  '.
       01  JC-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  JC-LENGTH              PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * <xx>JB - journal mirror prune control, a single-item TS       *
      * queue beside the <xx>JE wipe epoch.  ZFAM185 removes pruned   *
      * entries from the front of xxJM by compacting it, so a         *
      * consumer's position is logical: JB-BASE (entries pruned in    *
      * this epoch) plus the physical item.  A JB-EPOCH other than    *
      * the current xxJE epoch means nothing has been pruned since    *
      * the last wipe - the base is zero.                             *
      *                                                               *
      * JB-STATE         C - a compaction is in progress; readers     *
      *                      hold off                                 *
      * JB-SEQUENCE      bumped as each compaction starts and ends -  *
      *                  a reader that sees it change across its      *
      *                  reads discards them and retries              *
      * JB-PRUNED-ABS    JL-ABS of the newest entry pruned            *
      * JB-PRUNED-AT     ABSTIME of the last prune                    *
      *****************************************************************
       01  JB-CONTROL.
           02  JB-EPOCH           PIC  9(09) VALUE ZEROES.
           02  JB-BASE            PIC  9(09) VALUE ZEROES.
           02  JB-SEQUENCE        PIC  9(09) VALUE ZEROES.
           02  JB-STATE           PIC  X(01) VALUE SPACES.
           02  JB-PRUNED-ABS      PIC  9(15) VALUE ZEROES.
           02  JB-PRUNED-AT       PIC  9(15) VALUE ZEROES.

       01  JB-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  JB-ITEM                PIC S9(04) COMP VALUE 1.
       01  JB-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  JB-LENGTH              PIC S9(04) COMP VALUE ZEROES.
      *****************************************************************
      * End   ZFAMJC - Journal consumer registry                      *
      *****************************************************************
