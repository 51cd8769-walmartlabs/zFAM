      *****************************************************************
      * Start FAxxFI - Fault-injection arming record.                 *
      * Written to item 1 of the per-table <xx>FI temporary storage   *
      * queue by the ZFAM189 console, only for a table whose ZFAM-DD  *
      * template sets DD-TEST to 'Y', and read by ZFAM002 on every    *
      * client request (9066-FAULT-CHECK).  Until FI-END-ABS passes,  *
      * FI-PERCENT of requests take the fault in FI-TYPE:             *
      *                                                               *
      *   S - answer HTTP status FI-VALUE                             *
      *   D - delay FI-VALUE milliseconds, then serve as usual        *
      *   L - answer a record lock conflict (409 LOCK-REJECTED)       *
      *   P - fail the partner replication converse, so the change    *
      *       goes to the FAxxRT retry queue                          *
      *                                                               *
      * Every injected fault is written to the ZA90 audit trail with  *
      * AU-FAULT set, so it is never taken for a real incident.       *
      *****************************************************************
       01  FI-RECORD.
           02  FI-END-ABS         PIC S9(15) COMP-3 VALUE ZEROES.
           02  FI-TYPE            PIC  X(01) VALUE SPACES.
           02  FI-PERCENT         PIC  9(03) VALUE ZEROES.
           02  FI-VALUE           PIC  9(05) VALUE ZEROES.
           02  FI-USERID          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(15) VALUE SPACES.

       01  FI-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  FI-ITEM                PIC S9(04) COMP VALUE 1.
       01  FI-RESP                PIC S9(04) COMP VALUE ZEROES.
       01  FI-LENGTH              PIC S9(04) COMP VALUE ZEROES.
      *****************************************************************
      * End   FAxxFI - Fault-injection arming record.                 *
      *****************************************************************
