      *****************************************************************
      * Start ZFAM - CICS monitoring user event monitoring point.     *
      * Issued as EXEC CICS MONITOR POINT(MN-POINT) ENTRYNAME         *
      * (MN-ENTRYNAME) on the way out of every request, after the     *
      * response, so CICS monitoring carries the request's zFAM       *
      * detail in the transaction's SMF 110 performance record.  The  *
      * point is defined in the region's MCT to move MN-RECORD into   *
      * the user character field:                                     *
      *                                                               *
      *   DFHMCT TYPE=EMP,ID=(ZFAM.1),CLASS=PERFORM,                  *
      *          PERFORM=MOVE(0,48)                                   *
      *                                                               *
      * DATA1 is MN-RECORD's address and DATA2 its length.  A later   *
      * point in the same task moves over an earlier one, so the      *
      * last program to answer the request leaves the final record.   *
      * Without the MCT entry the point is ignored (NOHANDLE).        *
      *                                                               *
      * ZFAM001 and ZFAM002 build the record.  A request they hand    *
      * off by XCTL is answered by the program it is handed to, so    *
      * the record travels with it - in the commarea, or for Query    *
      * Mode in the ZFAM-MONITOR container - and that program sets    *
      * the status, bytes out and segments it sent and issues the     *
      * point.                                                        *
      *                                                               *
      *   MN-TABLE        FAxx transaction                            *
      *   MN-METHOD       HTTP method                                 *
      *   MN-PROGRAM      program that answered the request           *
      *   MN-TOKEN        FAxxTK token name, SPACES for none          *
      *   MN-KEY-LENGTH   URI key length                              *
      *   MN-SEGMENTS     FILE store segments written or read         *
      *   MN-HTTP-STATUS  HTTP status sent                            *
      *   MN-REPLICATION  S sent to the partner, Q queued to FAxxRT,  *
      *                   B batched for ZFAM176, SPACES none          *
      *   MN-BYTES-IN     bytes received                              *
      *   MN-BYTES-OUT    record data bytes sent                      *
      *****************************************************************
       01  MN-RECORD.
           02  MN-TABLE           PIC  X(04) VALUE SPACES.
           02  MN-METHOD          PIC  X(08) VALUE SPACES.
           02  MN-PROGRAM         PIC  X(08) VALUE SPACES.
           02  MN-TOKEN           PIC  X(08) VALUE SPACES.
           02  MN-KEY-LENGTH      PIC S9(04) COMP VALUE ZEROES.
           02  MN-SEGMENTS        PIC S9(04) COMP VALUE ZEROES.
           02  MN-HTTP-STATUS     PIC S9(04) COMP VALUE ZEROES.
           02  MN-REPLICATION     PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  MN-BYTES-IN        PIC S9(08) COMP VALUE ZEROES.
           02  MN-BYTES-OUT       PIC S9(08) COMP VALUE ZEROES.
           02  FILLER             PIC  X(04) VALUE SPACES.

       01  MN-POINT               PIC S9(04) COMP VALUE 1.
       01  MN-ENTRYNAME           PIC  X(08) VALUE 'ZFAM    '.
       01  MN-ADDRESS             USAGE POINTER.
       01  MN-DATA1 REDEFINES MN-ADDRESS
                                  PIC S9(08) COMP.
       01  MN-DATA2               PIC S9(08) COMP VALUE ZEROES.
      *****************************************************************
      * End   ZFAM - CICS monitoring user event monitoring point.     *
      *****************************************************************
