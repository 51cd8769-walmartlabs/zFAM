      *****************************************************************
      * Start ZFAMCB - Replication circuit breaker                    *
      * One single-item TS queue per table, xxCB, holding a breaker   *
      * for each partner Data Center slot in the FAxxDC template      *
      * (the order ZFAM002 builds its partner list in).  ZFAM002      *
      * keeps it; the ZFAM122 console shows it with D xx.             *
      *                                                               *
      * CB-STATE                                                      *
      *   C - closed (or spaces, never tripped) - replicate as usual  *
      *   O - open - replication queues straight to the xxRT retry    *
      *       queue without a WEB CONVERSE until the cool-down passes *
      *   P - probing - one replication has been let through since    *
      *       CB-PROBE-ABS to test the partner; the rest still queue  *
      * CB-FAILURES counts consecutive unreachable converses;         *
      * CB-OPENED-ABS is when the breaker last opened.  Times are     *
      * CICS ABSTIME.                                                 *
      *****************************************************************
       01  CB-ENTRY.
           02  CB-PARTNER         OCCURS 3 TIMES.
               05  CB-STATE       PIC  X(01).
               05  CB-FAILURES    PIC  9(05).
               05  CB-OPENED-ABS  PIC  9(15).
               05  CB-PROBE-ABS   PIC  9(15).
               05  CB-HOST        PIC  X(40).
      *****************************************************************
      * End   ZFAMCB - Replication circuit breaker                    *
      *****************************************************************
