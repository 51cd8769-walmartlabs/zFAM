      *****************************************************************
      * Start FAxxNL - Client network allowlist                       *
      * One record per list: NL-OWNER '*' is the table's own list,    *
      * checked on every request before the credential is looked at;  *
      * an FAxxTK token name is that token's list, checked once the   *
      * token is named and before its secret is.  A client whose      *
      * address falls in none of a list's entries is refused with     *
      * 403.  A table (or token) with no list - or no FAxxNL file at  *
      * all - is not restricted, so removing a list's last entry      *
      * opens it up again.  ZFAM129 ALLOW/DISALLOW maintain the       *
      * lists.  ZFAM001 checks the table's list at the front door,    *
      * ahead of its FAxxSD credential check and of Query Mode;       *
      * ZFAM002 checks it again, and the token's, ahead of its own.   *
      *                                                               *
      * NL-MODE          on the table's '*' record only (ZFAM129      *
      *                  NETWORK):                                    *
      *                  E - enforce the lists (SPACES is the same)   *
      *                  R - report only: record callers on FAxxNA,   *
      *                      and what the lists would have said, but  *
      *                      refuse nobody                            *
      *                  B - both enforce the lists and record        *
      *                                                               *
      * NL-KIND          4 - IPv4 address or subnet: the client's     *
      *                      address, as a 32-bit value, must fall    *
      *                      between NL-LOW and NL-HIGH               *
      *                  6 - IPv6 address, matched on its text        *
      * NL-TEXT          the entry as entered (a.b.c.d or a.b.c.d/nn; *
      *                  IPv6 in lower case)                          *
      *****************************************************************
       01  NL-RECORD.
           02  NL-OWNER           PIC  X(08) VALUE SPACES.
           02  NL-MODE            PIC  X(01) VALUE SPACES.
           02  NL-COUNT           PIC  9(02) VALUE ZEROES.
           02  NL-ENTRY           OCCURS 16 TIMES.
               05  NL-KIND        PIC  X(01) VALUE SPACES.
               05  NL-TEXT        PIC  X(43) VALUE SPACES.
               05  NL-LOW         PIC  9(10) VALUE ZEROES.
               05  NL-HIGH        PIC  9(10) VALUE ZEROES.
           02  NL-SET-ABS         PIC  9(15) VALUE ZEROES.
           02  NL-SET-BY          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  NL-FCT.
           02  NL-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'NL  '.

       01  NL-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  NL-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  NL-MAX                 PIC S9(04) COMP VALUE 16.
       01  NL-SUB                 PIC S9(04) COMP VALUE ZEROES.
       01  NL-TABLE-OWNER         PIC  X(08) VALUE '*'.
       01  NL-TABLE-MODE          PIC  X(01) VALUE SPACES.

      *****************************************************************
      * The client being checked.  NL-CLIENT-ADDRESS is the address   *
      * as CICS gives it, in the form the lists hold it: lower case,  *
      * and an IPv4-mapped IPv6 address as plain IPv4.                *
      *****************************************************************
       01  NL-CLIENT-ADDRESS      PIC  X(39) VALUE SPACES.
       01  NL-CLIENT-LENGTH       PIC S9(08) COMP VALUE ZEROES.
       01  NL-CLIENT-KIND         PIC  X(01) VALUE SPACES.
       01  NL-CLIENT-VALUE        PIC  9(10) VALUE ZEROES.
       01  NL-ALLOWED-SW          PIC  X(01) VALUE 'Y'.
       01  NL-VERDICT             PIC  X(01) VALUE 'A'.
       01  NL-REASON              PIC  X(02) VALUE SPACES.

      *****************************************************************
      * An address (client or list entry) taken apart.  NL-A-KIND is  *
      * 4 or 6 when the text is a well-formed address (an IPv4 one    *
      * with an optional /nn prefix length), otherwise SPACES.        *
      *****************************************************************
       01  NL-ADDRESS             PIC  X(43) VALUE SPACES.
       01  NL-A-KIND              PIC  X(01) VALUE SPACES.
       01  NL-A-VALUE             PIC  9(10) VALUE ZEROES.
       01  NL-A-LOW               PIC  9(10) VALUE ZEROES.
       01  NL-A-HIGH              PIC  9(10) VALUE ZEROES.
       01  NL-A-BLOCK             PIC  9(10) VALUE ZEROES.
       01  NL-A-WORK              PIC  X(43) VALUE SPACES.
       01  NL-A-HOST              PIC  X(15) VALUE SPACES.
       01  NL-A-HOST-LENGTH       PIC S9(04) COMP VALUE ZEROES.
       01  NL-A-BITS              PIC  X(03) VALUE SPACES.
       01  NL-A-BITS-LENGTH       PIC S9(04) COMP VALUE ZEROES.
       01  NL-A-PREFIX            PIC  9(02) VALUE ZEROES.
       01  NL-A-DOTS              PIC S9(04) COMP VALUE ZEROES.
       01  NL-A-COLONS            PIC S9(04) COMP VALUE ZEROES.
       01  NL-A-SUB               PIC S9(04) COMP VALUE ZEROES.

       01  NL-A-OCTETS.
           02  NL-A-OCTET         OCCURS 4 TIMES.
               05  NL-A-DIGITS    PIC  X(03).
               05  NL-A-COUNT     PIC S9(04) COMP.

       01  NL-A-NUMBER            PIC  9(03) VALUE ZEROES.

      *****************************************************************
      * FAxxNA - callers seen.  A table whose list sets NL-MODE 'R'   *
      * or 'B' keeps one record per client address and credential:    *
      * how often and when it called, and the verdict the lists gave  *
      * it last time, so a list can be built from the addresses a     *
      * table is actually called from (ZFAM129 CALLERS).              *
      *                                                               *
      * NA-VERDICT       A - allowed                                  *
      *                  T - outside the table's list                 *
      *                  K - outside the token's list                 *
      *                  U - allowed, but the credential was refused  *
      *                  (NL-MODE 'R' records T and K without         *
      *                  refusing them)                               *
      *****************************************************************
       01  NA-RECORD.
           02  NA-KEY.
               05  NA-ADDRESS     PIC  X(39) VALUE SPACES.
               05  NA-USERID      PIC  X(08) VALUE SPACES.
           02  NA-VERDICT         PIC  X(01) VALUE SPACES.
           02  NA-HITS            PIC  9(09) VALUE ZEROES.
           02  NA-FIRST-ABS       PIC  9(15) VALUE ZEROES.
           02  NA-LAST-ABS        PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(20) VALUE SPACES.

       01  NA-FCT.
           02  NA-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'NA  '.

       01  NA-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  NA-LENGTH              PIC S9(04) COMP VALUE ZEROES.
      *****************************************************************
      * End   FAxxNL - Client network allowlist                       *
      *****************************************************************
