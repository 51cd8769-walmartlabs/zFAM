      *****************************************************************
      * Start FAxx configuration image.                               *
      * One table's operational configuration flattened into a single *
      * fixed-layout text image by ZFAM162: the ZFAM-DD template      *
      * image (credential masked), the FAxxFD column entries, the     *
      * FAxxST status overrides, the FAxxWH webhook subscribers, and  *
      * the FAxxEN cipher key generation - whether a key is set, but  *
      * never the key itself.  ZFAM002 answers GET ?config with this  *
      * image so a partner Data Center can fetch it over the FAxxDC   *
      * URL, and ZFAM163 builds the local image the same way to       *
      * compare the two sides field by field.                         *
      *                                                               *
      * Only the first CG-FD-MAX FAxxFD entries are carried;          *
      * CG-FD-COUNT is the table's full entry count.                  *
      *****************************************************************
       01  CG-COMMAREA.
           02  CG-TRANID          PIC  X(04) VALUE SPACES.
           02  CG-IMAGE.
               05  CG-DD-IMAGE    PIC X(160) VALUE SPACES.
               05  CG-FD-COUNT    PIC  9(03) VALUE ZEROES.
               05  CG-FD-ENTRY    OCCURS 64 TIMES.
                   10  CG-FD-INDEX    PIC  9(03).
                   10  CG-FD-COLUMN   PIC  9(07).
                   10  CG-FD-LENGTH   PIC  9(06).
                   10  CG-FD-TYPE     PIC  X(01).
                   10  CG-FD-SEC      PIC  9(02).
                   10  CG-FD-NAME     PIC  X(16).
               05  CG-ST-OVERRIDE PIC  X(71) OCCURS 3 TIMES.
               05  CG-WH-URL      PIC X(160) OCCURS 3 TIMES.
               05  CG-EN-GEN      PIC  X(02) VALUE SPACES.
               05  CG-EN-KEY-SET  PIC  X(01) VALUE SPACES.

       01  CG-FD-MAX              PIC S9(04) COMP VALUE 64.
       01  CG-IMAGE-LENGTH        PIC S9(08) COMP VALUE 3099.
      *****************************************************************
      * End   FAxx configuration image.                               *
      *****************************************************************
