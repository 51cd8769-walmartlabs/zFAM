      *****************************************************************
      * Start ZFAM-CONTAINER - parsed zQL request                     *
      *                                                               *
      * Built by ZFAM001 from the ?zql statement and passed on the    *
      * ZFAM-CHANNEL to ZFAM010/020/030/040.  Every field name has    *
      * already been resolved against the table's FAxxFD schema, so   *
      * the Query Mode programs work from column/length/type and      *
      * never re-parse the statement.  Field values are held in       *
      * QL-DATA exactly as supplied, addressed by offset and length.  *
      *****************************************************************
       01  QL-REQUEST.
           02  QL-COMMAND         PIC  X(06) VALUE SPACES.
           02  QL-USERID          PIC  X(08) VALUE SPACES.
           02  QL-SEC-LEVEL       PIC  9(02) VALUE ZEROES.
           02  QL-KEY-NAME        PIC  X(16) VALUE SPACES.
           02  QL-KEY-COLUMN      PIC  9(07) VALUE ZEROES.
           02  QL-KEY-LENGTH      PIC  9(06) VALUE ZEROES.
           02  QL-KEY-TYPE        PIC  X(01) VALUE SPACES.
           02  QL-RECORD-LENGTH   PIC S9(08) COMP VALUE ZEROES.
           02  QL-WHERE-NAME      PIC  X(16) VALUE SPACES.
           02  QL-WHERE-INDEX     PIC  9(03) VALUE ZEROES.
           02  QL-WHERE-COLUMN    PIC  9(07) VALUE ZEROES.
           02  QL-WHERE-LENGTH    PIC  9(06) VALUE ZEROES.
           02  QL-WHERE-TYPE      PIC  X(01) VALUE SPACES.
           02  QL-WHERE-VALUE-LENGTH
                                  PIC S9(08) COMP VALUE ZEROES.
           02  QL-WHERE-VALUE     PIC X(255) VALUE LOW-VALUES.
           02  QL-FIELD-COUNT     PIC S9(04) COMP VALUE ZEROES.
           02  QL-FIELD           OCCURS 256 TIMES.
               05  QL-NAME        PIC  X(16).
               05  QL-INDEX       PIC  9(03).
               05  QL-COLUMN      PIC  9(07).
               05  QL-LENGTH      PIC  9(06).
               05  QL-TYPE        PIC  X(01).
               05  QL-VALUE-OFFSET
                                  PIC S9(08) COMP.
               05  QL-VALUE-LENGTH
                                  PIC S9(08) COMP.
           02  QL-DATA-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  QL-DATA            PIC X(32000) VALUE SPACES.

      *****************************************************************
      * End   ZFAM-CONTAINER - parsed zQL request                     *
      *****************************************************************
