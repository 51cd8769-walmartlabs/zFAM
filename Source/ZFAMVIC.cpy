      *****************************************************************
      * Start FAxxVI - Saved view definition                          *
      * One record per named view of a table, keyed by VI-NAME, kept  *
      * from the ZFAM122 console (V xx name field value).  A client   *
      * calls GET /table/?view=name and ZFAM182 answers with the rows *
      * the view describes - so a consumer never spells out a key     *
      * range, filter, projection or sort itself, and changing or     *
      * retiring a view happens here, in one place.                   *
      *                                                               *
      * VI-STATUS        A - active                                   *
      *                  R - retired; GET ?view= answers 400          *
      * VI-FROM-KEY      first key of the range (spaces - top)        *
      * VI-TO-KEY        last key of the range (spaces - no end)      *
      * VI-PREFIX        only keys beginning with this value          *
      * VI-SELECT-       row filter: a FAxxFD column, an operator     *
      *   COLUMN/        (EQ NE GT GE LT LE) and a value, compared as *
      *   OPERATOR/VALUE text the way the FAxxRU trigger rules are    *
      * VI-COLS          column projection, name+name+... as ?cols=   *
      * VI-ORDER-COLUMN  sort index - an FAxxFD column carrying a     *
      *                  secondary index, walked as ?orderby= walks   *
      *                  it; spaces answer in key order               *
      * VI-ORDER-DIR     D - descending (key or index order)          *
      * VI-ROWS          row limit, 1 to 9999 (zeroes - 100)          *
      * VI-USES          GET ?view= calls answered                    *
      * VI-LAST-USED-ABS ABSTIME of the last call                     *
      * VI-CHANGED-ABS/  when and by whom the definition last         *
      *   CHANGED-BY     changed                                      *
      *****************************************************************
       01  VI-RECORD.
           02  VI-NAME            PIC  X(16) VALUE SPACES.
           02  VI-STATUS          PIC  X(01) VALUE 'A'.
           02  VI-FROM-KEY        PIC  X(64) VALUE SPACES.
           02  VI-TO-KEY          PIC  X(64) VALUE SPACES.
           02  VI-PREFIX          PIC  X(64) VALUE SPACES.
           02  VI-SELECT-COLUMN   PIC  X(16) VALUE SPACES.
           02  VI-SELECT-OPERATOR PIC  X(02) VALUE SPACES.
           02  VI-SELECT-VALUE    PIC  X(32) VALUE SPACES.
           02  VI-COLS            PIC  X(80) VALUE SPACES.
           02  VI-ORDER-COLUMN    PIC  X(16) VALUE SPACES.
           02  VI-ORDER-DIR       PIC  X(01) VALUE SPACES.
           02  VI-ROWS            PIC  9(04) VALUE ZEROES.
           02  VI-USES            PIC  9(09) VALUE ZEROES.
           02  VI-LAST-USED-ABS   PIC  9(15) VALUE ZEROES.
           02  VI-CHANGED-ABS     PIC  9(15) VALUE ZEROES.
           02  VI-CHANGED-BY      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(40) VALUE SPACES.

       01  VI-DEFAULT-ROWS        PIC  9(04) VALUE 100.
      *****************************************************************
      * End   FAxxVI - Saved view definition                          *
      *****************************************************************
