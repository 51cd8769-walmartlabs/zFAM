      *****************************************************************
      * Start FAxxEF - Effective-dated version                        *
      * One record per version of a key on a table that sets          *
      * DD-EFFECTIVE, keyed by the KEY store key and the business     *
      * date the version takes effect.  A POST carrying the           *
      * zFAM-Valid-From (and optionally zFAM-Valid-To) header writes  *
      * a version here instead of the KEY/FILE stores; a window that  *
      * overlaps one of the key's existing versions is refused, so    *
      * at most one version is in force on any date.  GET             *
      * ?effective=YYYY-MM-DD answers the version in force on that    *
      * date (today when no date is given), DELETE with               *
      * zFAM-Valid-From removes one, and ZFAM183 reports the versions *
      * starting or ending within the next N days.                    *
      *                                                               *
      * EF-FROM          first business date in force, YYYYMMDD       *
      * EF-TO            last business date in force, YYYYMMDD -      *
      *                  EF-OPEN-END when no end date was given       *
      * EF-ABS/USERID    when and by whom the version was written     *
      * EF-MEDIA         media type the body was POSTed with          *
      * EF-DATA-LENGTH   bytes of EF-DATA in use - the record is      *
      *                  written at its header length plus this, so   *
      *                  the file is defined variable-length          *
      * EF-DATA          the version's body, at most EF-MAX-DATA      *
      *                  bytes                                        *
      *****************************************************************
       01  EF-RECORD.
           02  EF-KEY-AREA.
               05  EF-KEY         PIC X(255) VALUE LOW-VALUES.
               05  EF-FROM        PIC  9(08) VALUE ZEROES.
           02  EF-TO              PIC  9(08) VALUE ZEROES.
           02  EF-ABS             PIC  9(15) VALUE ZEROES.
           02  EF-USERID          PIC  X(08) VALUE SPACES.
           02  EF-MEDIA           PIC  X(56) VALUE SPACES.
           02  EF-DATA-LENGTH     PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(20) VALUE SPACES.
           02  EF-DATA            PIC X(16000) VALUE SPACES.

       01  EF-HEADER-LENGTH       PIC S9(04) COMP VALUE 375.
       01  EF-MAX-DATA            PIC S9(08) COMP VALUE 16000.
       01  EF-OPEN-END            PIC  9(08) VALUE 99991231.
      *****************************************************************
      * End   FAxxEF - Effective-dated version                        *
      *****************************************************************
