      *****************************************************************
      * Start ZFAM172 - Table description commarea                    *
      * ZFAM002 answers GET ?describe with the JSON document ZFAM172  *
      * builds here from the table's document templates: each         *
      * FAxxFD column (name, offset, length, type, index membership   *
      * and FAxxVR domain rule), the schema version, the effective    *
      * retention floor and ceiling, the segment limit, which         *
      * optional features the table has enabled and the query-string  *
      * options it supports.  Credentials, partner URLs and cipher    *
      * key material are never read into the document.                *
      *                                                               *
      * DS-LENGTH is the length of the document in DS-DOCUMENT.  A    *
      * schema too large for the document lists as many columns as    *
      * fit and says so in its "truncated" member.                    *
      *****************************************************************
       01  DS-COMMAREA.
           02  DS-TRANID          PIC  X(04) VALUE SPACES.
           02  DS-LENGTH          PIC S9(08) COMP VALUE ZEROES.
           02  DS-DOCUMENT        PIC X(32000) VALUE SPACES.

       01  ZFAM172                PIC  X(08) VALUE 'ZFAM172 '.
      *****************************************************************
      * End   ZFAM172 - Table description commarea                    *
      *****************************************************************
