      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Add zFAM030/040 zQL UPDATE and DELETE     *
      *                     messages (legal hold, unique, failures).  *
      * 2026-10-15 ZFAMDEV  Add referential integrity messages.       *
      * 2026-10-15 ZFAMDEV  Add record ownership refusal message.     *
      * 2026-10-15 ZFAMDEV  Add table federation routing messages.    *
      * 2026-10-15 ZFAMDEV  Add zFAM169 range PATCH messages.         *
      * 2026-10-15 ZFAMDEV  Add computed column failure message.      *
      * 2026-10-15 ZFAMDEV  Add saved view messages.                  *
      * 2026-10-15 ZFAMDEV  Add effective-dated version messages.     *
      * 2026-10-15 ZFAMDEV  Add journal mirror prune retry message.   *
      * 2026-10-15 ZFAMDEV  Add asynchronous job messages.            *
      * 2026-10-15 ZFAMDEV  Add signed request messages.              *
      * 2026-10-15 ZFAMDEV  Add client network allowlist messages.    *
      * 2026-10-15 ZFAMDEV  Add dynamic column masking messages.      *
      * 2026-10-15 ZFAMDEV  Label injected faults (CA-FAULT) on the   *
      *                     ZA90 audit trail and ZFAMEH history.      *
      * 2026-10-15 ZFAMDEV  Add key template generation message.      *
      * 2026-10-15 ZFAMDEV  Add fail-closed 503, zQL RI and masking   *
      *                     refusal messages.                         *
      * 2026-10-15 ZFAMDEV  Add range DELETE integrity and federation *
      *                     check messages.                           *
      *                                                               *
      *                                                               *
      *****************************************************************
           05  FILLER             PIC  X(16) VALUE 'not defined in s'.
           05  FILLER             PIC  X(16) VALUE 'tatus table     '.

      *****************************************************************
      * Fault injection.  ZFAM002 passes CA-FAULT with the type of a  *
      * fault the ZFAM189 console armed for a DD-TEST table.  A       *
      * status (S) or lock (L) fault is answered as any other error,  *
      * with FAULT-STATUS when the table holds no text for it; a      *
      * latency (D) or partner (P) fault arrives by LINK, is logged   *
      * and audited with FAULT-NOTE, and returns without a send.      *
      *****************************************************************
       01  FAULT-TYPE             PIC  X(01) VALUE SPACES.

       01  FAULT-STATUS.
           05  FAULT-REASON       PIC  9(02) VALUE ZEROES.
           05  FILLER             PIC  X(01) VALUE '-'.
           05  FAULT-SUFFIX       PIC  X(03) VALUE SPACES.
           05  FILLER             PIC  X(01) VALUE SPACES.
           05  FILLER             PIC  X(16) VALUE 'Injected fault -'.
           05  FILLER             PIC  X(16) VALUE ' zFAM fault-inje'.
           05  FILLER             PIC  X(16) VALUE 'ction test mode '.
           05  FILLER             PIC  X(16) VALUE SPACES.

       01  FAULT-NOTE.
           05  FILLER             PIC  X(17) VALUE 'Injected fault - '.
           05  FAULT-FIELD        PIC  X(16) VALUE SPACES.
           05  FILLER             PIC  X(16) VALUE ' - zFAM fault-in'.
           05  FILLER             PIC  X(16) VALUE 'jection test mod'.
           05  FILLER             PIC  X(06) VALUE 'e     '.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.

           02  AU-KEY             PIC  X(40).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AU-CORRID          PIC  X(32).
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  AU-FAULT           PIC  X(08).

      *****************************************************************
      * Keyed error history (ZFAMEH).  Every ZA90 entry also lands on *
           02  EH-FILE            PIC  X(08) VALUE SPACES.
           02  EH-KEYVAL          PIC  X(40) VALUE SPACES.
           02  EH-CORRID          PIC  X(32) VALUE SPACES.
           02  EH-FAULT           PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE SPACES.

       01  FILLER.
           02  STATUS-ARRAY.
               05  FILLER         PIC  X(16) VALUE 'e accessing zQL '.
               05  FILLER         PIC  X(16) VALUE 'UPDATE fields   '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Dupli'.
               05  FILLER         PIC  X(16) VALUE 'cate value on UN'.
               05  FILLER         PIC  X(16) VALUE 'IQUE column.  UP'.
               05  FILLER         PIC  X(16) VALUE 'DATE rejected.  '.

               05  FILLER         PIC  9(03) VALUE 412.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxxxxxxxxxx'.
               05  FILLER         PIC  X(16) VALUE ' - field defined'.
               05  FILLER         PIC  X(16) VALUE 'beyond record se'.
               05  FILLER         PIC  X(16) VALUE 'gment.          '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - UPDAT'.
               05  FILLER         PIC  X(16) VALUE 'E request failed'.
               05  FILLER         PIC  X(16) VALUE '                '.
               05  FILLER         PIC  X(16) VALUE '                '.

      *****************************************************************
      * zFAM040 messages                                              *
      *****************************************************************
               05  FILLER         PIC  X(16) VALUE 'Primary Column I'.
               05  FILLER         PIC  X(16) VALUE 'ndex file store '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '040'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Recor'.
               05  FILLER         PIC  X(16) VALUE 'd is under legal'.
               05  FILLER         PIC  X(16) VALUE ' hold.  DELETE r'.
               05  FILLER         PIC  X(16) VALUE 'equest rejected.'.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '040'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - DELET'.
               05  FILLER         PIC  X(16) VALUE 'E request failed'.
               05  FILLER         PIC  X(16) VALUE '                '.
               05  FILLER         PIC  X(16) VALUE '                '.

      *****************************************************************
      * zFAM021 messages                                              *
      *****************************************************************
               05  FILLER         PIC  X(16) VALUE 'rule for this ke'.
               05  FILLER         PIC  X(16) VALUE 'y prefix.       '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Request not perm'.
               05  FILLER         PIC  X(16) VALUE 'itted.  Record i'.
               05  FILLER         PIC  X(16) VALUE 's owned by anoth'.
               05  FILLER         PIC  X(16) VALUE 'er client.      '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  17.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-UID not val'.
               05  FILLER         PIC  X(16) VALUE 'id on a federate'.
               05  FILLER         PIC  X(16) VALUE 'd table.        '.
               05  FILLER         PIC  X(16) VALUE SPACES.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  18.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxxxxxxxxxx'.
               05  FILLER         PIC  X(16) VALUE ' column could no'.
               05  FILLER         PIC  X(16) VALUE 't be computed fr'.
               05  FILLER         PIC  X(16) VALUE 'om its FAxxCV.  '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  19.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxxxxxxxxxx'.
               05  FILLER         PIC  X(16) VALUE ' view is not def'.
               05  FILLER         PIC  X(16) VALUE 'ined on FAxxVI. '.
               05  FILLER         PIC  X(16) VALUE SPACES.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  20.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxxxxxxxxxx'.
               05  FILLER         PIC  X(16) VALUE ' view has been r'.
               05  FILLER         PIC  X(16) VALUE 'etired.         '.
               05  FILLER         PIC  X(16) VALUE SPACES.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  21.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxxxxxxxxxx'.
               05  FILLER         PIC  X(16) VALUE ' - not a valid Y'.
               05  FILLER         PIC  X(16) VALUE 'YYY-MM-DD date o'.
               05  FILLER         PIC  X(16) VALUE 'r window.       '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  22.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Table'.
               05  FILLER         PIC  X(16) VALUE ' does not set DD'.
               05  FILLER         PIC  X(16) VALUE '-EFFECTIVE.     '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  15.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Valid'.
               05  FILLER         PIC  X(16) VALUE 'ity window overl'.
               05  FILLER         PIC  X(16) VALUE 'aps a version.  '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 413.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Effec'.
               05  FILLER         PIC  X(16) VALUE 'tive version exc'.
               05  FILLER         PIC  X(16) VALUE 'eeds 16000 bytes'.
               05  FILLER         PIC  X(16) VALUE '.               '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  19.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Effec'.
               05  FILLER         PIC  X(16) VALUE 'tive version I/O'.
               05  FILLER         PIC  X(16) VALUE ' error.         '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  14.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Key r'.
               05  FILLER         PIC  X(16) VALUE 'outes to this fe'.
               05  FILLER         PIC  X(16) VALUE 'deration member.'.
               05  FILLER         PIC  X(16) VALUE SPACES.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  16.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(16) VALUE 'mismatch - write'.
               05  FILLER         PIC  X(16) VALUE ' rejected.      '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  18.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Feder'.
               05  FILLER         PIC  X(16) VALUE 'ation key ranges'.
               05  FILLER         PIC  X(16) VALUE ' are not in orde'.
               05  FILLER         PIC  X(16) VALUE 'r.              '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  20.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Key template is '.
               05  FILLER         PIC  X(16) VALUE 'not usable or it'.
               05  FILLER         PIC  X(16) VALUE 's counter is exh'.
               05  FILLER         PIC  X(16) VALUE 'austed.         '.

      *****************************************************************
      * Unique-constraint violation, raised by ZFAM002 after zFAM011  *
      * or zFAM031 hands the conflict back and rolls the unit of      *
               05  FILLER         PIC  X(16) VALUE 'd.              '.

      *****************************************************************
      * Referential integrity between FAxx tables, raised by ZFAM002  *
      * from the ZFAM150 result.  The file named is the parent KEY    *
      * store (10) or the child KEY store (11-13).                    *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  10.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'enced parent key'.
               05  FILLER         PIC  X(16) VALUE ' not found.  Rej'.
               05  FILLER         PIC  X(16) VALUE 'ected.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  11.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - DELET'.
               05  FILLER         PIC  X(16) VALUE 'E rejected.  Chi'.
               05  FILLER         PIC  X(16) VALUE 'ld rows referenc'.
               05  FILLER         PIC  X(16) VALUE 'e key.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  12.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - DELET'.
               05  FILLER         PIC  X(16) VALUE 'E rejected.  Cas'.
               05  FILLER         PIC  X(16) VALUE 'cade hit a legal'.
               05  FILLER         PIC  X(16) VALUE ' hold.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  13.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'ential integrity'.
               05  FILLER         PIC  X(16) VALUE ' check failed.  '.
               05  FILLER         PIC  X(16) VALUE SPACES.

      *****************************************************************
      * zFAM169 messages                                              *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-RangeBegin '.
               05  FILLER         PIC  X(16) VALUE 'and zFAM-RangeEn'.
               05  FILLER         PIC  X(16) VALUE 'd required for r'.
               05  FILLER         PIC  X(16) VALUE 'ange PATCH.     '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-RangeBegin '.
               05  FILLER         PIC  X(16) VALUE 'greater than zFA'.
               05  FILLER         PIC  X(16) VALUE 'M-RangeEnd on ra'.
               05  FILLER         PIC  X(16) VALUE 'nge PATCH.      '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-SetColumn a'.
               05  FILLER         PIC  X(16) VALUE 'nd zFAM-SetValue'.
               05  FILLER         PIC  X(16) VALUE ' required for ra'.
               05  FILLER         PIC  X(16) VALUE 'nge PATCH.      '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-SetValue/Wh'.
               05  FILLER         PIC  X(16) VALUE 'ereValue longer '.
               05  FILLER         PIC  X(16) VALUE 'than column or n'.
               05  FILLER         PIC  X(16) VALUE 'ot numeric.     '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  05.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Primary key colu'.
               05  FILLER         PIC  X(16) VALUE 'mn cannot be ass'.
               05  FILLER         PIC  X(16) VALUE 'igned by range P'.
               05  FILLER         PIC  X(16) VALUE 'ATCH.           '.

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  06.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Range PATCH not '.
               05  FILLER         PIC  X(16) VALUE 'supported on a f'.
               05  FILLER         PIC  X(16) VALUE 'ederation URI.  '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 412.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxxxxxxxxxx'.
               05  FILLER         PIC  X(16) VALUE ' - column not in'.
               05  FILLER         PIC  X(16) VALUE ' FAxxFD or not u'.
               05  FILLER         PIC  X(16) VALUE 'pdatable.       '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Dupli'.
               05  FILLER         PIC  X(16) VALUE 'cate unique valu'.
               05  FILLER         PIC  X(16) VALUE 'e; range PATCH s'.
               05  FILLER         PIC  X(16) VALUE 'topped.         '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Range'.
               05  FILLER         PIC  X(16) VALUE ' PATCH STARTBR e'.
               05  FILLER         PIC  X(16) VALUE 'rror.           '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Range'.
               05  FILLER         PIC  X(16) VALUE ' PATCH READNEXT '.
               05  FILLER         PIC  X(16) VALUE 'error.          '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '169'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Range'.
               05  FILLER         PIC  X(16) VALUE ' PATCH update fa'.
               05  FILLER         PIC  X(16) VALUE 'iled; see zFAM-L'.
               05  FILLER         PIC  X(16) VALUE 'astKey.         '.

      *****************************************************************
      * zFAM002 - journal mirror compaction in progress               *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Journ'.
               05  FILLER         PIC  X(16) VALUE 'al mirror is bei'.
               05  FILLER         PIC  X(16) VALUE 'ng pruned; retry'.
               05  FILLER         PIC  X(16) VALUE ' shortly.       '.

      *****************************************************************
      * zFAM002 asynchronous jobs.                                    *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 400.
               05  FILLER         PIC  9(02) VALUE  23.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Async'.
               05  FILLER         PIC  X(16) VALUE ' jobs: GET or DE'.
               05  FILLER         PIC  X(16) VALUE 'LETE, path up to'.
               05  FILLER         PIC  X(16) VALUE ' 256 bytes.     '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  05.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - zFAM-'.
               05  FILLER         PIC  X(16) VALUE 'Job-Ticket is no'.
               05  FILLER         PIC  X(16) VALUE 't valid for this'.
               05  FILLER         PIC  X(16) VALUE ' job.           '.

               05  FILLER         PIC  9(03) VALUE 404.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Job n'.
               05  FILLER         PIC  X(16) VALUE 'ot found or expi'.
               05  FILLER         PIC  X(16) VALUE 'red.            '.
               05  FILLER         PIC  X(16) VALUE SPACES.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Async'.
               05  FILLER         PIC  X(16) VALUE ' job could not b'.
               05  FILLER         PIC  X(16) VALUE 'e queued; retry '.
               05  FILLER         PIC  X(16) VALUE 'shortly.        '.

      *****************************************************************
      * Signed requests (ZFAM002 9025-SIGNATURE-CHECK).               *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Signed request r'.
               05  FILLER         PIC  X(16) VALUE 'equired.  zFAM-S'.
               05  FILLER         PIC  X(16) VALUE 'ignature header '.
               05  FILLER         PIC  X(16) VALUE 'missing.        '.

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-Timestamp m'.
               05  FILLER         PIC  X(16) VALUE 'issing or outsid'.
               05  FILLER         PIC  X(16) VALUE 'e the signing wi'.
               05  FILLER         PIC  X(16) VALUE 'ndow.           '.

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-Nonce missi'.
               05  FILLER         PIC  X(16) VALUE 'ng or longer tha'.
               05  FILLER         PIC  X(16) VALUE 'n 32 characters.'.
               05  FILLER         PIC  X(16) VALUE SPACES.

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-Nonce alrea'.
               05  FILLER         PIC  X(16) VALUE 'dy used within t'.
               05  FILLER         PIC  X(16) VALUE 'he signing windo'.
               05  FILLER         PIC  X(16) VALUE 'w.              '.

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  05.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Body does not ma'.
               05  FILLER         PIC  X(16) VALUE 'tch its zFAM-Con'.
               05  FILLER         PIC  X(16) VALUE 'tent-Sha256 dige'.
               05  FILLER         PIC  X(16) VALUE 'st.             '.

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  06.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'zFAM-Signature d'.
               05  FILLER         PIC  X(16) VALUE 'oes not match th'.
               05  FILLER         PIC  X(16) VALUE 'e signed request'.
               05  FILLER         PIC  X(16) VALUE '.               '.

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  07.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Table requires s'.
               05  FILLER         PIC  X(16) VALUE 'igning.  Credent'.
               05  FILLER         PIC  X(16) VALUE 'ial has no FAxxK'.
               05  FILLER         PIC  X(16) VALUE 'Y key.          '.

               05  FILLER         PIC  9(03) VALUE 401.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Streamed zFAM-LO'.
               05  FILLER         PIC  X(16) VALUE 'B body cannot be'.
               05  FILLER         PIC  X(16) VALUE ' verified for si'.
               05  FILLER         PIC  X(16) VALUE 'gning.          '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  05.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'FAxxNS nonce sto'.
               05  FILLER         PIC  X(16) VALUE 're unavailable. '.
               05  FILLER         PIC  X(16) VALUE ' Signed request '.
               05  FILLER         PIC  X(16) VALUE 'refused.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  06.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Client address i'.
               05  FILLER         PIC  X(16) VALUE 's not on this ta'.
               05  FILLER         PIC  X(16) VALUE 'ble''s network al'.
               05  FILLER         PIC  X(16) VALUE 'lowlist.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  07.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Client address i'.
               05  FILLER         PIC  X(16) VALUE 's not on this to'.
               05  FILLER         PIC  X(16) VALUE 'ken''s network al'.
               05  FILLER         PIC  X(16) VALUE 'lowlist.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  06.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '001'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Client address i'.
               05  FILLER         PIC  X(16) VALUE 's not on this ta'.
               05  FILLER         PIC  X(16) VALUE 'ble''s network al'.
               05  FILLER         PIC  X(16) VALUE 'lowlist.        '.

      *****************************************************************
      * Dynamic column masking (FAxxDM).                              *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Masked columns c'.
               05  FILLER         PIC  X(16) VALUE 'annot be served '.
               05  FILLER         PIC  X(16) VALUE 'by this form of '.
               05  FILLER         PIC  X(16) VALUE 'request.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  09.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Column masking r'.
               05  FILLER         PIC  X(16) VALUE 'ules could not b'.
               05  FILLER         PIC  X(16) VALUE 'e applied.  Read'.
               05  FILLER         PIC  X(16) VALUE ' refused.       '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '004'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Masked columns c'.
               05  FILLER         PIC  X(16) VALUE 'annot be served '.
               05  FILLER         PIC  X(16) VALUE 'by this form of '.
               05  FILLER         PIC  X(16) VALUE 'request.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  09.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '004'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Column masking r'.
               05  FILLER         PIC  X(16) VALUE 'ules could not b'.
               05  FILLER         PIC  X(16) VALUE 'e applied.  Read'.
               05  FILLER         PIC  X(16) VALUE ' refused.       '.

      *****************************************************************
      * Service availability refusals (fail closed).                  *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '001'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'FAxxNL network a'.
               05  FILLER         PIC  X(16) VALUE 'llowlist unavail'.
               05  FILLER         PIC  X(16) VALUE 'able.  Request r'.
               05  FILLER         PIC  X(16) VALUE 'efused.         '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Table configurat'.
               05  FILLER         PIC  X(16) VALUE 'ion service unav'.
               05  FILLER         PIC  X(16) VALUE 'ailable.  Retry '.
               05  FILLER         PIC  X(16) VALUE 'shortly.        '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  06.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Referential inte'.
               05  FILLER         PIC  X(16) VALUE 'grity check unav'.
               05  FILLER         PIC  X(16) VALUE 'ailable.  Reques'.
               05  FILLER         PIC  X(16) VALUE 't refused.      '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  07.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'FAxxNL network a'.
               05  FILLER         PIC  X(16) VALUE 'llowlist unavail'.
               05  FILLER         PIC  X(16) VALUE 'able.  Request r'.
               05  FILLER         PIC  X(16) VALUE 'efused.         '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'FAxxKY signing k'.
               05  FILLER         PIC  X(16) VALUE 'ey store unavail'.
               05  FILLER         PIC  X(16) VALUE 'able.  Request r'.
               05  FILLER         PIC  X(16) VALUE 'efused.         '.

      *****************************************************************
      * zQL referential integrity (ZFAM150).                          *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '010'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'enced parent key'.
               05  FILLER         PIC  X(16) VALUE ' not found.  Rej'.
               05  FILLER         PIC  X(16) VALUE 'ected.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '010'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'ential integrity'.
               05  FILLER         PIC  X(16) VALUE ' check failed.  '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '010'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Referential inte'.
               05  FILLER         PIC  X(16) VALUE 'grity check unav'.
               05  FILLER         PIC  X(16) VALUE 'ailable.  Reques'.
               05  FILLER         PIC  X(16) VALUE 't refused.      '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'enced parent key'.
               05  FILLER         PIC  X(16) VALUE ' not found.  Rej'.
               05  FILLER         PIC  X(16) VALUE 'ected.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'ential integrity'.
               05  FILLER         PIC  X(16) VALUE ' check failed.  '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Referential inte'.
               05  FILLER         PIC  X(16) VALUE 'grity check unav'.
               05  FILLER         PIC  X(16) VALUE 'ailable.  Reques'.
               05  FILLER         PIC  X(16) VALUE 't refused.      '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '040'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - DELET'.
               05  FILLER         PIC  X(16) VALUE 'E rejected.  Chi'.
               05  FILLER         PIC  X(16) VALUE 'ld rows referenc'.
               05  FILLER         PIC  X(16) VALUE 'e key.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '040'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - DELET'.
               05  FILLER         PIC  X(16) VALUE 'E rejected.  Cas'.
               05  FILLER         PIC  X(16) VALUE 'cade hit a legal'.
               05  FILLER         PIC  X(16) VALUE ' hold.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '040'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'ential integrity'.
               05  FILLER         PIC  X(16) VALUE ' check failed.  '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '040'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Referential inte'.
               05  FILLER         PIC  X(16) VALUE 'grity check unav'.
               05  FILLER         PIC  X(16) VALUE 'ailable.  Reques'.
               05  FILLER         PIC  X(16) VALUE 't refused.      '.

      *****************************************************************
      * Dynamic column masking (FAxxDM) outside the basic GET path.   *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '005'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Masked columns c'.
               05  FILLER         PIC  X(16) VALUE 'annot be served '.
               05  FILLER         PIC  X(16) VALUE 'by this form of '.
               05  FILLER         PIC  X(16) VALUE 'request.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  09.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '005'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Column masking r'.
               05  FILLER         PIC  X(16) VALUE 'ules could not b'.
               05  FILLER         PIC  X(16) VALUE 'e applied.  Read'.
               05  FILLER         PIC  X(16) VALUE ' refused.       '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '008'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Masked columns c'.
               05  FILLER         PIC  X(16) VALUE 'annot be served '.
               05  FILLER         PIC  X(16) VALUE 'by this form of '.
               05  FILLER         PIC  X(16) VALUE 'request.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  09.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '008'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Column masking r'.
               05  FILLER         PIC  X(16) VALUE 'ules could not b'.
               05  FILLER         PIC  X(16) VALUE 'e applied.  Read'.
               05  FILLER         PIC  X(16) VALUE ' refused.       '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '017'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Masked columns c'.
               05  FILLER         PIC  X(16) VALUE 'annot be served '.
               05  FILLER         PIC  X(16) VALUE 'by this form of '.
               05  FILLER         PIC  X(16) VALUE 'request.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  09.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '017'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Column masking r'.
               05  FILLER         PIC  X(16) VALUE 'ules could not b'.
               05  FILLER         PIC  X(16) VALUE 'e applied.  Read'.
               05  FILLER         PIC  X(16) VALUE ' refused.       '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  08.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '182'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Masked columns c'.
               05  FILLER         PIC  X(16) VALUE 'annot be served '.
               05  FILLER         PIC  X(16) VALUE 'by this form of '.
               05  FILLER         PIC  X(16) VALUE 'request.        '.

               05  FILLER         PIC  9(03) VALUE 403.
               05  FILLER         PIC  9(02) VALUE  09.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '182'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Column masking r'.
               05  FILLER         PIC  X(16) VALUE 'ules could not b'.
               05  FILLER         PIC  X(16) VALUE 'e applied.  Read'.
               05  FILLER         PIC  X(16) VALUE ' refused.       '.

      *****************************************************************
      * Range DELETE referential integrity and federation checks      *
      * that refuse a request rather than pass it unchecked.          *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '003'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - DELET'.
               05  FILLER         PIC  X(16) VALUE 'E rejected.  Chi'.
               05  FILLER         PIC  X(16) VALUE 'ld rows referenc'.
               05  FILLER         PIC  X(16) VALUE 'e key.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  03.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '003'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - DELET'.
               05  FILLER         PIC  X(16) VALUE 'E rejected.  Cas'.
               05  FILLER         PIC  X(16) VALUE 'cade hit a legal'.
               05  FILLER         PIC  X(16) VALUE ' hold.          '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '003'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Refer'.
               05  FILLER         PIC  X(16) VALUE 'ential integrity'.
               05  FILLER         PIC  X(16) VALUE ' check failed.  '.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  01.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '003'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Referential inte'.
               05  FILLER         PIC  X(16) VALUE 'grity check unav'.
               05  FILLER         PIC  X(16) VALUE 'ailable.  Reques'.
               05  FILLER         PIC  X(16) VALUE 't refused.      '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  09.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '002'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Table federation'.
               05  FILLER         PIC  X(16) VALUE ' check unavailab'.
               05  FILLER         PIC  X(16) VALUE 'le.  Request ref'.
               05  FILLER         PIC  X(16) VALUE 'used.           '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  05.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '010'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Key r'.
               05  FILLER         PIC  X(16) VALUE 'outes to this fe'.
               05  FILLER         PIC  X(16) VALUE 'deration member.'.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  06.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '010'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Feder'.
               05  FILLER         PIC  X(16) VALUE 'ation key ranges'.
               05  FILLER         PIC  X(16) VALUE ' are not in orde'.
               05  FILLER         PIC  X(16) VALUE 'r.              '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '010'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Table federation'.
               05  FILLER         PIC  X(16) VALUE ' check unavailab'.
               05  FILLER         PIC  X(16) VALUE 'le.  Request ref'.
               05  FILLER         PIC  X(16) VALUE 'used.           '.

               05  FILLER         PIC  9(03) VALUE 409.
               05  FILLER         PIC  9(02) VALUE  04.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Key r'.
               05  FILLER         PIC  X(16) VALUE 'outes to this fe'.
               05  FILLER         PIC  X(16) VALUE 'deration member.'.
               05  FILLER         PIC  X(16) VALUE '                '.

               05  FILLER         PIC  9(03) VALUE 507.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'xxxxxxxx - Feder'.
               05  FILLER         PIC  X(16) VALUE 'ation key ranges'.
               05  FILLER         PIC  X(16) VALUE ' are not in orde'.
               05  FILLER         PIC  X(16) VALUE 'r.              '.

               05  FILLER         PIC  9(03) VALUE 503.
               05  FILLER         PIC  9(02) VALUE  02.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '030'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Table federation'.
               05  FILLER         PIC  X(16) VALUE ' check unavailab'.
               05  FILLER         PIC  X(16) VALUE 'le.  Request ref'.
               05  FILLER         PIC  X(16) VALUE 'used.           '.

      *****************************************************************
      * This must be the last entry in the table.                     *
      *****************************************************************

               05  FILLER         PIC  9(03) VALUE 999.
               05  FILLER         PIC  9(02) VALUE  99.
               05  FILLER         PIC  X(01) VALUE '-'.
               05  FILLER         PIC  X(03) VALUE '001'.
               05  FILLER         PIC  X(01) VALUE SPACE.
               05  FILLER         PIC  X(16) VALUE 'Last entry in th'.
               05  FILLER         PIC  X(16) VALUE 'e STATUS-TABLE. '.
               05  FILLER         PIC  X(16) VALUE '                '.
               05  FILLER         PIC  X(16) VALUE '                '.

           02  STATUS-TABLE REDEFINES STATUS-ARRAY OCCURS 249 TIMES.
               05  STATUS-CODE    PIC  9(03).
               05  STATUS-MESSAGE.
                10 REASON-CODE    PIC  9(02).
                10 FILLER         PIC  X(01).
                10 PROGRAM-NUMBER PIC  X(03).
                10 FILLER         PIC  X(01).
                10 STATUS-TEXT.
                 15 PROGRAM-NAME  PIC  X(08).
                 15 FILLER        PIC  X(56).
                10 FILLER REDEFINES STATUS-TEXT.
                 15 FIELD-NAME    PIC  X(16).
                 15 FILLER        PIC  X(48).
                10 FILLER REDEFINES STATUS-TEXT.
                 15 FILE-NAME     PIC  X(08).
                 15 FILLER        PIC  X(56).
                10 FILLER REDEFINES STATUS-TEXT.
                 15 FILLER        PIC  X(56).
                 15 DS-NAME       PIC  X(08).

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-STATUS          PIC  9(03).
           02  CA-REASON          PIC  9(02).
           02  CA-USERID          PIC  X(08).
           02  CA-PROGRAM         PIC  X(08).
           02  CA-FILE            PIC  X(08).
           02  CA-FIELD           PIC  X(16).
           02  CA-KEY             PIC X(255).
           02  CA-TRANID          PIC  X(04).
           02  CA-CORRID          PIC  X(32).
           02  CA-FAULT           PIC  X(01).

       PROCEDURE DIVISION.
      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 0000-INITIALIZE         THRU 0000-EXIT.

           IF  FAULT-TYPE EQUAL 'D'
           OR  FAULT-TYPE EQUAL 'P'
               PERFORM 1900-FAULT-NOTE     THRU 1900-EXIT
               PERFORM 2000-LOG-MESSAGE    THRU 2000-EXIT
               PERFORM 2100-WRITE-AUDIT    THRU 2100-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           PERFORM 1000-SEARCH-TABLE       THRU 1000-EXIT.
           PERFORM 2000-LOG-MESSAGE        THRU 2000-EXIT.
           PERFORM 2100-WRITE-AUDIT        THRU 2100-EXIT.
           PERFORM 2200-CHECK-OVERRIDE     THRU 2200-EXIT.
           PERFORM 3000-SEND-RESPONSE      THRU 3000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Assign INVOKINGPROGRAM, which is used to determine which      *
      * status/reason code to display.                                *
      *****************************************************************
       0000-INITIALIZE.
           EXEC CICS ASSIGN INVOKINGPROG(INVOKING-PROGRAM)
               NOHANDLE
           END-EXEC.

      *****************************************************************
      * Only a caller extended for fault injection passes CA-FAULT.   *
      *****************************************************************
           MOVE SPACES                    TO FAULT-TYPE.
           IF  EIBCALEN GREATER THAN 336
               MOVE CA-FAULT              TO FAULT-TYPE.

       0000-EXIT.
           EXIT.

      *****************************************************************
      * Search table for matching status code and reason code         *
      *****************************************************************
       1000-SEARCH-TABLE.
           PERFORM 1100-SEARCH-TABLE   THRU 1100-EXIT
               WITH TEST AFTER
               VARYING TABLE-INDEX     FROM 1 BY 1
               UNTIL STATUS-FOUND = 'Y'
                  OR EOT          = 'Y'.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * Set indicator when status code match or EOT.                  *
      *****************************************************************
       1100-SEARCH-TABLE.
           IF  STATUS-CODE(TABLE-INDEX)  EQUAL FIVE-HUNDRED
               MOVE CA-PROGRAM           TO PROGRAM-NAME(TABLE-INDEX).

           IF  STATUS-CODE(TABLE-INDEX)  EQUAL FOUR-TWELVE
               MOVE CA-FIELD             TO FIELD-NAME(TABLE-INDEX).

           IF  STATUS-CODE(TABLE-INDEX)  EQUAL FOUR-HUNDRED
           AND REASON-CODE(TABLE-INDEX)  EQUAL SIXTEEN
               MOVE CA-FIELD             TO FIELD-NAME(TABLE-INDEX).

           IF  STATUS-CODE(TABLE-INDEX)  EQUAL FIVE-ZERO-SEVEN
               MOVE CA-FILE              TO FILE-NAME(TABLE-INDEX).

           IF  STATUS-CODE(TABLE-INDEX)  EQUAL FOUR-ZERO-NINE
               MOVE CA-FILE              TO FILE-NAME(TABLE-INDEX).
               MOVE NINES                   TO HTTP-STATUS
               MOVE 'Y'                     TO EOT.

           IF  STATUS-CODE(TABLE-INDEX)  EQUAL NINES
           AND FAULT-TYPE                NOT EQUAL SPACES
               MOVE CA-REASON               TO FAULT-REASON
               MOVE PROGRAM-SUFFIX          TO FAULT-SUFFIX
               MOVE FAULT-STATUS            TO HTTP-STATUS-TEXT
               MOVE CA-STATUS               TO HTTP-STATUS.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * Describe an injected fault that sends nothing - CA-FIELD      *
      * names it - for the CSSL log and the audit trail.              *
      *****************************************************************
       1900-FAULT-NOTE.
           MOVE CA-FIELD                  TO FAULT-FIELD.
           MOVE FAULT-NOTE                TO HTTP-STATUS-TEXT.
           MOVE ZEROES                    TO HTTP-STATUS.

       1900-EXIT.
           EXIT.


      *****************************************************************
      * Log the message.                                              *
           MOVE CA-FILE                   TO AU-FILE.
           MOVE CA-KEY(1:40)              TO AU-KEY.

           MOVE SPACES                    TO AU-FAULT.
           IF  FAULT-TYPE NOT EQUAL SPACES
               MOVE 'INJECT-'             TO AU-FAULT(1:7)
               MOVE FAULT-TYPE            TO AU-FAULT(8:1).

           MOVE LENGTH OF AUDIT-RECORD    TO AUDIT-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(AUDITQ)
                FROM(AUDIT-RECORD)
           MOVE AU-FILE                   TO EH-FILE.
           MOVE AU-KEY                    TO EH-KEYVAL.
           MOVE AU-CORRID                 TO EH-CORRID.
           MOVE AU-FAULT                  TO EH-FAULT.

           MOVE LENGTH OF EH-RECORD       TO EH-LENGTH.

