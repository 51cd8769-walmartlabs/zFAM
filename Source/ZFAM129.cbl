      * other consumer of the table.  Invoked as an operator          *
      * transaction with terminal input:                              *
      *                                                               *
      *  <tran> xx MINT    <name> <R|W|A> [<YYYYMMDD>]                *
      *         create (or replace) a token - R is read-only scope,   *
      *         W read-write, A read-write and administrator of every *
      *         owned record on a DD-OWNERSHIP table; the optional    *
      *         date is the expiry.  The token's 8-character secret   *
      *         is generated here and shown on this terminal once;    *
      *         only its salted hash (ZFAMSHC) is kept                *
      *  <tran> xx REVOKE  <name>   - disable the token               *
      *  <tran> xx ENABLE  <name>   - re-enable the token             *
      *  <tran> xx DELETE  <name>   - remove the token entirely       *
      *  <tran> xx LIST             - one CSSL line per token, scope, *
      *         expiry and state (secrets are never listed - only     *
      *         whether each is hashed)                               *
      *  <tran> xx SIGN    <name> <key> [<Y|N>] [<seconds>]           *
      *         set (or replace) the FAxxKY request-signing key of a  *
      *         token, or of the table's DD-AUTH userid - 1 to 64     *
      *         characters, taken as typed.  Y requires every         *
      *         request made with the credential to be signed (on a   *
      *         table setting DD-SIGNING 'C'); N, the default, checks *
      *         only those that are.  The optional seconds override   *
      *         the table's signing clock window                      *
      *  <tran> xx UNSIGN  <name>   - remove the signing key          *
      *         LIST also lists the signing keys (never the keys      *
      *         themselves)                                           *
      *  <tran> xx ALLOW    <name|*> <address>[/<bits>]               *
      *         add an address, or an IPv4 subnet, to the FAxxNL      *
      *         client network allowlist of a token - or, for *, of   *
      *         the table itself (up to 16 entries each)              *
      *  <tran> xx DISALLOW <name|*> <address>[/<bits>]|ALL           *
      *         remove an entry, or the whole list.  A token or       *
      *         table left with no list is no longer restricted       *
      *  <tran> xx NETWORK  <E|R|B>                                   *
      *         the table's allowlist mode: E enforces the lists, R   *
      *         only reports - callers are recorded on FAxxNA with    *
      *         what the lists would have said, and nobody is         *
      *         refused - and B does both                             *
      *         LIST also lists the allowlists and the mode           *
      *  <tran> xx CALLERS          - one CSSL line per client        *
      *         address and credential recorded on FAxxNA (NETWORK    *
      *         mode R or B), with the verdict the allowlists gave    *
      *         it, its calls and when last seen                      *
      *  <tran> xx CONVERT          - hash every token secret still   *
      *         held in the clear, and hash the table's DD-AUTH       *
      *         password: its <xx>DD queue is rewritten with the      *
      *         salt and hash and NEWCOPYed, as ZFAM137 ROLLBACK      *
      *         does (a template installed some other way has the two *
      *         lines that replace it shown on this terminal), and    *
      *         the password is blanked in its ZFAMDH history         *
      *                                                               *
      * Every action is confirmed with a CSSL line and a WTO.         *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      * 2026-10-15 ZFAMDEV  Admin scope A for record ownership        *
      *                     override.                                 *
      * 2026-10-15 ZFAMDEV  SIGN/UNSIGN request-signing keys on       *
      *                     FAxxKY; LIST lists them.                  *
      * 2026-10-15 ZFAMDEV  ALLOW/DISALLOW maintain the FAxxNL        *
      *                     client network allowlists and NETWORK     *
      *                     their mode; CALLERS reports the FAxxNA    *
      *                     callers seen.                             *
      * 2026-10-15 ZFAMDEV  MINT generates the secret, shows it once  *
      *                     and keeps only its salted hash; CONVERT   *
      *                     hashes clear secrets and passwords.       *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       01  WS-ABS                 PIC S9(15) COMP-3 VALUE ZEROES.

       01  TERM-INPUT             PIC X(160) VALUE SPACES.
       01  TERM-LENGTH            PIC S9(04) COMP VALUE 160.
       01  TERM-TRANID            PIC  X(08) VALUE SPACES.

       01  TK-SUFFIX              PIC  X(02) VALUE SPACES.
       01  TK-ACTION              PIC  X(08) VALUE SPACES.
       01  TK-IN-NAME             PIC  X(08) VALUE SPACES.
       01  TK-IN-SCOPE            PIC  X(01) VALUE SPACES.
       01  TK-IN-SCOPE-LENGTH     PIC S9(04) COMP VALUE ZEROES.
       01  TK-IN-EXPIRY           PIC  X(08) VALUE SPACES.
       01  TK-IN-OVERFLOW         PIC  X(01) VALUE 'N'.

       01  KY-IN-SKIP             PIC  X(08) VALUE SPACES.
       01  KY-IN-KEY              PIC  X(64) VALUE SPACES.
       01  KY-IN-KEY-LENGTH       PIC S9(04) COMP VALUE ZEROES.
       01  KY-IN-REQUIRED         PIC  X(01) VALUE SPACES.
       01  KY-IN-SECS             PIC  X(05) VALUE SPACES.
       01  KY-IN-SECS-LENGTH      PIC S9(04) COMP VALUE ZEROES.
       01  KY-IN-OVERFLOW         PIC  X(01) VALUE 'N'.
       01  CURRENT-USERID         PIC  X(08) VALUE SPACES.

       01  NL-IN-ADDRESS          PIC  X(43) VALUE SPACES.
       01  NL-IN-LENGTH           PIC S9(04) COMP VALUE ZEROES.
       01  NL-IN-OVERFLOW         PIC  X(01) VALUE 'N'.
       01  NL-FOUND-SW            PIC  X(01) VALUE 'N'.
       01  NL-FOUND-SUB           PIC S9(04) COMP VALUE ZEROES.
       01  TERM-INPUT-MODE        PIC  X(01) VALUE SPACES.
       01  CALLER-ABS             PIC S9(15) COMP-3 VALUE ZEROES.
       01  CALLER-COUNT           PIC S9(04) COMP VALUE ZEROES.

       01  ACTION-MINT            PIC  X(08) VALUE 'MINT    '.
       01  ACTION-REVOKE          PIC  X(08) VALUE 'REVOKE  '.
       01  ACTION-ENABLE          PIC  X(08) VALUE 'ENABLE  '.
       01  ACTION-DELETE          PIC  X(08) VALUE 'DELETE  '.
       01  ACTION-LIST            PIC  X(08) VALUE 'LIST    '.
       01  ACTION-SIGN            PIC  X(08) VALUE 'SIGN    '.
       01  ACTION-UNSIGN          PIC  X(08) VALUE 'UNSIGN  '.
       01  ACTION-ALLOW           PIC  X(08) VALUE 'ALLOW   '.
       01  ACTION-DISALLOW        PIC  X(08) VALUE 'DISALLOW'.
       01  ACTION-CALLERS         PIC  X(08) VALUE 'CALLERS '.
       01  ACTION-NETWORK         PIC  X(08) VALUE 'NETWORK '.
       01  ACTION-CONVERT         PIC  X(08) VALUE 'CONVERT '.

       01  BROWSE-COMPLETE        PIC  X(01) VALUE 'N'.
       01  TOKEN-COUNT            PIC S9(04) COMP VALUE ZEROES.
       01  KEY-COUNT              PIC S9(04) COMP VALUE ZEROES.

       01  TK-FCT.
           02  TK-TRANID          PIC  X(04) VALUE 'FA##'.
           02  TK-EXPIRES         PIC  X(08) VALUE SPACES.
           02  TK-ENABLED         PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE SPACES.
           02  TK-SALT            PIC  X(16) VALUE SPACES.
           02  TK-HASH            PIC  X(64) VALUE SPACES.

       COPY ZFAMKYC.
       COPY ZFAMNLC.
       COPY ZFAMHMC.
       COPY ZFAMSHC.

      *****************************************************************
      * Secret and salt generation.  Each is drawn from the SHA-256   *
      * digest (ZFAM187) of the time, task, terminal, operator and    *
      * token, chained through every digest taken before it in the    *
      * task.  A secret maps each digest byte onto SECRET-CHARS.      *
      *****************************************************************
       01  SEED-SOURCE.
           02  SEED-ABS           PIC S9(15) COMP-3 VALUE ZEROES.
           02  SEED-TASK          PIC S9(07) COMP-3 VALUE ZEROES.
           02  SEED-TIME          PIC S9(07) COMP-3 VALUE ZEROES.
           02  SEED-TERM          PIC  X(04) VALUE SPACES.
           02  SEED-USERID        PIC  X(08) VALUE SPACES.
           02  SEED-NAME          PIC  X(08) VALUE SPACES.
           02  SEED-COUNT         PIC S9(04) COMP VALUE ZEROES.
           02  SEED-CHAIN         PIC  X(64) VALUE SPACES.

       01  SECRET-CHARS.
           02  FILLER             PIC  X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           02  FILLER             PIC  X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           02  FILLER             PIC  X(10) VALUE '0123456789'.

       01  HEX-CHARS              PIC  X(16) VALUE '0123456789abcdef'.
       01  SECRET-SUB             PIC S9(04) COMP VALUE ZEROES.
       01  SECRET-POS             PIC S9(04) COMP VALUE ZEROES.
       01  SECRET-HIGH            PIC S9(04) COMP VALUE ZEROES.
       01  SECRET-LOW             PIC S9(04) COMP VALUE ZEROES.
       01  SECRET-VALUE           PIC S9(04) COMP VALUE ZEROES.
       01  SECRET-QUOTIENT        PIC S9(04) COMP VALUE ZEROES.
       01  SECRET-INDEX           PIC S9(04) COMP VALUE ZEROES.

       01  HASHED-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  ALREADY-COUNT          PIC S9(04) COMP VALUE ZEROES.
       01  CONVERT-FAILED-SW      PIC  X(01) VALUE 'N'.
       01  TEMPLATE-HASHED-SW     PIC  X(01) VALUE 'N'.
       01  CONVERTED-NAME         PIC  X(08) VALUE LOW-VALUES.

      *****************************************************************
      * The table's ZFAM-DD template, as far as the DD-AUTH pair and  *
      * its hash.  The fillers span ZFAM002's DD-INFORMATION fields,  *
      * and their CRLFs, before and between them.                     *
      *****************************************************************
       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DD-TOKEN               PIC  X(16) VALUE SPACES.
       01  DD-LENGTH              PIC S9(08) COMP VALUE ZEROES.

       01  DD-INFORMATION.
           02  FILLER               PIC  X(41) VALUE SPACES.
           02  DD-AUTH-USERID       PIC  X(08) VALUE SPACES.
           02  DD-CRLF7             PIC  X(02).
           02  DD-AUTH-PASSWORD     PIC  X(08) VALUE SPACES.
           02  FILLER               PIC X(176) VALUE SPACES.
           02  DD-AUTH-SALT         PIC  X(16) VALUE SPACES.
           02  DD-CRLF43            PIC  X(02).
           02  DD-AUTH-HASH         PIC  X(64) VALUE SPACES.

      *****************************************************************
      * The <xx>DD TS queue the template is installed from, as        *
      * ZFAM137 ROLLBACK keeps it: the whole image in item 1.  A      *
      * template image that stops short of the hash line is filled    *
      * out from DT-DEFAULTS - ZFAM002's DD-INFORMATION line by line, *
      * at its defaults - before the salt and hash go in.             *
      *****************************************************************
       01  DT-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  DT-ITEM                PIC S9(04) COMP VALUE 1.
       01  DT-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  DT-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  DT-FULL-LENGTH         PIC S9(04) COMP VALUE 317.
       01  DT-IMAGE               PIC X(480) VALUE SPACES.
       01  TEMPLATE-REWRITTEN-SW  PIC  X(01) VALUE 'N'.

       01  DT-WORK.
           02  FILLER             PIC  X(41).
           02  DT-USERID          PIC  X(08).
           02  FILLER             PIC  X(02).
           02  DT-PASSWORD        PIC  X(08).
           02  FILLER             PIC X(176).
           02  DT-SALT            PIC  X(16).
           02  FILLER             PIC  X(02).
           02  DT-HASH            PIC  X(64).
           02  FILLER             PIC X(163).

       01  DT-DEFAULTS.
           02  FILLER             PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(04) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(01) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(02) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(03) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(02) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(16) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE X'0D25'.
           02  FILLER             PIC  X(64) VALUE SPACES.

      *****************************************************************
      * ZFAMDH - ZFAM137's template history.  Each version holds the  *
      * first 160 bytes of the template, DD-AUTH-PASSWORD among them; *
      * CONVERT blanks it in every version of the table.              *
      *****************************************************************
       01  DH-FCT                 PIC  X(08) VALUE 'ZFAMDH  '.
       01  DH-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  DH-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  DH-RECORD.
           02  DH-KEY.
               05  DH-TABLE       PIC  X(02) VALUE SPACES.
               05  DH-SEQ         PIC  9(05) VALUE ZEROES.
           02  DH-DATE            PIC  X(08) VALUE SPACES.
           02  DH-TIME            PIC  X(06) VALUE SPACES.
           02  DH-USERID          PIC  X(08) VALUE SPACES.
           02  DH-IMAGE           PIC X(160) VALUE SPACES.

       01  DH-LAST-SEQ            PIC  9(05) VALUE ZEROES.
       01  DH-VERSION             PIC  9(05) VALUE ZEROES.
       01  SCRUBBED-COUNT         PIC S9(04) COMP VALUE ZEROES.

      *****************************************************************
      * What is shown on the terminal - a minted secret, and the      *
      * template lines CONVERT gives - and never written anywhere     *
      * else.  One 80-byte line each.                                 *
      *****************************************************************
       01  TERM-OUTPUT            PIC X(480) VALUE SPACES.
       01  TERM-OUT-LENGTH        PIC S9(04) COMP VALUE ZEROES.
       01  TERM-RESP              PIC S9(08) COMP VALUE ZEROES.

       01  CSSL                   PIC  X(04) VALUE '@tdq@'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.
           02  TD-TL-EXPIRES      PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(10) VALUE ' enabled: '.
           02  TD-TL-ENABLED      PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' secret: '.
           02  TD-TL-SECRET       PIC  X(06) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

       01  TD-SECRET-LINE.
           02  FILLER             PIC  X(13) VALUE 'zFAM token - '.
           02  TD-SL-NAME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(06) VALUE ' on FA'.
           02  TD-SL-TABLE        PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(11) VALUE ' - secret: '.
           02  TD-SL-SECRET       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(32) VALUE
               ' - shown this once, not kept'.

       01  TD-CONVERT-LINE.
           02  FILLER             PIC  X(16) VALUE 'zFAM secret - FA'.
           02  TD-CV-TABLE        PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'TK: '.
           02  TD-CV-HASHED       PIC  Z(04)9.
           02  FILLER             PIC  X(16) VALUE ' tokens hashed, '.
           02  TD-CV-ALREADY      PIC  Z(04)9.
           02  FILLER             PIC  X(42) VALUE
               ' hashed already'.

       01  TD-TEMPLATE-STATUS.
           02  FILLER             PIC  X(16) VALUE 'zFAM secret - FA'.
           02  TD-TS-TABLE        PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(04) VALUE 'DD: '.
           02  TD-TS-TEXT         PIC  X(68) VALUE SPACES.

       01  TD-HISTORY-LINE.
           02  FILLER             PIC  X(16) VALUE 'zFAM secret - FA'.
           02  TD-HL-TABLE        PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(13) VALUE 'DD history: '.
           02  TD-HL-COUNT        PIC  Z(04)9.
           02  FILLER             PIC  X(54) VALUE
               ' versions cleared of DD-AUTH-PASSWORD'.

       01  TD-TEMPLATE-LINE.
           02  FILLER             PIC  X(02) VALUE 'FA'.
           02  TD-DT-TABLE        PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE 'DD line '.
           02  TD-DT-LINE         PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE ': '.
           02  TD-DT-VALUE        PIC  X(64) VALUE SPACES.

       01  TD-KEY-LINE.
           02  FILLER             PIC  X(15) VALUE 'zFAM signing - '.
           02  TD-KL-NAME         PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(11) VALUE ' required: '.
           02  TD-KL-REQUIRED     PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' window: '.
           02  TD-KL-WINDOW       PIC  9(05) VALUE ZEROES.
           02  FILLER             PIC  X(10) VALUE ' set by:  '.
           02  TD-KL-SET-BY       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(23) VALUE SPACES.

       01  TD-NETWORK-LINE.
           02  FILLER             PIC  X(15) VALUE 'zFAM network - '.
           02  TD-NL-OWNER        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' allows '.
           02  TD-NL-TEXT         PIC  X(43) VALUE SPACES.
           02  FILLER             PIC  X(16) VALUE SPACES.

       01  TD-MODE-LINE.
           02  FILLER             PIC  X(15) VALUE 'zFAM network - '.
           02  TD-ML-OWNER        PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(08) VALUE ' mode:  '.
           02  TD-ML-MODE         PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(58) VALUE SPACES.

       01  TD-CALLER-HEADING.
           02  FILLER             PIC  X(48) VALUE
               'zFAM caller - address, credential, verdict (A, T'.
           02  FILLER             PIC  X(42) VALUE
               ', K or U), calls and last seen'.

       01  TD-CALLER-LINE.
           02  FILLER             PIC  X(12) VALUE 'zFAM caller '.
           02  TD-CL-ADDRESS      PIC  X(39) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-CL-USERID       PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-CL-VERDICT      PIC  X(01) VALUE SPACES.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-CL-HITS         PIC  Z(08)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-CL-LAST         PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE SPACES.

       01  TD-BAD-INPUT.
           02  FILLER             PIC  X(49) VALUE
               'zFAM token - usage: <tran> <xx> MINT|REVOKE|ENABL'.
           02  FILLER             PIC  X(41) VALUE
               'E|DELETE|LIST|SIGN|UNSIGN|ALLOW|DISALLOW|'.
           02  FILLER             PIC  X(27) VALUE
               'CALLERS|NETWORK|CONVERT ...'.

      *****************************************************************
      * Dynamic Storage                                               *
           IF  TK-ACTION EQUAL ACTION-LIST
               PERFORM 5000-LIST           THRU 5000-EXIT.

           IF  TK-ACTION EQUAL ACTION-SIGN
               PERFORM 6000-SIGN           THRU 6000-EXIT.

           IF  TK-ACTION EQUAL ACTION-UNSIGN
               PERFORM 7000-UNSIGN         THRU 7000-EXIT.

           IF  TK-ACTION EQUAL ACTION-ALLOW
               PERFORM 8000-ALLOW          THRU 8000-EXIT.

           IF  TK-ACTION EQUAL ACTION-DISALLOW
               PERFORM 8100-DISALLOW       THRU 8100-EXIT.

           IF  TK-ACTION EQUAL ACTION-CALLERS
               PERFORM 8200-CALLERS        THRU 8200-EXIT.

           IF  TK-ACTION EQUAL ACTION-NETWORK
               PERFORM 8600-NETWORK-MODE   THRU 8600-EXIT.

           IF  TK-ACTION EQUAL ACTION-CONVERT
               PERFORM 8700-CONVERT        THRU 8700-EXIT.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABS) NOHANDLE
           END-EXEC.

           MOVE 'N'                         TO TK-IN-OVERFLOW.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO TERM-TRANID
                    TK-SUFFIX
                    TK-ACTION
                    TK-IN-NAME
                    TK-IN-SCOPE     COUNT IN TK-IN-SCOPE-LENGTH
                    TK-IN-EXPIRY
               ON OVERFLOW
                    MOVE 'Y'                TO TK-IN-OVERFLOW.

           INSPECT TK-ACTION
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           INSPECT TK-IN-SCOPE
               CONVERTING "rwa" TO "RWA".

           IF  TK-SUFFIX EQUAL SPACES
           OR (TK-ACTION NOT EQUAL ACTION-MINT
           AND TK-ACTION NOT EQUAL ACTION-REVOKE
           AND TK-ACTION NOT EQUAL ACTION-ENABLE
           AND TK-ACTION NOT EQUAL ACTION-DELETE
           AND TK-ACTION NOT EQUAL ACTION-LIST
           AND TK-ACTION NOT EQUAL ACTION-SIGN
           AND TK-ACTION NOT EQUAL ACTION-UNSIGN
           AND TK-ACTION NOT EQUAL ACTION-ALLOW
           AND TK-ACTION NOT EQUAL ACTION-DISALLOW
           AND TK-ACTION NOT EQUAL ACTION-CALLERS
           AND TK-ACTION NOT EQUAL ACTION-NETWORK
           AND TK-ACTION NOT EQUAL ACTION-CONVERT)
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  TK-ACTION NOT EQUAL ACTION-LIST
           AND TK-ACTION NOT EQUAL ACTION-CALLERS
           AND TK-ACTION NOT EQUAL ACTION-CONVERT
           AND TK-IN-NAME EQUAL SPACES
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  TK-ACTION EQUAL ACTION-MINT
           AND (TK-IN-OVERFLOW     EQUAL 'Y'
            OR  TK-IN-SCOPE-LENGTH NOT EQUAL 1
            OR (TK-IN-SCOPE NOT EQUAL 'R'
           AND  TK-IN-SCOPE NOT EQUAL 'W'
           AND  TK-IN-SCOPE NOT EQUAL 'A'))
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  TK-ACTION    EQUAL ACTION-MINT
           AND TK-IN-EXPIRY NOT EQUAL SPACES
           AND TK-IN-EXPIRY NOT NUMERIC
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  TK-ACTION  EQUAL ACTION-MINT
           AND TK-IN-NAME EQUAL NL-TABLE-OWNER
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  TK-ACTION EQUAL ACTION-SIGN
               PERFORM 1100-GET-SIGN-INPUT THRU 1100-EXIT.

           IF  TK-ACTION EQUAL ACTION-ALLOW
           OR  TK-ACTION EQUAL ACTION-DISALLOW
               PERFORM 1200-GET-NETWORK-INPUT THRU 1200-EXIT.

           IF  TK-ACTION EQUAL ACTION-NETWORK
               INSPECT TK-IN-NAME
                   CONVERTING "erb" TO "ERB"
               MOVE TK-IN-NAME              TO TERM-INPUT-MODE
               IF  TK-IN-NAME NOT EQUAL 'E'
               AND TK-IN-NAME NOT EQUAL 'R'
               AND TK-IN-NAME NOT EQUAL 'B'
                   PERFORM 9920-WRITE-USAGE THRU 9920-EXIT
                   PERFORM 9000-RETURN      THRU 9000-EXIT.

           MOVE TK-SUFFIX                   TO TK-TRANID(3:2)
                                               KY-TRANID(3:2)
                                               NL-TRANID(3:2)
                                               NA-TRANID(3:2)
                                               DD-TRANID(3:2)
                                               TD-TA-TABLE
                                               TD-SL-TABLE
                                               TD-CV-TABLE
                                               TD-TS-TABLE
                                               TD-DT-TABLE
                                               TD-HL-TABLE
                                               DT-TSQ(1:2).
           MOVE 'DD'                        TO DT-TSQ(3:2).
           MOVE TK-ACTION                   TO TD-TA-ACTION.
           MOVE TK-IN-NAME                  TO TD-TA-NAME.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * SIGN takes its own operands: the key, taken as typed, and the *
      * optional required flag and window.                            *
      *****************************************************************
       1100-GET-SIGN-INPUT.
           MOVE 'N'                         TO KY-IN-OVERFLOW.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO TERM-TRANID
                    TK-SUFFIX
                    KY-IN-SKIP
                    TK-IN-NAME
                    KY-IN-KEY       COUNT IN KY-IN-KEY-LENGTH
                    KY-IN-REQUIRED
                    KY-IN-SECS      COUNT IN KY-IN-SECS-LENGTH
               ON OVERFLOW
                    MOVE 'Y'                TO KY-IN-OVERFLOW.

           INSPECT KY-IN-REQUIRED
               CONVERTING "yn" TO "YN".

           IF  KY-IN-REQUIRED EQUAL SPACES
               MOVE 'N'                     TO KY-IN-REQUIRED.

           IF  KY-IN-OVERFLOW   EQUAL 'Y'
           OR  KY-IN-KEY        EQUAL SPACES
           OR  KY-IN-KEY-LENGTH GREATER THAN LENGTH OF KY-IN-KEY
           OR (KY-IN-REQUIRED NOT EQUAL 'Y'
           AND KY-IN-REQUIRED NOT EQUAL 'N')
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  KY-IN-SECS-LENGTH GREATER THAN LENGTH OF KY-IN-SECS
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           IF  KY-IN-SECS-LENGTH GREATER THAN ZEROES
               IF  KY-IN-SECS(1:KY-IN-SECS-LENGTH) NOT NUMERIC
                   PERFORM 9920-WRITE-USAGE THRU 9920-EXIT
                   PERFORM 9000-RETURN      THRU 9000-EXIT.

           EXEC CICS ASSIGN USERID(CURRENT-USERID) NOHANDLE
           END-EXEC.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * ALLOW and DISALLOW take the address as their own operand: up  *
      * to 43 characters, since an IPv6 address may be 39.            *
      *****************************************************************
       1200-GET-NETWORK-INPUT.
           MOVE 'N'                         TO NL-IN-OVERFLOW.

           UNSTRING TERM-INPUT
               DELIMITED BY ALL SPACES
               INTO TERM-TRANID
                    TK-SUFFIX
                    KY-IN-SKIP
                    TK-IN-NAME
                    NL-IN-ADDRESS   COUNT IN NL-IN-LENGTH
               ON OVERFLOW
                    MOVE 'Y'                TO NL-IN-OVERFLOW.

           IF  NL-IN-OVERFLOW EQUAL 'Y'
           OR  NL-IN-ADDRESS  EQUAL SPACES
           OR  NL-IN-LENGTH   GREATER THAN LENGTH OF NL-IN-ADDRESS
               PERFORM 9920-WRITE-USAGE    THRU 9920-EXIT
               PERFORM 9000-RETURN         THRU 9000-EXIT.

           EXEC CICS ASSIGN USERID(CURRENT-USERID) NOHANDLE
           END-EXEC.

       1200-EXIT.
           EXIT.

      *****************************************************************
      * MINT - create the token, or replace it when it already        *
      * exists (re-minting rotates the secret in place).  The secret  *
      * is generated, hashed under a new salt, and shown on the       *
      * terminal once the record is written; the record holds only    *
      * the salt and the hash.                                        *
      *****************************************************************
       2000-MINT.
           EXEC CICS ASSIGN USERID(CURRENT-USERID) NOHANDLE
           END-EXEC.

           MOVE TK-IN-NAME                  TO SEED-NAME.
           PERFORM 8820-NEW-SECRET        THRU 8820-EXIT.
           PERFORM 8800-NEW-SALT          THRU 8800-EXIT.
           PERFORM 8810-HASH-SECRET       THRU 8810-EXIT.

           IF  HM-RETURN-CODE NOT EQUAL '00'
               MOVE SPACES                  TO SH-SECRET
               MOVE 'mint failed     '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 2000-EXIT.

           MOVE SPACES                      TO TK-RECORD.
           MOVE TK-IN-NAME                  TO TK-NAME.
           MOVE TK-IN-SCOPE                 TO TK-SCOPE.
           MOVE TK-IN-EXPIRY                TO TK-EXPIRES.
           MOVE 'Y'                         TO TK-ENABLED.
           MOVE SH-SALT                     TO TK-SALT.
           MOVE SH-HASH                     TO TK-HASH.

           MOVE LENGTH OF TK-RECORD         TO TK-LENGTH.

                    RESP(TK-RESP)
                    NOHANDLE
               END-EXEC
               MOVE SPACES                  TO TK-SECRET
               MOVE TK-IN-SCOPE             TO TK-SCOPE
               MOVE TK-IN-EXPIRY            TO TK-EXPIRES
               MOVE 'Y'                     TO TK-ENABLED
               MOVE SH-SALT                 TO TK-SALT
               MOVE SH-HASH                 TO TK-HASH
               MOVE LENGTH OF TK-RECORD     TO TK-LENGTH
               EXEC CICS REWRITE FILE(TK-FCT)
                    FROM(TK-RECORD)
                    LENGTH(TK-LENGTH)
                    NOHANDLE
               END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                  TO SH-SECRET
               MOVE 'mint failed     '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 2000-EXIT.

           MOVE TK-NAME                     TO TD-SL-NAME.
           MOVE SH-SECRET                   TO TD-SL-SECRET.
           MOVE TD-SECRET-LINE              TO TD-MESSAGE.
           PERFORM 9930-TERMINAL-LINE     THRU 9930-EXIT.
           PERFORM 9940-SEND-TERMINAL     THRU 9940-EXIT.

           MOVE SPACES                      TO SH-SECRET
                                               TD-SL-SECRET
                                               TD-MESSAGE.

           IF  TERM-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'minted          '      TO TD-TA-RESULT
           ELSE
               MOVE 'minted, unshown '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

               EXEC CICS ENDBR FILE(TK-FCT) NOHANDLE
               END-EXEC.

           PERFORM 5200-LIST-KEYS         THRU 5200-EXIT.
           PERFORM 5400-LIST-NETWORKS     THRU 5400-EXIT.

           MOVE SPACES                      TO TD-TA-NAME.
           MOVE 'listed          '          TO TD-TA-RESULT.
           PERFORM 9900-CONFIRM           THRU 9900-EXIT.
      * Write one token's CSSL line.                                  *
      *****************************************************************
       5100-LIST-ONE.
           MOVE SPACES                      TO TK-SALT
                                               TK-HASH.
           MOVE LENGTH OF TK-RECORD         TO TK-LENGTH.

           EXEC CICS READNEXT
           MOVE TK-EXPIRES                  TO TD-TL-EXPIRES.
           MOVE TK-ENABLED                  TO TD-TL-ENABLED.

           IF  TK-HASH EQUAL SPACES
               MOVE 'clear '                TO TD-TL-SECRET
           ELSE
               MOVE 'hashed'                TO TD-TL-SECRET.

           MOVE TD-TOKEN-LINE               TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.

           EXIT.

      *****************************************************************
      * One CSSL line per FAxxKY signing key.  A table with no FAxxKY *
      * file lists none.                                              *
      *****************************************************************
       5200-LIST-KEYS.
           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO KY-NAME.

           EXEC CICS STARTBR
                FILE  (KY-FCT)
                RIDFLD(KY-NAME)
                RESP  (KY-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  KY-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5200-EXIT.

           PERFORM 5300-LIST-KEY           THRU 5300-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(KY-FCT) NOHANDLE
           END-EXEC.

       5200-EXIT.
           EXIT.

       5300-LIST-KEY.
           MOVE LENGTH OF KY-RECORD         TO KY-LENGTH.

           EXEC CICS READNEXT
                FILE  (KY-FCT)
                INTO  (KY-RECORD)
                RIDFLD(KY-NAME)
                LENGTH(KY-LENGTH)
                RESP  (KY-RESP)
                NOHANDLE
           END-EXEC.

           IF  KY-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 5300-EXIT.

           ADD  1                           TO KEY-COUNT.

           MOVE KY-NAME                     TO TD-KL-NAME.
           MOVE KY-REQUIRED                 TO TD-KL-REQUIRED.
           MOVE KY-WINDOW-SECS              TO TD-KL-WINDOW.
           MOVE KY-SET-BY                   TO TD-KL-SET-BY.

           MOVE TD-KEY-LINE                 TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.

       5300-EXIT.
           EXIT.

      *****************************************************************
      * One CSSL line per FAxxNL allowlist entry.  A table with no    *
      * FAxxNL file lists none.                                       *
      *****************************************************************
       5400-LIST-NETWORKS.
           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO NL-OWNER.

           EXEC CICS STARTBR
                FILE  (NL-FCT)
                RIDFLD(NL-OWNER)
                RESP  (NL-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  NL-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5400-EXIT.

           PERFORM 5410-LIST-NETWORK       THRU 5410-EXIT
               WITH TEST AFTER
               UNTIL BROWSE-COMPLETE EQUAL 'Y'.

           EXEC CICS ENDBR FILE(NL-FCT) NOHANDLE
           END-EXEC.

       5400-EXIT.
           EXIT.

       5410-LIST-NETWORK.
           MOVE LENGTH OF NL-RECORD         TO NL-LENGTH.

           EXEC CICS READNEXT
                FILE  (NL-FCT)
                INTO  (NL-RECORD)
                RIDFLD(NL-OWNER)
                LENGTH(NL-LENGTH)
                RESP  (NL-RESP)
                NOHANDLE
           END-EXEC.

           IF  NL-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 5410-EXIT.

           IF  NL-OWNER EQUAL NL-TABLE-OWNER
               MOVE NL-OWNER                TO TD-ML-OWNER
               MOVE NL-MODE                 TO TD-ML-MODE
               MOVE TD-MODE-LINE            TO TD-MESSAGE
               PERFORM 9910-WRITE-CSSL    THRU 9910-EXIT.

           PERFORM 5420-LIST-ENTRY         THRU 5420-EXIT
               VARYING NL-SUB FROM 1 BY 1
               UNTIL NL-SUB GREATER THAN NL-COUNT
               OR    NL-SUB GREATER THAN NL-MAX.

       5410-EXIT.
           EXIT.

       5420-LIST-ENTRY.
           MOVE NL-OWNER                    TO TD-NL-OWNER.
           MOVE NL-TEXT(NL-SUB)             TO TD-NL-TEXT.

           MOVE TD-NETWORK-LINE             TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.

       5420-EXIT.
           EXIT.

      *****************************************************************
      * SIGN - set the credential's signing key, or replace it when   *
      * it already has one.  The name need not be an FAxxTK token:    *
      * the table's DD-AUTH userid signs with a key set under its own *
      * name.                                                         *
      *****************************************************************
       6000-SIGN.
           MOVE TK-IN-NAME                  TO KY-NAME.
           MOVE LENGTH OF KY-RECORD         TO KY-LENGTH.

           EXEC CICS READ FILE(KY-FCT)
                INTO  (KY-RECORD)
                RIDFLD(KY-NAME)
                LENGTH(KY-LENGTH)
                UPDATE
                RESP  (KY-RESP)
                NOHANDLE
           END-EXEC.

           MOVE TK-IN-NAME                  TO KY-NAME.
           MOVE KY-IN-REQUIRED              TO KY-REQUIRED.
           MOVE KY-IN-KEY-LENGTH            TO KY-KEY-LENGTH.
           MOVE KY-IN-KEY                   TO KY-KEY.
           MOVE ZEROES                      TO KY-WINDOW-SECS.
           MOVE WS-ABS                      TO KY-SET-ABS.
           MOVE CURRENT-USERID              TO KY-SET-BY.

           IF  KY-IN-SECS-LENGTH GREATER THAN ZEROES
               MOVE KY-IN-SECS(1:KY-IN-SECS-LENGTH)
                                            TO KY-WINDOW-SECS.

           MOVE LENGTH OF KY-RECORD         TO KY-LENGTH.

           IF  KY-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(KY-FCT)
                    FROM  (KY-RECORD)
                    LENGTH(KY-LENGTH)
                    RESP  (KY-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(KY-FCT)
                    FROM  (KY-RECORD)
                    RIDFLD(KY-NAME)
                    LENGTH(KY-LENGTH)
                    RESP  (KY-RESP)
                    NOHANDLE
               END-EXEC.

           MOVE SPACES                      TO KY-KEY KY-IN-KEY.

           IF  KY-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'signing key set '      TO TD-TA-RESULT
           ELSE
               MOVE 'sign failed     '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       6000-EXIT.
           EXIT.

      *****************************************************************
      * UNSIGN - remove the credential's signing key.  On a table     *
      * setting DD-SIGNING 'Y' the credential can then no longer be   *
      * used.                                                         *
      *****************************************************************
       7000-UNSIGN.
           MOVE TK-IN-NAME                  TO KY-NAME.

           EXEC CICS DELETE FILE(KY-FCT)
                RIDFLD(KY-NAME)
                RESP  (KY-RESP)
                NOHANDLE
           END-EXEC.

           IF  KY-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'signing removed '      TO TD-TA-RESULT
           ELSE
               MOVE 'not found       '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * ALLOW - add the address or subnet to the list of the token,   *
      * or of the table for *.  The entry is kept as typed (IPv6 in   *
      * lower case) alongside the range it covers.                    *
      *****************************************************************
       8000-ALLOW.
           MOVE NL-IN-ADDRESS               TO NL-ADDRESS.
           PERFORM 8900-PARSE-ADDRESS     THRU 8900-EXIT.

           IF  NL-A-KIND EQUAL SPACES
               MOVE 'bad address     '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 8000-EXIT.

           PERFORM 8300-READ-LIST         THRU 8300-EXIT.

           IF  NL-RESP NOT EQUAL DFHRESP(NORMAL)
           AND NL-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE 'allow failed    '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 8000-EXIT.

           IF  NL-FOUND-SW EQUAL 'Y'
               MOVE 'already listed  '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 8000-EXIT.

           IF  NL-COUNT NOT LESS THAN NL-MAX
               MOVE 'list is full    '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 8000-EXIT.

           ADD  1                           TO NL-COUNT.
           MOVE NL-A-KIND                   TO NL-KIND(NL-COUNT).
           MOVE NL-ADDRESS                  TO NL-TEXT(NL-COUNT).
           MOVE NL-A-LOW                    TO NL-LOW (NL-COUNT).
           MOVE NL-A-HIGH                   TO NL-HIGH(NL-COUNT).

           PERFORM 8400-SAVE-LIST         THRU 8400-EXIT.

           IF  NL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'address allowed '      TO TD-TA-RESULT
           ELSE
               MOVE 'allow failed    '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * DISALLOW - remove the entry (or, for ALL, the whole list and  *
      * its mode).  A list left empty is deleted, and with it the     *
      * restriction - unless it is the table's and reports (mode R or *
      * B), when the empty list is kept for its mode.                 *
      *****************************************************************
       8100-DISALLOW.
           MOVE NL-IN-ADDRESS               TO NL-ADDRESS.

           INSPECT NL-ADDRESS
               CONVERTING "al" TO "AL".

           IF  NL-ADDRESS EQUAL 'ALL'
               MOVE TK-IN-NAME              TO NL-OWNER
               PERFORM 8500-DELETE-LIST   THRU 8500-EXIT
               GO TO 8100-EXIT.

           MOVE NL-IN-ADDRESS               TO NL-ADDRESS.
           PERFORM 8900-PARSE-ADDRESS     THRU 8900-EXIT.

           PERFORM 8300-READ-LIST         THRU 8300-EXIT.

           IF  NL-FOUND-SW NOT EQUAL 'Y'
               MOVE 'not found       '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 8100-EXIT.

           PERFORM 8110-CLOSE-GAP         THRU 8110-EXIT
               VARYING NL-SUB FROM NL-FOUND-SUB BY 1
               UNTIL NL-SUB NOT LESS THAN NL-COUNT.

           MOVE SPACES                      TO NL-KIND(NL-COUNT)
                                               NL-TEXT(NL-COUNT).
           MOVE ZEROES                      TO NL-LOW (NL-COUNT)
                                               NL-HIGH(NL-COUNT).
           SUBTRACT 1                     FROM NL-COUNT.

           IF  NL-COUNT EQUAL ZEROES
           AND (NL-MODE EQUAL SPACES
           OR   NL-MODE EQUAL 'E')
               PERFORM 8500-DELETE-LIST   THRU 8500-EXIT
               GO TO 8100-EXIT.

           PERFORM 8400-SAVE-LIST         THRU 8400-EXIT.

           IF  NL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'address removed '      TO TD-TA-RESULT
           ELSE
               MOVE 'disallow failed '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       8100-EXIT.
           EXIT.

       8110-CLOSE-GAP.
           MOVE NL-ENTRY(NL-SUB + 1)        TO NL-ENTRY(NL-SUB).

       8110-EXIT.
           EXIT.

      *****************************************************************
      * CALLERS - one CSSL line per FAxxNA record, under a heading    *
      * line.                                                         *
      *****************************************************************
       8200-CALLERS.
           MOVE TD-CALLER-HEADING           TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.

           MOVE 'N'                         TO BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO NA-KEY.

           EXEC CICS STARTBR
                FILE  (NA-FCT)
                RIDFLD(NA-KEY)
                RESP  (NA-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  NA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 8210-CALLER         THRU 8210-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(NA-FCT) NOHANDLE
               END-EXEC.

           MOVE SPACES                      TO TD-TA-NAME.
           MOVE 'callers listed  '          TO TD-TA-RESULT.
           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       8200-EXIT.
           EXIT.

       8210-CALLER.
           MOVE LENGTH OF NA-RECORD         TO NA-LENGTH.

           EXEC CICS READNEXT
                FILE  (NA-FCT)
                INTO  (NA-RECORD)
                RIDFLD(NA-KEY)
                LENGTH(NA-LENGTH)
                RESP  (NA-RESP)
                NOHANDLE
           END-EXEC.

           IF  NA-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 8210-EXIT.

           ADD  1                           TO CALLER-COUNT.

           MOVE NA-ADDRESS                  TO TD-CL-ADDRESS.
           MOVE NA-USERID                   TO TD-CL-USERID.
           MOVE NA-VERDICT                  TO TD-CL-VERDICT.
           MOVE NA-HITS                     TO TD-CL-HITS.
           MOVE NA-LAST-ABS                 TO CALLER-ABS.

           EXEC CICS FORMATTIME ABSTIME(CALLER-ABS)
                YYYYMMDD(TD-CL-LAST)
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE TD-CALLER-LINE              TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.

       8210-EXIT.
           EXIT.

      *****************************************************************
      * Read the list TK-IN-NAME names for update, and look for the   *
      * entry NL-ADDRESS holds.  No list yet starts an empty one.     *
      *****************************************************************
       8300-READ-LIST.
           MOVE 'N'                         TO NL-FOUND-SW.
           MOVE TK-IN-NAME                  TO NL-OWNER.
           MOVE LENGTH OF NL-RECORD         TO NL-LENGTH.

           EXEC CICS READ FILE(NL-FCT)
                INTO  (NL-RECORD)
                RIDFLD(NL-OWNER)
                LENGTH(NL-LENGTH)
                UPDATE
                RESP  (NL-RESP)
                NOHANDLE
           END-EXEC.

           IF  NL-RESP NOT EQUAL DFHRESP(NORMAL)
               INITIALIZE NL-RECORD
               MOVE TK-IN-NAME              TO NL-OWNER
               GO TO 8300-EXIT.

           PERFORM 8310-FIND-ENTRY         THRU 8310-EXIT
               VARYING NL-SUB FROM 1 BY 1
               UNTIL NL-SUB GREATER THAN NL-COUNT
               OR    NL-SUB GREATER THAN NL-MAX
               OR    NL-FOUND-SW EQUAL 'Y'.

       8300-EXIT.
           EXIT.

       8310-FIND-ENTRY.
           IF  NL-TEXT(NL-SUB) EQUAL NL-ADDRESS
               MOVE 'Y'                     TO NL-FOUND-SW
               MOVE NL-SUB                  TO NL-FOUND-SUB.

       8310-EXIT.
           EXIT.

      *****************************************************************
      * Write the list back: REWRITE when 8300-READ-LIST found it,    *
      * WRITE when it is new.                                         *
      *****************************************************************
       8400-SAVE-LIST.
           MOVE WS-ABS                      TO NL-SET-ABS.
           MOVE CURRENT-USERID              TO NL-SET-BY.
           MOVE LENGTH OF NL-RECORD         TO NL-LENGTH.

           IF  NL-RESP EQUAL DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(NL-FCT)
                    FROM  (NL-RECORD)
                    LENGTH(NL-LENGTH)
                    RESP  (NL-RESP)
                    NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(NL-FCT)
                    FROM  (NL-RECORD)
                    RIDFLD(NL-OWNER)
                    LENGTH(NL-LENGTH)
                    RESP  (NL-RESP)
                    NOHANDLE
               END-EXEC.

       8400-EXIT.
           EXIT.

      *****************************************************************
      * Remove the list NL-OWNER names.                               *
      *****************************************************************
       8500-DELETE-LIST.
           EXEC CICS DELETE FILE(NL-FCT)
                RIDFLD(NL-OWNER)
                RESP  (NL-RESP)
                NOHANDLE
           END-EXEC.

           IF  NL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'list removed    '      TO TD-TA-RESULT
           ELSE
               MOVE 'not found       '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       8500-EXIT.
           EXIT.

      *****************************************************************
      * NETWORK - set the table's allowlist mode on its '*' list,     *
      * starting an empty one (which restricts nobody) if it has      *
      * none.                                                         *
      *****************************************************************
       8600-NETWORK-MODE.
           MOVE NL-TABLE-OWNER              TO TK-IN-NAME
                                               TD-TA-NAME.
           MOVE SPACES                      TO NL-ADDRESS.

           PERFORM 8300-READ-LIST         THRU 8300-EXIT.

           IF  NL-RESP NOT EQUAL DFHRESP(NORMAL)
           AND NL-RESP NOT EQUAL DFHRESP(NOTFND)
               MOVE 'network failed  '      TO TD-TA-RESULT
               PERFORM 9900-CONFIRM       THRU 9900-EXIT
               GO TO 8600-EXIT.

           MOVE TERM-INPUT-MODE             TO NL-MODE.

           PERFORM 8400-SAVE-LIST         THRU 8400-EXIT.

           IF  NL-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'mode set        '      TO TD-TA-RESULT
           ELSE
               MOVE 'network failed  '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       8600-EXIT.
           EXIT.

      *****************************************************************
      * CONVERT - hash every FAxxTK secret still held in the clear,   *
      * then the table's DD-AUTH password.  Each token is updated     *
      * outside the browse, which is restarted at its key - the next  *
      * READNEXT returns it again and passes it by.                   *
      *****************************************************************
       8700-CONVERT.
           EXEC CICS ASSIGN USERID(CURRENT-USERID) NOHANDLE
           END-EXEC.

           MOVE ZEROES                      TO HASHED-COUNT
                                               ALREADY-COUNT.
           MOVE 'N'                         TO CONVERT-FAILED-SW
                                               BROWSE-COMPLETE.
           MOVE LOW-VALUES                  TO TK-NAME.

           EXEC CICS STARTBR
                FILE  (TK-FCT)
                RIDFLD(TK-NAME)
                RESP  (TK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

           IF  BROWSE-COMPLETE NOT EQUAL 'Y'
               PERFORM 8710-CONVERT-TOKEN  THRU 8710-EXIT
                   WITH TEST AFTER
                   UNTIL BROWSE-COMPLETE EQUAL 'Y'

               EXEC CICS ENDBR FILE(TK-FCT) NOHANDLE
               END-EXEC.

           MOVE HASHED-COUNT                TO TD-CV-HASHED.
           MOVE ALREADY-COUNT               TO TD-CV-ALREADY.
           MOVE TD-CONVERT-LINE             TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.
           PERFORM 9930-TERMINAL-LINE     THRU 9930-EXIT.

           PERFORM 8720-CONVERT-TEMPLATE  THRU 8720-EXIT.

           PERFORM 9940-SEND-TERMINAL     THRU 9940-EXIT.

           MOVE SPACES                      TO TD-TA-NAME.

           IF  CONVERT-FAILED-SW EQUAL 'Y'
               MOVE 'convert failed  '      TO TD-TA-RESULT
           ELSE
               MOVE 'converted       '      TO TD-TA-RESULT.

           PERFORM 9900-CONFIRM           THRU 9900-EXIT.

       8700-EXIT.
           EXIT.

      *****************************************************************
      * Hash one token's clear secret.                                *
      *****************************************************************
       8710-CONVERT-TOKEN.
           MOVE SPACES                      TO TK-SALT
                                               TK-HASH.
           MOVE LENGTH OF TK-RECORD         TO TK-LENGTH.

           EXEC CICS READNEXT
                FILE  (TK-FCT)
                INTO  (TK-RECORD)
                RIDFLD(TK-NAME)
                LENGTH(TK-LENGTH)
                RESP  (TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE
               GO TO 8710-EXIT.

           IF  TK-NAME EQUAL CONVERTED-NAME
               GO TO 8710-EXIT.

           IF  TK-HASH NOT EQUAL SPACES
               ADD  1                       TO ALREADY-COUNT
               GO TO 8710-EXIT.

           MOVE TK-NAME                     TO CONVERTED-NAME.

           EXEC CICS ENDBR FILE(TK-FCT) NOHANDLE
           END-EXEC.

           PERFORM 8715-HASH-TOKEN        THRU 8715-EXIT.

           IF  BROWSE-COMPLETE EQUAL 'Y'
               GO TO 8710-EXIT.

           EXEC CICS STARTBR
                FILE  (TK-FCT)
                RIDFLD(TK-NAME)
                RESP  (TK-RESP)
                NOHANDLE
                GTEQ
           END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO BROWSE-COMPLETE.

       8710-EXIT.
           EXIT.

      *****************************************************************
      * Read the token for update and replace its clear secret with a *
      * salt and hash.  A hash that cannot be taken stops the         *
      * conversion.                                                   *
      *****************************************************************
       8715-HASH-TOKEN.
           MOVE SPACES                      TO TK-SALT
                                               TK-HASH.
           MOVE LENGTH OF TK-RECORD         TO TK-LENGTH.

           EXEC CICS READ FILE(TK-FCT)
                INTO(TK-RECORD)
                RIDFLD(TK-NAME)
                LENGTH(TK-LENGTH)
                UPDATE
                RESP(TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8715-EXIT.

           IF  TK-HASH NOT EQUAL SPACES
               EXEC CICS UNLOCK FILE(TK-FCT) NOHANDLE
               END-EXEC
               GO TO 8715-EXIT.

           MOVE TK-NAME                     TO SEED-NAME.
           MOVE TK-SECRET                   TO SH-SECRET.
           PERFORM 8800-NEW-SALT          THRU 8800-EXIT.
           PERFORM 8810-HASH-SECRET       THRU 8810-EXIT.
           MOVE SPACES                      TO SH-SECRET.

           IF  HM-RETURN-CODE NOT EQUAL '00'
               EXEC CICS UNLOCK FILE(TK-FCT) NOHANDLE
               END-EXEC
               MOVE 'Y'                     TO CONVERT-FAILED-SW
                                               BROWSE-COMPLETE
               GO TO 8715-EXIT.

           MOVE SPACES                      TO TK-SECRET.
           MOVE SH-SALT                     TO TK-SALT.
           MOVE SH-HASH                     TO TK-HASH.
           MOVE LENGTH OF TK-RECORD         TO TK-LENGTH.

           EXEC CICS REWRITE FILE(TK-FCT)
                FROM(TK-RECORD)
                LENGTH(TK-LENGTH)
                RESP(TK-RESP)
                NOHANDLE
           END-EXEC.

           IF  TK-RESP EQUAL DFHRESP(NORMAL)
               ADD  1                       TO HASHED-COUNT
           ELSE
               MOVE 'Y'                     TO CONVERT-FAILED-SW.

       8715-EXIT.
           EXIT.

      *****************************************************************
      * The table's DD-AUTH password.  A document template cannot be  *
      * rewritten from a transaction, so the password is hashed here  *
      * and the DD-AUTH-SALT and DD-AUTH-HASH lines to add to the     *
      * template are shown on the terminal - never on CSSL - with the *
      * reminder to blank the clear password once they are in.        *
      *****************************************************************
       8720-CONVERT-TEMPLATE.
           MOVE 'N'                         TO TEMPLATE-HASHED-SW
                                               TEMPLATE-REWRITTEN-SW.

           PERFORM 8725-HASH-TEMPLATE     THRU 8725-EXIT.

           IF  TEMPLATE-HASHED-SW EQUAL 'Y'
               PERFORM 8730-REWRITE-TEMPLATE THRU 8730-EXIT.

           MOVE SPACES                      TO DD-AUTH-PASSWORD.

           MOVE TD-TEMPLATE-STATUS          TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.
           PERFORM 9930-TERMINAL-LINE     THRU 9930-EXIT.

           PERFORM 8740-SCRUB-HISTORY     THRU 8740-EXIT.

           IF  TEMPLATE-HASHED-SW    NOT EQUAL 'Y'
           OR  TEMPLATE-REWRITTEN-SW     EQUAL 'Y'
               GO TO 8720-EXIT.

           MOVE '43'                        TO TD-DT-LINE.
           MOVE SH-SALT                     TO TD-DT-VALUE.
           MOVE TD-TEMPLATE-LINE            TO TD-MESSAGE.
           PERFORM 9930-TERMINAL-LINE     THRU 9930-EXIT.

           MOVE '44'                        TO TD-DT-LINE.
           MOVE SH-HASH                     TO TD-DT-VALUE.
           MOVE TD-TEMPLATE-LINE            TO TD-MESSAGE.
           PERFORM 9930-TERMINAL-LINE     THRU 9930-EXIT.

           MOVE ' 8'                        TO TD-DT-LINE.
           MOVE 'blank DD-AUTH-PASSWORD once lines 43 and 44 are in'
                                            TO TD-DT-VALUE.
           MOVE TD-TEMPLATE-LINE            TO TD-MESSAGE.
           PERFORM 9930-TERMINAL-LINE     THRU 9930-EXIT.

           MOVE SPACES                      TO TD-MESSAGE
                                               TD-DT-VALUE.

       8720-EXIT.
           EXIT.

      *****************************************************************
      * Retrieve the template and hash its clear password, leaving    *
      * the salt and hash the template should carry in SH-SALT and    *
      * SH-HASH and the outcome in TD-TS-TEXT.  A template that has   *
      * its hash already but still holds the password keeps that      *
      * hash; only the password needs to go.                          *
      *****************************************************************
       8725-HASH-TEMPLATE.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DD-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'no template'           TO TD-TS-TEXT
               GO TO 8725-EXIT.

           MOVE LENGTH OF DD-INFORMATION    TO DD-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DD-TOKEN)
                INTO     (DD-INFORMATION)
                LENGTH   (DD-LENGTH)
                MAXLENGTH(DD-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  DD-AUTH-PASSWORD EQUAL SPACES
           AND DD-AUTH-HASH     EQUAL SPACES
               MOVE 'no DD-AUTH password'   TO TD-TS-TEXT
               GO TO 8725-EXIT.

           IF  DD-AUTH-PASSWORD EQUAL SPACES
               MOVE 'DD-AUTH password hashed already'
                                            TO TD-TS-TEXT
               GO TO 8725-EXIT.

           IF  DD-AUTH-HASH NOT EQUAL SPACES
               MOVE DD-AUTH-SALT            TO SH-SALT
               MOVE DD-AUTH-HASH            TO SH-HASH
               MOVE 'Y'                     TO TEMPLATE-HASHED-SW
               GO TO 8725-EXIT.

           MOVE DD-AUTH-USERID              TO SEED-NAME.
           MOVE DD-AUTH-PASSWORD            TO SH-SECRET.
           PERFORM 8800-NEW-SALT          THRU 8800-EXIT.
           PERFORM 8810-HASH-SECRET       THRU 8810-EXIT.
           MOVE SPACES                      TO SH-SECRET.

           IF  HM-RETURN-CODE NOT EQUAL '00'
               MOVE 'Y'                     TO CONVERT-FAILED-SW
               MOVE 'DD-AUTH password not hashed - ZFAM187 failed'
                                            TO TD-TS-TEXT
               GO TO 8725-EXIT.

           MOVE 'Y'                         TO TEMPLATE-HASHED-SW.

       8725-EXIT.
           EXIT.

      *****************************************************************
      * Put the hash in the template and take the password out, the   *
      * way ZFAM137 ROLLBACK installs a template: rewrite item 1 of   *
      * the <xx>DD queue and NEWCOPY.  The queue is only touched when *
      * its image carries the same DD-AUTH pair the template served - *
      * otherwise the template comes from somewhere else and the      *
      * lines are left on the terminal to be put in by hand.          *
      *****************************************************************
       8730-REWRITE-TEMPLATE.
           MOVE 'DD-AUTH password hashed - template lines on terminal'
                                            TO TD-TS-TEXT.

           MOVE SPACES                      TO DT-IMAGE.
           MOVE 1                           TO DT-ITEM.
           MOVE LENGTH OF DT-IMAGE          TO DT-LENGTH.

           EXEC CICS READQ TS QUEUE(DT-TSQ)
                INTO  (DT-IMAGE)
                LENGTH(DT-LENGTH)
                ITEM  (DT-ITEM)
                RESP  (DT-RESP)
                NOHANDLE
           END-EXEC.

           IF  DT-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  DT-LENGTH LESS THAN 59
               GO TO 8730-EXIT.

           MOVE DT-DEFAULTS                 TO DT-WORK.
           MOVE DT-IMAGE(1:DT-LENGTH)       TO DT-WORK(1:DT-LENGTH).
           MOVE SPACES                      TO DT-IMAGE.

           IF  DT-USERID   NOT EQUAL DD-AUTH-USERID
           OR  DT-PASSWORD NOT EQUAL DD-AUTH-PASSWORD
               MOVE SPACES                  TO DT-WORK
               GO TO 8730-EXIT.

           MOVE SPACES                      TO DT-PASSWORD.
           MOVE SH-SALT                     TO DT-SALT.
           MOVE SH-HASH                     TO DT-HASH.

           IF  DT-LENGTH LESS THAN DT-FULL-LENGTH
               MOVE DT-FULL-LENGTH          TO DT-LENGTH.

           MOVE 1                           TO DT-ITEM.

           EXEC CICS WRITEQ TS QUEUE(DT-TSQ)
                FROM  (DT-WORK)
                LENGTH(DT-LENGTH)
                ITEM  (DT-ITEM)
                REWRITE
                RESP  (DT-RESP)
                NOHANDLE
           END-EXEC.

           MOVE SPACES                      TO DT-WORK.

           IF  DT-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO CONVERT-FAILED-SW
               MOVE 'DD-AUTH password hashed - queue not rewritten'
                                            TO TD-TS-TEXT
               GO TO 8730-EXIT.

           EXEC CICS SET DOCTEMPLATE(ZFAM-DD)
                NEWCOPY
                RESP(DT-RESP)
                NOHANDLE
           END-EXEC.

           IF  DT-RESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                     TO CONVERT-FAILED-SW
               MOVE 'DD-AUTH password hashed - NEWCOPY failed'
                                            TO TD-TS-TEXT
               GO TO 8730-EXIT.

           MOVE 'Y'                         TO TEMPLATE-REWRITTEN-SW.
           MOVE 'DD-AUTH password hashed - template rewritten'
                                            TO TD-TS-TEXT.

       8730-EXIT.
           EXIT.

      *****************************************************************
      * Blank DD-AUTH-PASSWORD in every ZFAMDH version of the table,  *
      * so that no ZFAM137 ROLLBACK can bring a clear password back.  *
      * Sequence 00000 is the table's control record, holding the     *
      * last version written.                                         *
      *****************************************************************
       8740-SCRUB-HISTORY.
           MOVE ZEROES                      TO SCRUBBED-COUNT
                                               DH-LAST-SEQ.
           MOVE TK-SUFFIX                   TO DH-TABLE.
           MOVE ZEROES                      TO DH-SEQ.
           MOVE LENGTH OF DH-RECORD         TO DH-LENGTH.

           EXEC CICS READ FILE(DH-FCT)
                INTO  (DH-RECORD)
                RIDFLD(DH-KEY)
                LENGTH(DH-LENGTH)
                RESP  (DH-RESP)
                NOHANDLE
           END-EXEC.

           IF  DH-RESP NOT EQUAL DFHRESP(NORMAL)
           OR  DH-IMAGE(1:5) NOT NUMERIC
               GO TO 8740-EXIT.

           MOVE DH-IMAGE(1:5)               TO DH-LAST-SEQ.

           PERFORM 8745-SCRUB-VERSION     THRU 8745-EXIT
               VARYING DH-VERSION FROM 1 BY 1
               UNTIL   DH-VERSION GREATER THAN DH-LAST-SEQ.

           MOVE SCRUBBED-COUNT              TO TD-HL-COUNT.
           MOVE TD-HISTORY-LINE             TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL        THRU 9910-EXIT.
           PERFORM 9930-TERMINAL-LINE     THRU 9930-EXIT.

       8740-EXIT.
           EXIT.

      *****************************************************************
      * One history version: blank its password if it has one.        *
      *****************************************************************
       8745-SCRUB-VERSION.
           MOVE TK-SUFFIX                   TO DH-TABLE.
           MOVE DH-VERSION                  TO DH-SEQ.
           MOVE LENGTH OF DH-RECORD         TO DH-LENGTH.

           EXEC CICS READ FILE(DH-FCT)
                INTO  (DH-RECORD)
                RIDFLD(DH-KEY)
                LENGTH(DH-LENGTH)
                UPDATE
                RESP  (DH-RESP)
                NOHANDLE
           END-EXEC.

           IF  DH-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 8745-EXIT.

           IF  DH-IMAGE(52:8) EQUAL SPACES
               EXEC CICS UNLOCK FILE(DH-FCT)
                    NOHANDLE
               END-EXEC
               GO TO 8745-EXIT.

           MOVE SPACES                      TO DH-IMAGE(52:8).

           EXEC CICS REWRITE FILE(DH-FCT)
                FROM  (DH-RECORD)
                LENGTH(DH-LENGTH)
                RESP  (DH-RESP)
                NOHANDLE
           END-EXEC.

           IF  DH-RESP EQUAL DFHRESP(NORMAL)
               ADD 1                        TO SCRUBBED-COUNT
           ELSE
               MOVE 'Y'                     TO CONVERT-FAILED-SW.

       8745-EXIT.
           EXIT.

      *****************************************************************
      * A new 16-character salt.                                      *
      *****************************************************************
       8800-NEW-SALT.
           PERFORM 8805-NEXT-SEED         THRU 8805-EXIT.

           MOVE HM-DIGEST(1:16)             TO SH-SALT.

       8800-EXIT.
           EXIT.

      *****************************************************************
      * Take the next digest of the seed, chaining it into the seed   *
      * for the one after.                                            *
      *****************************************************************
       8805-NEXT-SEED.
           EXEC CICS ASKTIME ABSTIME(SEED-ABS) NOHANDLE
           END-EXEC.

           ADD  1                           TO SEED-COUNT.
           MOVE EIBTASKN                    TO SEED-TASK.
           MOVE EIBTIME                     TO SEED-TIME.
           MOVE EIBTRMID                    TO SEED-TERM.
           MOVE CURRENT-USERID              TO SEED-USERID.

           MOVE 'D'                         TO HM-FUNCTION.
           MOVE 'A'                         TO HM-PART.
           MOVE LENGTH OF SEED-SOURCE       TO HM-LENGTH.
           MOVE SEED-SOURCE                 TO HM-DATA(1:HM-LENGTH).

           PERFORM 8815-LINK-ZFAM187      THRU 8815-EXIT.

           MOVE HM-DIGEST                   TO SEED-CHAIN.

       8805-EXIT.
           EXIT.

      *****************************************************************
      * Hash SH-SECRET under SH-SALT into SH-HASH.                    *
      *****************************************************************
       8810-HASH-SECRET.
           MOVE 'D'                         TO HM-FUNCTION.
           MOVE 'A'                         TO HM-PART.
           MOVE LENGTH OF SH-SOURCE         TO HM-LENGTH.
           MOVE SH-SOURCE                   TO HM-DATA(1:HM-LENGTH).

           PERFORM 8815-LINK-ZFAM187      THRU 8815-EXIT.

           MOVE SPACES                      TO HM-DATA(1:HM-LENGTH).

           IF  HM-RETURN-CODE EQUAL '00'
               MOVE HM-DIGEST               TO SH-HASH
           ELSE
               MOVE SPACES                  TO SH-HASH.

       8810-EXIT.
           EXIT.

      *****************************************************************
      * LINK ZFAM187 for a digest.                                    *
      *****************************************************************
       8815-LINK-ZFAM187.
           EXEC CICS LINK PROGRAM(ZFAM187)
                COMMAREA(HM-COMMAREA)
                LENGTH  (LENGTH OF HM-COMMAREA)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE '99'                    TO HM-RETURN-CODE.

       8815-EXIT.
           EXIT.

      *****************************************************************
      * A new 8-character secret: one character of SECRET-CHARS for   *
      * each of the first eight bytes of the next seed digest.        *
      *****************************************************************
       8820-NEW-SECRET.
           PERFORM 8805-NEXT-SEED         THRU 8805-EXIT.

           MOVE SPACES                      TO SH-SECRET.

           PERFORM 8830-SECRET-CHAR       THRU 8830-EXIT
               VARYING SECRET-SUB FROM 1 BY 1
                 UNTIL SECRET-SUB GREATER THAN LENGTH OF SH-SECRET.

       8820-EXIT.
           EXIT.

      *****************************************************************
      * One secret character from one digest byte (two hex digits).   *
      *****************************************************************
       8830-SECRET-CHAR.
           COMPUTE SECRET-POS = SECRET-SUB * 2 - 1.

           MOVE ZEROES                      TO SECRET-HIGH
                                               SECRET-LOW.
           INSPECT HEX-CHARS TALLYING SECRET-HIGH
               FOR CHARACTERS BEFORE INITIAL HM-DIGEST(SECRET-POS:1).
           ADD  1                           TO SECRET-POS.
           INSPECT HEX-CHARS TALLYING SECRET-LOW
               FOR CHARACTERS BEFORE INITIAL HM-DIGEST(SECRET-POS:1).

           COMPUTE SECRET-VALUE = SECRET-HIGH * 16 + SECRET-LOW.

           DIVIDE SECRET-VALUE BY LENGTH OF SECRET-CHARS
               GIVING    SECRET-QUOTIENT
               REMAINDER SECRET-INDEX.
           ADD  1                           TO SECRET-INDEX.

           MOVE SECRET-CHARS(SECRET-INDEX:1)
                                            TO SH-SECRET(SECRET-SUB:1).

       8830-EXIT.
           EXIT.

      *****************************************************************
      * Take NL-ADDRESS apart the way ZFAM002 takes the client's      *
      * address apart: NL-A-KIND '4' with the NL-A-LOW to NL-A-HIGH   *
      * range of an optional /nn prefix length, '6' for IPv6 text,    *
      * SPACES for anything else.                                     *
      *****************************************************************
       8900-PARSE-ADDRESS.
           MOVE SPACES                TO NL-A-KIND
                                         NL-A-HOST
                                         NL-A-BITS.
           MOVE ZEROES                TO NL-A-VALUE
                                         NL-A-LOW
                                         NL-A-HIGH
                                         NL-A-DOTS
                                         NL-A-COLONS
                                         NL-A-HOST-LENGTH
                                         NL-A-BITS-LENGTH.

           INSPECT NL-ADDRESS
               CONVERTING 'ABCDEF' TO 'abcdef'.

           IF  NL-ADDRESS(1:7) EQUAL '::ffff:'
               MOVE NL-ADDRESS(8:36)  TO NL-A-WORK
               MOVE NL-A-WORK         TO NL-ADDRESS.

           INSPECT NL-ADDRESS
               TALLYING NL-A-DOTS   FOR ALL '.'
                        NL-A-COLONS FOR ALL ':'.

           IF  NL-A-COLONS GREATER THAN ZEROES
               IF  NL-A-DOTS EQUAL ZEROES
               AND NL-ADDRESS(40:4) EQUAL SPACES
                   MOVE '6'           TO NL-A-KIND
                   GO TO 8900-EXIT
               ELSE
                   GO TO 8900-EXIT.

           IF  NL-A-DOTS NOT EQUAL 3
               GO TO 8900-EXIT.

           MOVE 32                    TO NL-A-PREFIX.

           UNSTRING NL-ADDRESS
               DELIMITED BY '/' OR SPACE
               INTO NL-A-HOST COUNT IN NL-A-HOST-LENGTH
                    NL-A-BITS COUNT IN NL-A-BITS-LENGTH.

           IF  NL-A-HOST-LENGTH GREATER THAN LENGTH OF NL-A-HOST
           OR  NL-A-BITS-LENGTH GREATER THAN 2
               GO TO 8900-EXIT.

           IF  NL-A-BITS-LENGTH GREATER THAN ZEROES
               IF  NL-A-BITS(1:NL-A-BITS-LENGTH) NOT NUMERIC
                   GO TO 8900-EXIT
               ELSE
                   MOVE NL-A-BITS(1:NL-A-BITS-LENGTH)
                                      TO NL-A-PREFIX.

           IF  NL-A-PREFIX GREATER THAN 32
               GO TO 8900-EXIT.

           INITIALIZE NL-A-OCTETS.

           UNSTRING NL-A-HOST
               DELIMITED BY '.' OR SPACE
               INTO NL-A-DIGITS(1) COUNT IN NL-A-COUNT(1)
                    NL-A-DIGITS(2) COUNT IN NL-A-COUNT(2)
                    NL-A-DIGITS(3) COUNT IN NL-A-COUNT(3)
                    NL-A-DIGITS(4) COUNT IN NL-A-COUNT(4).

           MOVE '4'                   TO NL-A-KIND.

           PERFORM 8910-ADD-OCTET     THRU 8910-EXIT
               VARYING NL-A-SUB FROM 1 BY 1
               UNTIL NL-A-SUB GREATER THAN 4
               OR    NL-A-KIND NOT EQUAL '4'.

           IF  NL-A-KIND NOT EQUAL '4'
               MOVE SPACES            TO NL-A-KIND
               GO TO 8900-EXIT.

           COMPUTE NL-A-BLOCK = 2 ** (32 - NL-A-PREFIX).
           DIVIDE NL-A-VALUE BY NL-A-BLOCK GIVING NL-A-LOW.
           COMPUTE NL-A-LOW  = NL-A-LOW * NL-A-BLOCK.
           COMPUTE NL-A-HIGH = NL-A-LOW + NL-A-BLOCK - 1.

       8900-EXIT.
           EXIT.

       8910-ADD-OCTET.
           IF  NL-A-COUNT(NL-A-SUB) LESS    THAN 1
           OR  NL-A-COUNT(NL-A-SUB) GREATER THAN 3
               MOVE 'X'               TO NL-A-KIND
               GO TO 8910-EXIT.

           IF  NL-A-DIGITS(NL-A-SUB)(1:NL-A-COUNT(NL-A-SUB))
                                      NOT NUMERIC
               MOVE 'X'               TO NL-A-KIND
               GO TO 8910-EXIT.

           MOVE NL-A-DIGITS(NL-A-SUB)(1:NL-A-COUNT(NL-A-SUB))
                                      TO NL-A-NUMBER.

           IF  NL-A-NUMBER GREATER THAN 255
               MOVE 'X'               TO NL-A-KIND
               GO TO 8910-EXIT.

           COMPUTE NL-A-VALUE = NL-A-VALUE * 256 + NL-A-NUMBER.

       8910-EXIT.
           EXIT.

      *****************************************************************
      * Return to CICS                                                *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

      *****************************************************************
      * Confirm the action on CSSL and to the operator.               *
      *****************************************************************
       9900-CONFIRM.
           MOVE TD-TOKEN-ACTION        TO TD-MESSAGE.
           PERFORM 9910-WRITE-CSSL   THRU 9910-EXIT.

           EXEC CICS WRITE OPERATOR
                TEXT(TD-TOKEN-ACTION)
                NOHANDLE
           END-EXEC.

       9900-EXIT.
           EXIT.

      *****************************************************************
      * Write TD CSSL.                                                *
      *****************************************************************
       9910-WRITE-CSSL.
           MOVE EIBTRNID               TO TD-TRANID.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS)
                TIME(TD-TIME)
                YYYYMMDD(TD-DATE)
                TIMESEP
                DATESEP
                NOHANDLE
           END-EXEC.

           MOVE LENGTH OF TD-RECORD    TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CSSL)
                FROM(TD-RECORD)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.

       9910-EXIT.
           EXIT.

      *****************************************************************
      * Usage line for malformed input.                               *
      *****************************************************************
       9920-WRITE-USAGE.
           EXEC CICS WRITE OPERATOR
                TEXT(TD-BAD-INPUT)
                NOHANDLE
           END-EXEC.

       9920-EXIT.
           EXIT.

      *****************************************************************
      * Add TD-MESSAGE to what is shown on the terminal.              *
      *****************************************************************
       9930-TERMINAL-LINE.
           IF  TERM-OUT-LENGTH LESS THAN LENGTH OF TERM-OUTPUT
               MOVE TD-MESSAGE(1:80)
                 TO TERM-OUTPUT(TERM-OUT-LENGTH + 1:80)
               ADD  80                      TO TERM-OUT-LENGTH.

       9930-EXIT.
           EXIT.

      *****************************************************************
      * Show the terminal lines, then forget them.                    *
      *****************************************************************
       9940-SEND-TERMINAL.
           MOVE ZEROES                      TO TERM-RESP.

           IF  TERM-OUT-LENGTH GREATER THAN ZEROES
               EXEC CICS SEND TEXT
                    FROM  (TERM-OUTPUT)
                    LENGTH(TERM-OUT-LENGTH)
                    ERASE
                    FREEKB
                    RESP  (TERM-RESP)
                    NOHANDLE
               END-EXEC.

           MOVE SPACES                      TO TERM-OUTPUT.
           MOVE ZEROES                      TO TERM-OUT-LENGTH.

       9940-EXIT.
           EXIT.
