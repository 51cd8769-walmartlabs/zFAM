      *****************************************************************
      * Start ZFAMKY - Signed requests                                *
      * A table or a credential may require each request to be        *
      * signed, so that a request captured from a proxy log cannot be *
      * replayed.  The client sends, beside its Authorization header: *
      *   zFAM-Timestamp       Unix time (UTC seconds) of signing     *
      *   zFAM-Nonce           1 to 32 characters, used once          *
      *   zFAM-Content-Sha256  SHA-256 of the body as sent, hex       *
      *                        (of no bytes when there is none)       *
      *   zFAM-Signature       HMAC-SHA256, hex, under the            *
      *                        credential's signing key, of the       *
      *                        ASCII canonical request:               *
      *     METHOD LF path LF query LF timestamp LF nonce LF digest   *
      *   - the path and query string exactly as sent, the digest     *
      *     in lower case.                                            *
      *                                                               *
      * ZFAM002 (9025-SIGNATURE-CHECK) rejects, each with its own     *
      * ZFAM090 reason, a missing signature, a timestamp outside the  *
      * signing window, a missing nonce, a body that does not match   *
      * its digest, a signature that does not match, and a nonce      *
      * already used.                                                 *
      *                                                               *
      * FAxxKY - one record per credential: the DD-AUTH userid or an  *
      * FAxxTK token name.  Set and removed with ZFAM129 SIGN/UNSIGN. *
      * KY-REQUIRED      Y - every request with this credential must  *
      *                      be signed                                *
      *                  N - signing is optional; a signed request is *
      *                      still checked in full                    *
      *                  Only a table setting DD-SIGNING looks here:  *
      *                  'Y' requires every credential to sign, 'C'   *
      *                  only those whose KY-REQUIRED is Y            *
      * KY-WINDOW-SECS   clock window either side of now; zero takes  *
      *                  DD-SIGN-SECS, and that zero takes 300        *
      *                                                               *
      * FAxxNS - nonces seen, keyed by the signed timestamp and the   *
      * nonce.  A replay carries the same timestamp and nonce as the  *
      * request it copies, so a duplicate key is a replay; a          *
      * timestamp outside the window never gets this far.  Once the   *
      * window has passed a timestamp its entries can never match     *
      * again, and they are deleted generically, in NS-BUCKET-SECS    *
      * slices keyed on the leading six digits of the timestamp.      *
      *                                                               *
      * <xx>NP - single-item TS queue holding the last slice deleted. *
      *****************************************************************
       01  KY-RECORD.
           02  KY-NAME            PIC  X(08) VALUE SPACES.
           02  KY-REQUIRED        PIC  X(01) VALUE 'N'.
           02  KY-KEY-LENGTH      PIC  9(02) VALUE ZEROES.
           02  KY-KEY             PIC  X(64) VALUE SPACES.
           02  KY-WINDOW-SECS     PIC  9(05) VALUE ZEROES.
           02  KY-SET-ABS         PIC  9(15) VALUE ZEROES.
           02  KY-SET-BY          PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(17) VALUE SPACES.

       01  KY-FCT.
           02  KY-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'KY  '.

       01  KY-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  KY-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  NS-RECORD.
           02  NS-KEY.
               05  NS-TIMESTAMP   PIC  9(10) VALUE ZEROES.
               05  NS-NONCE       PIC  X(32) VALUE SPACES.
           02  NS-NAME            PIC  X(08) VALUE SPACES.
           02  NS-ABS             PIC  9(15) VALUE ZEROES.
           02  FILLER             PIC  X(15) VALUE SPACES.

       01  NS-BUCKET-KEY          PIC  9(06) VALUE ZEROES.
       01  NS-BUCKET-SECS         PIC  9(05) VALUE 10000.

       01  NS-FCT.
           02  NS-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(04) VALUE 'NS  '.

       01  NS-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  NS-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  NP-CONTROL.
           02  NP-BUCKET          PIC  9(06) VALUE ZEROES.
           02  NP-PURGED-ABS      PIC  9(15) VALUE ZEROES.

       01  NP-TSQ                 PIC  X(04) VALUE 'FA##'.
       01  NP-ITEM                PIC S9(04) COMP VALUE 1.
       01  NP-RESP                PIC S9(08) COMP VALUE ZEROES.
       01  NP-LENGTH              PIC S9(04) COMP VALUE ZEROES.

       01  HTTP-SIGNATURE         PIC  X(14) VALUE 'zFAM-Signature'.
       01  HTTP-TIMESTAMP         PIC  X(14) VALUE 'zFAM-Timestamp'.
       01  HTTP-NONCE             PIC  X(10) VALUE 'zFAM-Nonce'.
       01  HTTP-CONTENT-SHA256    PIC  X(19) VALUE
           'zFAM-Content-Sha256'.
      *****************************************************************
      * End   ZFAMKY - Signed requests                                *
      *****************************************************************
