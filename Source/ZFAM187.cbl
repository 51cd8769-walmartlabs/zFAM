       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM187.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * SHA-256 digest and HMAC-SHA256 utility (FIPS 180-4, RFC       *
      * 2104).                                                        *
      *                                                               *
      * ZFAM002 LINKs this program with the ZFAMHMC commarea to       *
      * verify a signed request - the digest of the raw request body  *
      * and the HMAC of the canonical request under the credential's  *
      * signing key.  There is no ICSF or other hardware crypto       *
      * service defined anywhere in this system for a CICS program to *
      * call instead, so the algorithm is computed here.              *
      *                                                               *
      * Each 32-bit word is carried two ways: as its value, for the   *
      * additions modulo 2**32, and as a string of 32 '0'/'1' digits, *
      * for the bitwise work.  A rotate or shift is a pair of         *
      * reference-modified MOVEs of the digit string.  Two or three   *
      * digit strings added as decimal numbers never carry (no digit  *
      * passes 7), so each digit of the sum counts the one bits in    *
      * that position and an INSPECT CONVERTING turns the counts into *
      * the XOR, choose or majority of the words.  The byte table     *
      * below gives each byte's eight digits; the value of a digit    *
      * string is the sum of its digits' place values.                *
      *                                                               *
      * The data is hashed as the bytes passed.  A digest longer than *
      * one commarea is taken in parts (HM-PART F, N ... L) with the  *
      * running state carried in the commarea.                        *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  TWO-32                 PIC  9(10) COMP VALUE 4294967296.
       01  SUM-WORK               PIC  9(12) COMP VALUE ZEROES.
       01  QUOTIENT               PIC  9(12) COMP VALUE ZEROES.
       01  TOTAL-BITS             PIC  9(17) COMP-3 VALUE ZEROES.
       01  LENGTH-LOW             PIC  9(10) COMP VALUE ZEROES.

       01  T                      PIC S9(08) COMP VALUE ZEROES.
       01  H-SUB                  PIC S9(08) COMP VALUE ZEROES.
       01  BLOCK-NO               PIC S9(08) COMP VALUE ZEROES.
       01  BLOCK-COUNT            PIC S9(08) COMP VALUE ZEROES.
       01  BYTE-NO                PIC S9(08) COMP VALUE ZEROES.
       01  DATA-OFFSET            PIC S9(08) COMP VALUE ZEROES.
       01  REMAINDER-LEN          PIC S9(08) COMP VALUE ZEROES.
       01  HEX-POS                PIC S9(08) COMP VALUE ZEROES.
       01  NIBBLE                 PIC S9(08) COMP VALUE ZEROES.
       01  HEX-WORK               PIC  9(10) COMP VALUE ZEROES.

       01  S0-VALUE               PIC  9(10) COMP VALUE ZEROES.
       01  S1-VALUE               PIC  9(10) COMP VALUE ZEROES.
       01  CH-VALUE               PIC  9(10) COMP VALUE ZEROES.
       01  MAJ-VALUE              PIC  9(10) COMP VALUE ZEROES.
       01  T1-VALUE               PIC  9(10) COMP VALUE ZEROES.
       01  T2-VALUE               PIC  9(10) COMP VALUE ZEROES.

      *****************************************************************
      * A byte's value, for the byte table: the byte is moved into    *
      * the low half of a halfword binary field.                      *
      *****************************************************************
       01  BYTE-WORK.
           02  FILLER             PIC  X(01) VALUE LOW-VALUES.
           02  BYTE-CHAR          PIC  X(01) VALUE LOW-VALUES.

       01  BYTE-VALUE REDEFINES BYTE-WORK
                                  PIC  9(04) COMP.

      *****************************************************************
      * The block being compressed, as 512 digits, and the message    *
      * schedule and working registers, each word as digits and as    *
      * its value.                                                    *
      *****************************************************************
       01  BLOCK-BITS             PIC X(512) VALUE SPACES.

       01  W-TABLE.
           02  W-ENTRY            OCCURS 64 TIMES.
               05  W-BITS         PIC  X(32).
               05  W-VALUE        PIC  9(10) COMP.

       01  REG-TABLE.
           02  REG-ENTRY          OCCURS 8 TIMES.
               05  REG-BITS       PIC  X(32).
               05  REG-HALVES     REDEFINES REG-BITS.
                   10  REG-HI     PIC  9(16).
                   10  REG-LO     PIC  9(16).
               05  REG-VALUE      PIC  9(10) COMP.

       01  X-BITS                 PIC  X(32) VALUE SPACES.

       01  OP-1.
           02  OP-1-BITS          PIC  X(32) VALUE ALL '0'.
           02  OP-1-HALVES        REDEFINES OP-1-BITS.
               05  OP-1-HI        PIC  9(16).
               05  OP-1-LO        PIC  9(16).

       01  OP-2.
           02  OP-2-BITS          PIC  X(32) VALUE ALL '0'.
           02  OP-2-HALVES        REDEFINES OP-2-BITS.
               05  OP-2-HI        PIC  9(16).
               05  OP-2-LO        PIC  9(16).

       01  OP-3.
           02  OP-3-BITS          PIC  X(32) VALUE ALL '0'.
           02  OP-3-HALVES        REDEFINES OP-3-BITS.
               05  OP-3-HI        PIC  9(16).
               05  OP-3-LO        PIC  9(16).

       01  OP-R.
           02  OP-R-BITS          PIC  X(32) VALUE ALL '0'.
           02  OP-R-HALVES        REDEFINES OP-R-BITS.
               05  OP-R-HI        PIC  9(16).
               05  OP-R-LO        PIC  9(16).

       01  CV-BITS                PIC  X(32) VALUE ALL '0'.
       01  CV-DIGITS REDEFINES CV-BITS.
           02  CV-DIGIT           PIC  9(01) OCCURS 32 TIMES.

       01  CV-VALUE               PIC  9(10) COMP VALUE ZEROES.
       01  CV-BYTE                PIC  9(10) COMP VALUE ZEROES.
       01  CV-REST                PIC  9(10) COMP VALUE ZEROES.

      *****************************************************************
      * HMAC key block and pads.                                      *
      *****************************************************************
       01  KEY-BLOCK              PIC  X(64) VALUE LOW-VALUES.
       01  KEY-BITS               PIC X(512) VALUE SPACES.
       01  INNER-BITS             PIC X(256) VALUE SPACES.
       01  PAD-WORD               PIC  X(32) VALUE SPACES.

       01  IPAD-WORD              PIC  X(32) VALUE
           '00110110001101100011011000110110'.
       01  OPAD-WORD              PIC  X(32) VALUE
           '01011100010111000101110001011100'.

       01  HEX-CHARS              PIC  X(16) VALUE '0123456789abcdef'.
       01  HEX-TABLE REDEFINES HEX-CHARS.
           02  HEX-CHAR           PIC  X(01) OCCURS 16 TIMES.

      *****************************************************************
      * Initial hash value - the first 32 bits of the fractional      *
      * parts of the square roots of the first eight primes.          *
      *****************************************************************
       01  H-INITIAL-VALUES.
           02  FILLER             PIC  9(10) VALUE 1779033703.
           02  FILLER             PIC  9(10) VALUE 3144134277.
           02  FILLER             PIC  9(10) VALUE 1013904242.
           02  FILLER             PIC  9(10) VALUE 2773480762.
           02  FILLER             PIC  9(10) VALUE 1359893119.
           02  FILLER             PIC  9(10) VALUE 2600822924.
           02  FILLER             PIC  9(10) VALUE 0528734635.
           02  FILLER             PIC  9(10) VALUE 1541459225.

       01  H-INITIAL-TABLE REDEFINES H-INITIAL-VALUES.
           02  H-INITIAL          PIC  9(10) OCCURS 8 TIMES.

      *****************************************************************
      * Round constants - the first 32 bits of the fractional parts   *
      * of the cube roots of the first sixty-four primes.             *
      *****************************************************************
       01  K-VALUES.
           02  FILLER             PIC  9(10) VALUE 1116352408.
           02  FILLER             PIC  9(10) VALUE 1899447441.
           02  FILLER             PIC  9(10) VALUE 3049323471.
           02  FILLER             PIC  9(10) VALUE 3921009573.
           02  FILLER             PIC  9(10) VALUE 0961987163.
           02  FILLER             PIC  9(10) VALUE 1508970993.
           02  FILLER             PIC  9(10) VALUE 2453635748.
           02  FILLER             PIC  9(10) VALUE 2870763221.
           02  FILLER             PIC  9(10) VALUE 3624381080.
           02  FILLER             PIC  9(10) VALUE 0310598401.
           02  FILLER             PIC  9(10) VALUE 0607225278.
           02  FILLER             PIC  9(10) VALUE 1426881987.
           02  FILLER             PIC  9(10) VALUE 1925078388.
           02  FILLER             PIC  9(10) VALUE 2162078206.
           02  FILLER             PIC  9(10) VALUE 2614888103.
           02  FILLER             PIC  9(10) VALUE 3248222580.
           02  FILLER             PIC  9(10) VALUE 3835390401.
           02  FILLER             PIC  9(10) VALUE 4022224774.
           02  FILLER             PIC  9(10) VALUE 0264347078.
           02  FILLER             PIC  9(10) VALUE 0604807628.
           02  FILLER             PIC  9(10) VALUE 0770255983.
           02  FILLER             PIC  9(10) VALUE 1249150122.
           02  FILLER             PIC  9(10) VALUE 1555081692.
           02  FILLER             PIC  9(10) VALUE 1996064986.
           02  FILLER             PIC  9(10) VALUE 2554220882.
           02  FILLER             PIC  9(10) VALUE 2821834349.
           02  FILLER             PIC  9(10) VALUE 2952996808.
           02  FILLER             PIC  9(10) VALUE 3210313671.
           02  FILLER             PIC  9(10) VALUE 3336571891.
           02  FILLER             PIC  9(10) VALUE 3584528711.
           02  FILLER             PIC  9(10) VALUE 0113926993.
           02  FILLER             PIC  9(10) VALUE 0338241895.
           02  FILLER             PIC  9(10) VALUE 0666307205.
           02  FILLER             PIC  9(10) VALUE 0773529912.
           02  FILLER             PIC  9(10) VALUE 1294757372.
           02  FILLER             PIC  9(10) VALUE 1396182291.
           02  FILLER             PIC  9(10) VALUE 1695183700.
           02  FILLER             PIC  9(10) VALUE 1986661051.
           02  FILLER             PIC  9(10) VALUE 2177026350.
           02  FILLER             PIC  9(10) VALUE 2456956037.
           02  FILLER             PIC  9(10) VALUE 2730485921.
           02  FILLER             PIC  9(10) VALUE 2820302411.
           02  FILLER             PIC  9(10) VALUE 3259730800.
           02  FILLER             PIC  9(10) VALUE 3345764771.
           02  FILLER             PIC  9(10) VALUE 3516065817.
           02  FILLER             PIC  9(10) VALUE 3600352804.
           02  FILLER             PIC  9(10) VALUE 4094571909.
           02  FILLER             PIC  9(10) VALUE 0275423344.
           02  FILLER             PIC  9(10) VALUE 0430227734.
           02  FILLER             PIC  9(10) VALUE 0506948616.
           02  FILLER             PIC  9(10) VALUE 0659060556.
           02  FILLER             PIC  9(10) VALUE 0883997877.
           02  FILLER             PIC  9(10) VALUE 0958139571.
           02  FILLER             PIC  9(10) VALUE 1322822218.
           02  FILLER             PIC  9(10) VALUE 1537002063.
           02  FILLER             PIC  9(10) VALUE 1747873779.
           02  FILLER             PIC  9(10) VALUE 1955562222.
           02  FILLER             PIC  9(10) VALUE 2024104815.
           02  FILLER             PIC  9(10) VALUE 2227730452.
           02  FILLER             PIC  9(10) VALUE 2361852424.
           02  FILLER             PIC  9(10) VALUE 2428436474.
           02  FILLER             PIC  9(10) VALUE 2756734187.
           02  FILLER             PIC  9(10) VALUE 3204031479.
           02  FILLER             PIC  9(10) VALUE 3329325298.

       01  K-TABLE REDEFINES K-VALUES.
           02  K-VALUE            PIC  9(10) OCCURS 64 TIMES.

      *****************************************************************
      * Byte table - the eight binary digits of byte values X'00'     *
      * through X'FF', in order.                                      *
      *****************************************************************
       01  BYTE-PATTERNS.
           02  FILLER             PIC  X(08) VALUE '00000000'.
           02  FILLER             PIC  X(08) VALUE '00000001'.
           02  FILLER             PIC  X(08) VALUE '00000010'.
           02  FILLER             PIC  X(08) VALUE '00000011'.
           02  FILLER             PIC  X(08) VALUE '00000100'.
           02  FILLER             PIC  X(08) VALUE '00000101'.
           02  FILLER             PIC  X(08) VALUE '00000110'.
           02  FILLER             PIC  X(08) VALUE '00000111'.
           02  FILLER             PIC  X(08) VALUE '00001000'.
           02  FILLER             PIC  X(08) VALUE '00001001'.
           02  FILLER             PIC  X(08) VALUE '00001010'.
           02  FILLER             PIC  X(08) VALUE '00001011'.
           02  FILLER             PIC  X(08) VALUE '00001100'.
           02  FILLER             PIC  X(08) VALUE '00001101'.
           02  FILLER             PIC  X(08) VALUE '00001110'.
           02  FILLER             PIC  X(08) VALUE '00001111'.
           02  FILLER             PIC  X(08) VALUE '00010000'.
           02  FILLER             PIC  X(08) VALUE '00010001'.
           02  FILLER             PIC  X(08) VALUE '00010010'.
           02  FILLER             PIC  X(08) VALUE '00010011'.
           02  FILLER             PIC  X(08) VALUE '00010100'.
           02  FILLER             PIC  X(08) VALUE '00010101'.
           02  FILLER             PIC  X(08) VALUE '00010110'.
           02  FILLER             PIC  X(08) VALUE '00010111'.
           02  FILLER             PIC  X(08) VALUE '00011000'.
           02  FILLER             PIC  X(08) VALUE '00011001'.
           02  FILLER             PIC  X(08) VALUE '00011010'.
           02  FILLER             PIC  X(08) VALUE '00011011'.
           02  FILLER             PIC  X(08) VALUE '00011100'.
           02  FILLER             PIC  X(08) VALUE '00011101'.
           02  FILLER             PIC  X(08) VALUE '00011110'.
           02  FILLER             PIC  X(08) VALUE '00011111'.
           02  FILLER             PIC  X(08) VALUE '00100000'.
           02  FILLER             PIC  X(08) VALUE '00100001'.
           02  FILLER             PIC  X(08) VALUE '00100010'.
           02  FILLER             PIC  X(08) VALUE '00100011'.
           02  FILLER             PIC  X(08) VALUE '00100100'.
           02  FILLER             PIC  X(08) VALUE '00100101'.
           02  FILLER             PIC  X(08) VALUE '00100110'.
           02  FILLER             PIC  X(08) VALUE '00100111'.
           02  FILLER             PIC  X(08) VALUE '00101000'.
           02  FILLER             PIC  X(08) VALUE '00101001'.
           02  FILLER             PIC  X(08) VALUE '00101010'.
           02  FILLER             PIC  X(08) VALUE '00101011'.
           02  FILLER             PIC  X(08) VALUE '00101100'.
           02  FILLER             PIC  X(08) VALUE '00101101'.
           02  FILLER             PIC  X(08) VALUE '00101110'.
           02  FILLER             PIC  X(08) VALUE '00101111'.
           02  FILLER             PIC  X(08) VALUE '00110000'.
           02  FILLER             PIC  X(08) VALUE '00110001'.
           02  FILLER             PIC  X(08) VALUE '00110010'.
           02  FILLER             PIC  X(08) VALUE '00110011'.
           02  FILLER             PIC  X(08) VALUE '00110100'.
           02  FILLER             PIC  X(08) VALUE '00110101'.
           02  FILLER             PIC  X(08) VALUE '00110110'.
           02  FILLER             PIC  X(08) VALUE '00110111'.
           02  FILLER             PIC  X(08) VALUE '00111000'.
           02  FILLER             PIC  X(08) VALUE '00111001'.
           02  FILLER             PIC  X(08) VALUE '00111010'.
           02  FILLER             PIC  X(08) VALUE '00111011'.
           02  FILLER             PIC  X(08) VALUE '00111100'.
           02  FILLER             PIC  X(08) VALUE '00111101'.
           02  FILLER             PIC  X(08) VALUE '00111110'.
           02  FILLER             PIC  X(08) VALUE '00111111'.
           02  FILLER             PIC  X(08) VALUE '01000000'.
           02  FILLER             PIC  X(08) VALUE '01000001'.
           02  FILLER             PIC  X(08) VALUE '01000010'.
           02  FILLER             PIC  X(08) VALUE '01000011'.
           02  FILLER             PIC  X(08) VALUE '01000100'.
           02  FILLER             PIC  X(08) VALUE '01000101'.
           02  FILLER             PIC  X(08) VALUE '01000110'.
           02  FILLER             PIC  X(08) VALUE '01000111'.
           02  FILLER             PIC  X(08) VALUE '01001000'.
           02  FILLER             PIC  X(08) VALUE '01001001'.
           02  FILLER             PIC  X(08) VALUE '01001010'.
           02  FILLER             PIC  X(08) VALUE '01001011'.
           02  FILLER             PIC  X(08) VALUE '01001100'.
           02  FILLER             PIC  X(08) VALUE '01001101'.
           02  FILLER             PIC  X(08) VALUE '01001110'.
           02  FILLER             PIC  X(08) VALUE '01001111'.
           02  FILLER             PIC  X(08) VALUE '01010000'.
           02  FILLER             PIC  X(08) VALUE '01010001'.
           02  FILLER             PIC  X(08) VALUE '01010010'.
           02  FILLER             PIC  X(08) VALUE '01010011'.
           02  FILLER             PIC  X(08) VALUE '01010100'.
           02  FILLER             PIC  X(08) VALUE '01010101'.
           02  FILLER             PIC  X(08) VALUE '01010110'.
           02  FILLER             PIC  X(08) VALUE '01010111'.
           02  FILLER             PIC  X(08) VALUE '01011000'.
           02  FILLER             PIC  X(08) VALUE '01011001'.
           02  FILLER             PIC  X(08) VALUE '01011010'.
           02  FILLER             PIC  X(08) VALUE '01011011'.
           02  FILLER             PIC  X(08) VALUE '01011100'.
           02  FILLER             PIC  X(08) VALUE '01011101'.
           02  FILLER             PIC  X(08) VALUE '01011110'.
           02  FILLER             PIC  X(08) VALUE '01011111'.
           02  FILLER             PIC  X(08) VALUE '01100000'.
           02  FILLER             PIC  X(08) VALUE '01100001'.
           02  FILLER             PIC  X(08) VALUE '01100010'.
           02  FILLER             PIC  X(08) VALUE '01100011'.
           02  FILLER             PIC  X(08) VALUE '01100100'.
           02  FILLER             PIC  X(08) VALUE '01100101'.
           02  FILLER             PIC  X(08) VALUE '01100110'.
           02  FILLER             PIC  X(08) VALUE '01100111'.
           02  FILLER             PIC  X(08) VALUE '01101000'.
           02  FILLER             PIC  X(08) VALUE '01101001'.
           02  FILLER             PIC  X(08) VALUE '01101010'.
           02  FILLER             PIC  X(08) VALUE '01101011'.
           02  FILLER             PIC  X(08) VALUE '01101100'.
           02  FILLER             PIC  X(08) VALUE '01101101'.
           02  FILLER             PIC  X(08) VALUE '01101110'.
           02  FILLER             PIC  X(08) VALUE '01101111'.
           02  FILLER             PIC  X(08) VALUE '01110000'.
           02  FILLER             PIC  X(08) VALUE '01110001'.
           02  FILLER             PIC  X(08) VALUE '01110010'.
           02  FILLER             PIC  X(08) VALUE '01110011'.
           02  FILLER             PIC  X(08) VALUE '01110100'.
           02  FILLER             PIC  X(08) VALUE '01110101'.
           02  FILLER             PIC  X(08) VALUE '01110110'.
           02  FILLER             PIC  X(08) VALUE '01110111'.
           02  FILLER             PIC  X(08) VALUE '01111000'.
           02  FILLER             PIC  X(08) VALUE '01111001'.
           02  FILLER             PIC  X(08) VALUE '01111010'.
           02  FILLER             PIC  X(08) VALUE '01111011'.
           02  FILLER             PIC  X(08) VALUE '01111100'.
           02  FILLER             PIC  X(08) VALUE '01111101'.
           02  FILLER             PIC  X(08) VALUE '01111110'.
           02  FILLER             PIC  X(08) VALUE '01111111'.
           02  FILLER             PIC  X(08) VALUE '10000000'.
           02  FILLER             PIC  X(08) VALUE '10000001'.
           02  FILLER             PIC  X(08) VALUE '10000010'.
           02  FILLER             PIC  X(08) VALUE '10000011'.
           02  FILLER             PIC  X(08) VALUE '10000100'.
           02  FILLER             PIC  X(08) VALUE '10000101'.
           02  FILLER             PIC  X(08) VALUE '10000110'.
           02  FILLER             PIC  X(08) VALUE '10000111'.
           02  FILLER             PIC  X(08) VALUE '10001000'.
           02  FILLER             PIC  X(08) VALUE '10001001'.
           02  FILLER             PIC  X(08) VALUE '10001010'.
           02  FILLER             PIC  X(08) VALUE '10001011'.
           02  FILLER             PIC  X(08) VALUE '10001100'.
           02  FILLER             PIC  X(08) VALUE '10001101'.
           02  FILLER             PIC  X(08) VALUE '10001110'.
           02  FILLER             PIC  X(08) VALUE '10001111'.
           02  FILLER             PIC  X(08) VALUE '10010000'.
           02  FILLER             PIC  X(08) VALUE '10010001'.
           02  FILLER             PIC  X(08) VALUE '10010010'.
           02  FILLER             PIC  X(08) VALUE '10010011'.
           02  FILLER             PIC  X(08) VALUE '10010100'.
           02  FILLER             PIC  X(08) VALUE '10010101'.
           02  FILLER             PIC  X(08) VALUE '10010110'.
           02  FILLER             PIC  X(08) VALUE '10010111'.
           02  FILLER             PIC  X(08) VALUE '10011000'.
           02  FILLER             PIC  X(08) VALUE '10011001'.
           02  FILLER             PIC  X(08) VALUE '10011010'.
           02  FILLER             PIC  X(08) VALUE '10011011'.
           02  FILLER             PIC  X(08) VALUE '10011100'.
           02  FILLER             PIC  X(08) VALUE '10011101'.
           02  FILLER             PIC  X(08) VALUE '10011110'.
           02  FILLER             PIC  X(08) VALUE '10011111'.
           02  FILLER             PIC  X(08) VALUE '10100000'.
           02  FILLER             PIC  X(08) VALUE '10100001'.
           02  FILLER             PIC  X(08) VALUE '10100010'.
           02  FILLER             PIC  X(08) VALUE '10100011'.
           02  FILLER             PIC  X(08) VALUE '10100100'.
           02  FILLER             PIC  X(08) VALUE '10100101'.
           02  FILLER             PIC  X(08) VALUE '10100110'.
           02  FILLER             PIC  X(08) VALUE '10100111'.
           02  FILLER             PIC  X(08) VALUE '10101000'.
           02  FILLER             PIC  X(08) VALUE '10101001'.
           02  FILLER             PIC  X(08) VALUE '10101010'.
           02  FILLER             PIC  X(08) VALUE '10101011'.
           02  FILLER             PIC  X(08) VALUE '10101100'.
           02  FILLER             PIC  X(08) VALUE '10101101'.
           02  FILLER             PIC  X(08) VALUE '10101110'.
           02  FILLER             PIC  X(08) VALUE '10101111'.
           02  FILLER             PIC  X(08) VALUE '10110000'.
           02  FILLER             PIC  X(08) VALUE '10110001'.
           02  FILLER             PIC  X(08) VALUE '10110010'.
           02  FILLER             PIC  X(08) VALUE '10110011'.
           02  FILLER             PIC  X(08) VALUE '10110100'.
           02  FILLER             PIC  X(08) VALUE '10110101'.
           02  FILLER             PIC  X(08) VALUE '10110110'.
           02  FILLER             PIC  X(08) VALUE '10110111'.
           02  FILLER             PIC  X(08) VALUE '10111000'.
           02  FILLER             PIC  X(08) VALUE '10111001'.
           02  FILLER             PIC  X(08) VALUE '10111010'.
           02  FILLER             PIC  X(08) VALUE '10111011'.
           02  FILLER             PIC  X(08) VALUE '10111100'.
           02  FILLER             PIC  X(08) VALUE '10111101'.
           02  FILLER             PIC  X(08) VALUE '10111110'.
           02  FILLER             PIC  X(08) VALUE '10111111'.
           02  FILLER             PIC  X(08) VALUE '11000000'.
           02  FILLER             PIC  X(08) VALUE '11000001'.
           02  FILLER             PIC  X(08) VALUE '11000010'.
           02  FILLER             PIC  X(08) VALUE '11000011'.
           02  FILLER             PIC  X(08) VALUE '11000100'.
           02  FILLER             PIC  X(08) VALUE '11000101'.
           02  FILLER             PIC  X(08) VALUE '11000110'.
           02  FILLER             PIC  X(08) VALUE '11000111'.
           02  FILLER             PIC  X(08) VALUE '11001000'.
           02  FILLER             PIC  X(08) VALUE '11001001'.
           02  FILLER             PIC  X(08) VALUE '11001010'.
           02  FILLER             PIC  X(08) VALUE '11001011'.
           02  FILLER             PIC  X(08) VALUE '11001100'.
           02  FILLER             PIC  X(08) VALUE '11001101'.
           02  FILLER             PIC  X(08) VALUE '11001110'.
           02  FILLER             PIC  X(08) VALUE '11001111'.
           02  FILLER             PIC  X(08) VALUE '11010000'.
           02  FILLER             PIC  X(08) VALUE '11010001'.
           02  FILLER             PIC  X(08) VALUE '11010010'.
           02  FILLER             PIC  X(08) VALUE '11010011'.
           02  FILLER             PIC  X(08) VALUE '11010100'.
           02  FILLER             PIC  X(08) VALUE '11010101'.
           02  FILLER             PIC  X(08) VALUE '11010110'.
           02  FILLER             PIC  X(08) VALUE '11010111'.
           02  FILLER             PIC  X(08) VALUE '11011000'.
           02  FILLER             PIC  X(08) VALUE '11011001'.
           02  FILLER             PIC  X(08) VALUE '11011010'.
           02  FILLER             PIC  X(08) VALUE '11011011'.
           02  FILLER             PIC  X(08) VALUE '11011100'.
           02  FILLER             PIC  X(08) VALUE '11011101'.
           02  FILLER             PIC  X(08) VALUE '11011110'.
           02  FILLER             PIC  X(08) VALUE '11011111'.
           02  FILLER             PIC  X(08) VALUE '11100000'.
           02  FILLER             PIC  X(08) VALUE '11100001'.
           02  FILLER             PIC  X(08) VALUE '11100010'.
           02  FILLER             PIC  X(08) VALUE '11100011'.
           02  FILLER             PIC  X(08) VALUE '11100100'.
           02  FILLER             PIC  X(08) VALUE '11100101'.
           02  FILLER             PIC  X(08) VALUE '11100110'.
           02  FILLER             PIC  X(08) VALUE '11100111'.
           02  FILLER             PIC  X(08) VALUE '11101000'.
           02  FILLER             PIC  X(08) VALUE '11101001'.
           02  FILLER             PIC  X(08) VALUE '11101010'.
           02  FILLER             PIC  X(08) VALUE '11101011'.
           02  FILLER             PIC  X(08) VALUE '11101100'.
           02  FILLER             PIC  X(08) VALUE '11101101'.
           02  FILLER             PIC  X(08) VALUE '11101110'.
           02  FILLER             PIC  X(08) VALUE '11101111'.
           02  FILLER             PIC  X(08) VALUE '11110000'.
           02  FILLER             PIC  X(08) VALUE '11110001'.
           02  FILLER             PIC  X(08) VALUE '11110010'.
           02  FILLER             PIC  X(08) VALUE '11110011'.
           02  FILLER             PIC  X(08) VALUE '11110100'.
           02  FILLER             PIC  X(08) VALUE '11110101'.
           02  FILLER             PIC  X(08) VALUE '11110110'.
           02  FILLER             PIC  X(08) VALUE '11110111'.
           02  FILLER             PIC  X(08) VALUE '11111000'.
           02  FILLER             PIC  X(08) VALUE '11111001'.
           02  FILLER             PIC  X(08) VALUE '11111010'.
           02  FILLER             PIC  X(08) VALUE '11111011'.
           02  FILLER             PIC  X(08) VALUE '11111100'.
           02  FILLER             PIC  X(08) VALUE '11111101'.
           02  FILLER             PIC  X(08) VALUE '11111110'.
           02  FILLER             PIC  X(08) VALUE '11111111'.

       01  BYTE-TABLE REDEFINES BYTE-PATTERNS.
           02  BYTE-BITS          PIC  X(08) OCCURS 256 TIMES.

      *****************************************************************
      * Commarea                                                      *
      *****************************************************************
       COPY ZFAMHMC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC X(32210).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.

           IF  HM-RETURN-CODE EQUAL '00'
           AND HM-FUNCTION    EQUAL 'D'
               PERFORM 2000-DIGEST         THRU 2000-EXIT.

           IF  HM-RETURN-CODE EQUAL '00'
           AND HM-FUNCTION    EQUAL 'H'
               PERFORM 3000-HMAC           THRU 3000-EXIT.

           MOVE HM-COMMAREA           TO DFHCOMMAREA.

           PERFORM 9000-RETURN             THRU 9000-EXIT.

      *****************************************************************
      * Pick up the request and check it.                             *
      *****************************************************************
       1000-INITIALIZE.
           MOVE DFHCOMMAREA           TO HM-COMMAREA.
           MOVE '00'                  TO HM-RETURN-CODE.
           MOVE SPACES                TO HM-DIGEST.

           IF  HM-FUNCTION NOT EQUAL 'D'
           AND HM-FUNCTION NOT EQUAL 'H'
               MOVE '01'              TO HM-RETURN-CODE
               GO TO 1000-EXIT.

           IF  HM-PART NOT EQUAL 'A'
           AND HM-PART NOT EQUAL 'F'
           AND HM-PART NOT EQUAL 'N'
           AND HM-PART NOT EQUAL 'L'
               MOVE '01'              TO HM-RETURN-CODE
               GO TO 1000-EXIT.

           IF  HM-FUNCTION EQUAL 'H'
           AND HM-PART NOT EQUAL 'A'
               MOVE '01'              TO HM-RETURN-CODE
               GO TO 1000-EXIT.

           IF  HM-LENGTH LESS THAN ZEROES
           OR  HM-LENGTH GREATER THAN LENGTH OF HM-DATA
               MOVE '04'              TO HM-RETURN-CODE
               GO TO 1000-EXIT.

           IF  HM-FUNCTION EQUAL 'H'
               IF  HM-KEY-LENGTH LESS THAN 1
               OR  HM-KEY-LENGTH GREATER THAN LENGTH OF HM-KEY
                   MOVE '03'          TO HM-RETURN-CODE
                   GO TO 1000-EXIT.

           DIVIDE HM-LENGTH BY 64 GIVING BLOCK-COUNT
               REMAINDER REMAINDER-LEN.

           IF  HM-PART EQUAL 'F'
           OR  HM-PART EQUAL 'N'
               IF  REMAINDER-LEN NOT EQUAL ZEROES
                   MOVE '02'          TO HM-RETURN-CODE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * D - SHA-256 of the data.  A first (or only) part starts from  *
      * the initial hash value; a last (or only) part pads the        *
      * message out and answers the digest.                           *
      *****************************************************************
       2000-DIGEST.
           IF  HM-PART EQUAL 'A'
           OR  HM-PART EQUAL 'F'
               PERFORM 7000-RESET-STATE    THRU 7000-EXIT.

           PERFORM 4000-FEED-DATA          THRU 4000-EXIT.

           IF  HM-PART EQUAL 'A'
           OR  HM-PART EQUAL 'L'
               PERFORM 4200-FINAL-BLOCKS   THRU 4200-EXIT
               PERFORM 8300-STATE-TO-HEX   THRU 8300-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * H - HMAC-SHA256: the digest of (key XOR opad) followed by the *
      * digest of (key XOR ipad) followed by the data.  The key is    *
      * padded with X'00' to the 64-byte block size.                  *
      *****************************************************************
       3000-HMAC.
           MOVE LOW-VALUES            TO KEY-BLOCK.
           MOVE HM-KEY(1:HM-KEY-LENGTH)
             TO KEY-BLOCK(1:HM-KEY-LENGTH).

           PERFORM 3100-KEY-BYTE           THRU 3100-EXIT
               VARYING BYTE-NO FROM 1 BY 1
                 UNTIL BYTE-NO GREATER THAN 64.

           PERFORM 7000-RESET-STATE        THRU 7000-EXIT.
           MOVE IPAD-WORD             TO PAD-WORD.
           PERFORM 3200-PAD-KEY            THRU 3200-EXIT.
           PERFORM 5000-COMPRESS           THRU 5000-EXIT.

           MOVE 64                    TO HM-TOTAL.
           PERFORM 4000-FEED-DATA          THRU 4000-EXIT.
           PERFORM 4200-FINAL-BLOCKS       THRU 4200-EXIT.

           PERFORM 3300-SAVE-INNER         THRU 3300-EXIT
               VARYING H-SUB FROM 1 BY 1
                 UNTIL H-SUB GREATER THAN 8.

           PERFORM 7000-RESET-STATE        THRU 7000-EXIT.
           MOVE OPAD-WORD             TO PAD-WORD.
           PERFORM 3200-PAD-KEY            THRU 3200-EXIT.
           PERFORM 5000-COMPRESS           THRU 5000-EXIT.

      *****************************************************************
      * The outer message is the 32-byte inner digest: one block,     *
      * padded, for 96 bytes (768 bits) in all.                       *
      *****************************************************************
           MOVE ALL '0'               TO BLOCK-BITS.
           MOVE INNER-BITS            TO BLOCK-BITS(1:256).
           MOVE '1'                   TO BLOCK-BITS(257:1).
           MOVE 768                   TO CV-VALUE.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO BLOCK-BITS(481:32).
           PERFORM 5000-COMPRESS           THRU 5000-EXIT.

           MOVE 96                    TO HM-TOTAL.
           PERFORM 8300-STATE-TO-HEX       THRU 8300-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * One key byte into KEY-BITS.                                   *
      *****************************************************************
       3100-KEY-BYTE.
           MOVE KEY-BLOCK(BYTE-NO:1)  TO BYTE-CHAR.
           MOVE BYTE-BITS(BYTE-VALUE + 1)
             TO KEY-BITS(BYTE-NO * 8 - 7:8).

       3100-EXIT.
           EXIT.

      *****************************************************************
      * BLOCK-BITS gets the key XOR the pad, a word at a time.        *
      *****************************************************************
       3200-PAD-KEY.
           PERFORM 3210-PAD-WORD           THRU 3210-EXIT
               VARYING T FROM 1 BY 1
                 UNTIL T GREATER THAN 16.

       3200-EXIT.
           EXIT.

       3210-PAD-WORD.
           MOVE KEY-BITS(T * 32 - 31:32)  TO OP-1-BITS.
           MOVE PAD-WORD                  TO OP-2-BITS.
           MOVE ALL '0'                   TO OP-3-BITS.
           PERFORM 8000-XOR3               THRU 8000-EXIT.
           MOVE OP-R-BITS             TO BLOCK-BITS(T * 32 - 31:32).

       3210-EXIT.
           EXIT.

      *****************************************************************
      * Keep the inner digest, as digits, for the outer message.      *
      *****************************************************************
       3300-SAVE-INNER.
           MOVE HM-H(H-SUB)           TO CV-VALUE.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO INNER-BITS(H-SUB * 32 - 31:32).

       3300-EXIT.
           EXIT.

      *****************************************************************
      * Compress every whole 64-byte block of the data passed.  What  *
      * is left over (only ever on an A or L part) is picked up by    *
      * 4200-FINAL-BLOCKS.                                            *
      *****************************************************************
       4000-FEED-DATA.
           DIVIDE HM-LENGTH BY 64 GIVING BLOCK-COUNT
               REMAINDER REMAINDER-LEN.

           PERFORM 4100-DATA-BLOCK         THRU 4100-EXIT
               VARYING BLOCK-NO FROM 1 BY 1
                 UNTIL BLOCK-NO GREATER THAN BLOCK-COUNT.

           ADD  HM-LENGTH             TO HM-TOTAL.

       4000-EXIT.
           EXIT.

       4100-DATA-BLOCK.
           COMPUTE DATA-OFFSET = (BLOCK-NO - 1) * 64.

           PERFORM 4110-DATA-BYTE          THRU 4110-EXIT
               VARYING BYTE-NO FROM 1 BY 1
                 UNTIL BYTE-NO GREATER THAN 64.

           PERFORM 5000-COMPRESS           THRU 5000-EXIT.

       4100-EXIT.
           EXIT.

       4110-DATA-BYTE.
           MOVE HM-DATA(DATA-OFFSET + BYTE-NO:1)  TO BYTE-CHAR.
           MOVE BYTE-BITS(BYTE-VALUE + 1)
             TO BLOCK-BITS(BYTE-NO * 8 - 7:8).

       4110-EXIT.
           EXIT.

      *****************************************************************
      * Pad the message: the bytes left over, a one bit, zeros, and   *
      * the message length in bits as a 64-bit number - in one block  *
      * or, when the left-over bytes leave no room for the length,    *
      * two.                                                          *
      *****************************************************************
       4200-FINAL-BLOCKS.
           MOVE ALL '0'               TO BLOCK-BITS.
           COMPUTE DATA-OFFSET = BLOCK-COUNT * 64.

           PERFORM 4110-DATA-BYTE          THRU 4110-EXIT
               VARYING BYTE-NO FROM 1 BY 1
                 UNTIL BYTE-NO GREATER THAN REMAINDER-LEN.

           MOVE '1'
             TO BLOCK-BITS(REMAINDER-LEN * 8 + 1:1).

           IF  REMAINDER-LEN GREATER THAN 55
               PERFORM 5000-COMPRESS       THRU 5000-EXIT
               MOVE ALL '0'           TO BLOCK-BITS.

           COMPUTE TOTAL-BITS = HM-TOTAL * 8.
           DIVIDE TOTAL-BITS BY TWO-32 GIVING CV-VALUE
               REMAINDER LENGTH-LOW.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO BLOCK-BITS(449:32).

           MOVE LENGTH-LOW            TO CV-VALUE.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO BLOCK-BITS(481:32).

           PERFORM 5000-COMPRESS           THRU 5000-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      * Compress BLOCK-BITS into the hash value in HM-STATE.          *
      *****************************************************************
       5000-COMPRESS.
           PERFORM 5100-LOAD-WORD          THRU 5100-EXIT
               VARYING T FROM 1 BY 1
                 UNTIL T GREATER THAN 16.

           PERFORM 5200-EXPAND-WORD        THRU 5200-EXIT
               VARYING T FROM 17 BY 1
                 UNTIL T GREATER THAN 64.

           PERFORM 5300-LOAD-REGISTER      THRU 5300-EXIT
               VARYING H-SUB FROM 1 BY 1
                 UNTIL H-SUB GREATER THAN 8.

           PERFORM 5400-ROUND              THRU 5400-EXIT
               VARYING T FROM 1 BY 1
                 UNTIL T GREATER THAN 64.

           PERFORM 5500-ADD-REGISTER       THRU 5500-EXIT
               VARYING H-SUB FROM 1 BY 1
                 UNTIL H-SUB GREATER THAN 8.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Message schedule words 1 through 16 are the block itself.     *
      *****************************************************************
       5100-LOAD-WORD.
           MOVE BLOCK-BITS(T * 32 - 31:32)  TO W-BITS(T)
                                               CV-BITS.
           PERFORM 8100-BITS-TO-VALUE      THRU 8100-EXIT.
           MOVE CV-VALUE              TO W-VALUE(T).

       5100-EXIT.
           EXIT.

      *****************************************************************
      * Words 17 through 64:                                          *
      *   W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16)          *
      *   s0(x) = ROTR 7 (x) XOR ROTR 18 (x) XOR SHR 3 (x)            *
      *   s1(x) = ROTR 17 (x) XOR ROTR 19 (x) XOR SHR 10 (x)          *
      *****************************************************************
       5200-EXPAND-WORD.
           MOVE W-BITS(T - 15)        TO X-BITS.
           MOVE X-BITS(26:7)          TO OP-1-BITS(1:7).
           MOVE X-BITS(1:25)          TO OP-1-BITS(8:25).
           MOVE X-BITS(15:18)         TO OP-2-BITS(1:18).
           MOVE X-BITS(1:14)          TO OP-2-BITS(19:14).
           MOVE '000'                 TO OP-3-BITS(1:3).
           MOVE X-BITS(1:29)          TO OP-3-BITS(4:29).
           PERFORM 8000-XOR3               THRU 8000-EXIT.
           MOVE CV-VALUE              TO S0-VALUE.

           MOVE W-BITS(T - 2)         TO X-BITS.
           MOVE X-BITS(16:17)         TO OP-1-BITS(1:17).
           MOVE X-BITS(1:15)          TO OP-1-BITS(18:15).
           MOVE X-BITS(14:19)         TO OP-2-BITS(1:19).
           MOVE X-BITS(1:13)          TO OP-2-BITS(20:13).
           MOVE '0000000000'          TO OP-3-BITS(1:10).
           MOVE X-BITS(1:22)          TO OP-3-BITS(11:22).
           PERFORM 8000-XOR3               THRU 8000-EXIT.
           MOVE CV-VALUE              TO S1-VALUE.

           COMPUTE SUM-WORK = S1-VALUE + W-VALUE(T - 7)
                            + S0-VALUE + W-VALUE(T - 16).
           DIVIDE SUM-WORK BY TWO-32 GIVING QUOTIENT
               REMAINDER W-VALUE(T).

           MOVE W-VALUE(T)            TO CV-VALUE.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO W-BITS(T).

       5200-EXIT.
           EXIT.

      *****************************************************************
      * Working registers a through h start as the hash value.        *
      *****************************************************************
       5300-LOAD-REGISTER.
           MOVE HM-H(H-SUB)           TO REG-VALUE(H-SUB)
                                         CV-VALUE.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO REG-BITS(H-SUB).

       5300-EXIT.
           EXIT.

      *****************************************************************
      * One round, registers a through h in REG-ENTRY 1 through 8:    *
      *   T1 = h + S1(e) + Ch(e,f,g) + K(t) + W(t)                    *
      *   T2 = S0(a) + Maj(a,b,c)                                     *
      *   h = g, g = f, f = e, e = d + T1,                            *
      *   d = c, c = b, b = a, a = T1 + T2                            *
      *   S1(e) = ROTR 6 XOR ROTR 11 XOR ROTR 25                      *
      *   S0(a) = ROTR 2 XOR ROTR 13 XOR ROTR 22                      *
      * Ch takes f's bit where e's is one and g's where it is zero -  *
      * of 4e + 2f + g in each digit, 1, 3, 6 and 7 are one.  Maj is  *
      * one where two or three of a, b and c are.                     *
      *****************************************************************
       5400-ROUND.
           MOVE REG-BITS(5)           TO X-BITS.
           MOVE X-BITS(27:6)          TO OP-1-BITS(1:6).
           MOVE X-BITS(1:26)          TO OP-1-BITS(7:26).
           MOVE X-BITS(22:11)         TO OP-2-BITS(1:11).
           MOVE X-BITS(1:21)          TO OP-2-BITS(12:21).
           MOVE X-BITS(8:25)          TO OP-3-BITS(1:25).
           MOVE X-BITS(1:7)           TO OP-3-BITS(26:7).
           PERFORM 8000-XOR3               THRU 8000-EXIT.
           MOVE CV-VALUE              TO S1-VALUE.

           COMPUTE OP-R-HI = 4 * REG-HI(5) + 2 * REG-HI(6) + REG-HI(7).
           COMPUTE OP-R-LO = 4 * REG-LO(5) + 2 * REG-LO(6) + REG-LO(7).
           INSPECT OP-R-BITS CONVERTING '01234567' TO '01010011'.
           MOVE OP-R-BITS             TO CV-BITS.
           PERFORM 8100-BITS-TO-VALUE      THRU 8100-EXIT.
           MOVE CV-VALUE              TO CH-VALUE.

           COMPUTE SUM-WORK = REG-VALUE(8) + S1-VALUE + CH-VALUE
                            + K-VALUE(T)   + W-VALUE(T).
           DIVIDE SUM-WORK BY TWO-32 GIVING QUOTIENT
               REMAINDER T1-VALUE.

           MOVE REG-BITS(1)           TO X-BITS.
           MOVE X-BITS(31:2)          TO OP-1-BITS(1:2).
           MOVE X-BITS(1:30)          TO OP-1-BITS(3:30).
           MOVE X-BITS(20:13)         TO OP-2-BITS(1:13).
           MOVE X-BITS(1:19)          TO OP-2-BITS(14:19).
           MOVE X-BITS(11:22)         TO OP-3-BITS(1:22).
           MOVE X-BITS(1:10)          TO OP-3-BITS(23:10).
           PERFORM 8000-XOR3               THRU 8000-EXIT.
           MOVE CV-VALUE              TO S0-VALUE.

           COMPUTE OP-R-HI = REG-HI(1) + REG-HI(2) + REG-HI(3).
           COMPUTE OP-R-LO = REG-LO(1) + REG-LO(2) + REG-LO(3).
           INSPECT OP-R-BITS CONVERTING '0123' TO '0011'.
           MOVE OP-R-BITS             TO CV-BITS.
           PERFORM 8100-BITS-TO-VALUE      THRU 8100-EXIT.
           MOVE CV-VALUE              TO MAJ-VALUE.

           COMPUTE SUM-WORK = S0-VALUE + MAJ-VALUE.
           DIVIDE SUM-WORK BY TWO-32 GIVING QUOTIENT
               REMAINDER T2-VALUE.

           MOVE REG-ENTRY(7)          TO REG-ENTRY(8).
           MOVE REG-ENTRY(6)          TO REG-ENTRY(7).
           MOVE REG-ENTRY(5)          TO REG-ENTRY(6).
           MOVE REG-ENTRY(4)          TO REG-ENTRY(5).
           MOVE REG-ENTRY(3)          TO REG-ENTRY(4).
           MOVE REG-ENTRY(2)          TO REG-ENTRY(3).
           MOVE REG-ENTRY(1)          TO REG-ENTRY(2).

           COMPUTE SUM-WORK = REG-VALUE(5) + T1-VALUE.
           DIVIDE SUM-WORK BY TWO-32 GIVING QUOTIENT
               REMAINDER REG-VALUE(5).
           MOVE REG-VALUE(5)          TO CV-VALUE.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO REG-BITS(5).

           COMPUTE SUM-WORK = T1-VALUE + T2-VALUE.
           DIVIDE SUM-WORK BY TWO-32 GIVING QUOTIENT
               REMAINDER REG-VALUE(1).
           MOVE REG-VALUE(1)          TO CV-VALUE.
           PERFORM 8200-VALUE-TO-BITS      THRU 8200-EXIT.
           MOVE CV-BITS               TO REG-BITS(1).

       5400-EXIT.
           EXIT.

      *****************************************************************
      * Add the working registers into the hash value.                *
      *****************************************************************
       5500-ADD-REGISTER.
           COMPUTE SUM-WORK = HM-H(H-SUB) + REG-VALUE(H-SUB).
           DIVIDE SUM-WORK BY TWO-32 GIVING QUOTIENT
               REMAINDER HM-H(H-SUB).

       5500-EXIT.
           EXIT.

      *****************************************************************
      * Start a digest from the initial hash value.                   *
      *****************************************************************
       7000-RESET-STATE.
           PERFORM 7100-RESET-WORD         THRU 7100-EXIT
               VARYING H-SUB FROM 1 BY 1
                 UNTIL H-SUB GREATER THAN 8.

           MOVE ZEROES                TO HM-TOTAL.

       7000-EXIT.
           EXIT.

       7100-RESET-WORD.
           MOVE H-INITIAL(H-SUB)      TO HM-H(H-SUB).

       7100-EXIT.
           EXIT.

      *****************************************************************
      * XOR the digit strings in OP-1, OP-2 and OP-3 into OP-R, and   *
      * its value into CV-VALUE.  Each digit of the sum is the count  *
      * of one bits in that position; odd counts are one.            *
      *****************************************************************
       8000-XOR3.
           COMPUTE OP-R-HI = OP-1-HI + OP-2-HI + OP-3-HI.
           COMPUTE OP-R-LO = OP-1-LO + OP-2-LO + OP-3-LO.
           INSPECT OP-R-BITS CONVERTING '0123' TO '0101'.
           MOVE OP-R-BITS             TO CV-BITS.
           PERFORM 8100-BITS-TO-VALUE      THRU 8100-EXIT.

       8000-EXIT.
           EXIT.

      *****************************************************************
      * The value of the digit string in CV-BITS.                     *
      *****************************************************************
       8100-BITS-TO-VALUE.
           COMPUTE CV-VALUE = CV-DIGIT(1) * 2147483648
                            + CV-DIGIT(2) * 1073741824
                            + CV-DIGIT(3) * 536870912
                            + CV-DIGIT(4) * 268435456
                            + CV-DIGIT(5) * 134217728
                            + CV-DIGIT(6) * 67108864
                            + CV-DIGIT(7) * 33554432
                            + CV-DIGIT(8) * 16777216
                            + CV-DIGIT(9) * 8388608
                            + CV-DIGIT(10) * 4194304
                            + CV-DIGIT(11) * 2097152
                            + CV-DIGIT(12) * 1048576
                            + CV-DIGIT(13) * 524288
                            + CV-DIGIT(14) * 262144
                            + CV-DIGIT(15) * 131072
                            + CV-DIGIT(16) * 65536
                            + CV-DIGIT(17) * 32768
                            + CV-DIGIT(18) * 16384
                            + CV-DIGIT(19) * 8192
                            + CV-DIGIT(20) * 4096
                            + CV-DIGIT(21) * 2048
                            + CV-DIGIT(22) * 1024
                            + CV-DIGIT(23) * 512
                            + CV-DIGIT(24) * 256
                            + CV-DIGIT(25) * 128
                            + CV-DIGIT(26) * 64
                            + CV-DIGIT(27) * 32
                            + CV-DIGIT(28) * 16
                            + CV-DIGIT(29) * 8
                            + CV-DIGIT(30) * 4
                            + CV-DIGIT(31) * 2
                            + CV-DIGIT(32).

       8100-EXIT.
           EXIT.

      *****************************************************************
      * The digit string of the value in CV-VALUE, a byte at a time.  *
      *****************************************************************
       8200-VALUE-TO-BITS.
           DIVIDE CV-VALUE BY 16777216 GIVING CV-BYTE
               REMAINDER CV-REST.
           MOVE BYTE-BITS(CV-BYTE + 1)  TO CV-BITS(1:8).

           DIVIDE CV-REST BY 65536 GIVING CV-BYTE
               REMAINDER CV-REST.
           MOVE BYTE-BITS(CV-BYTE + 1)  TO CV-BITS(9:8).

           DIVIDE CV-REST BY 256 GIVING CV-BYTE
               REMAINDER CV-REST.
           MOVE BYTE-BITS(CV-BYTE + 1)  TO CV-BITS(17:8).
           MOVE BYTE-BITS(CV-REST + 1)  TO CV-BITS(25:8).

       8200-EXIT.
           EXIT.

      *****************************************************************
      * The hash value as 64 lower-case hex characters.               *
      *****************************************************************
       8300-STATE-TO-HEX.
           PERFORM 8310-WORD-TO-HEX        THRU 8310-EXIT
               VARYING H-SUB FROM 1 BY 1
                 UNTIL H-SUB GREATER THAN 8.

       8300-EXIT.
           EXIT.

       8310-WORD-TO-HEX.
           MOVE HM-H(H-SUB)           TO HEX-WORK.

           PERFORM 8320-HEX-DIGIT          THRU 8320-EXIT
               VARYING HEX-POS FROM 8 BY -1
                 UNTIL HEX-POS LESS THAN 1.

       8310-EXIT.
           EXIT.

       8320-HEX-DIGIT.
           DIVIDE HEX-WORK BY 16 GIVING HEX-WORK
               REMAINDER NIBBLE.
           MOVE HEX-CHAR(NIBBLE + 1)
             TO HM-DIGEST(H-SUB * 8 - 8 + HEX-POS:1).

       8320-EXIT.
           EXIT.

      *****************************************************************
      * Return to the caller.                                         *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.
