IDENTIFICATION DIVISION.
PROGRAM-ID. PWHASH.
AUTHOR. Simon Mikkelsen.
* The operator-profile file carried every password in clear text,
* and anyone allowed to browse OPERPROF.DAT in hex could read the
* administrators' passwords off the screen. This subprogram is the
* one place the suite turns a password into something safe to
* store: a random salt per password, and a salted one-way digest
* that is checked at sign-on by hashing what the operator typed
* under the stored salt. The digest is PBKDF2 (RFC 8018) with
* HMAC-SHA-256 (FIPS 180-4, RFC 2104) as its pseudo-random
* function: the password is the HMAC key, the salt is the PBKDF2
* salt, and the HMAC is iterated a thousand times so guessing
* passwords against a stolen digest is slow. The first 27 bytes of
* the derived key are stored, in base64, which fills the 36-byte
* digest field exactly; any PBKDF2-HMAC-SHA256 implementation
* given the same password, salt and count derives the same bytes.
* COBOL has no bitwise operators, so, as in CRC32, each 32-bit word
* is held as four bytes, most significant first; XOR and AND are
* looked up in 256 by 256 byte tables, rotations and shifts in
* tables of bytes shifted by 0 to 7 bits, and addition modulo 2**32
* carries from byte to byte. The tables and the SHA-256 constants
* are set up on the first digest of the run. A digest runs some two
* thousand SHA-256 blocks, so the bytes and counters it works with
* are native binary (COMP-5), two storage bytes to each byte of
* hash.
* It also owns the password policy the administration and
* password-change paths enforce: at least eight characters, no
* embedded spaces, and at least three of the four character
* classes (upper case, lower case, digits, other). The operation
* codes and the parameter area are documented in
* PWHASH-LINKAGE.CPY.

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-TABLES-BUILT-FLAG PIC X VALUE 'N'.
    88  WS-TABLES-BUILT VALUE 'Y'.
01  WS-ITERATION-COUNT PIC 9(04) VALUE 1000.
* The SHA-256 round constants K and initial hash value H(0) of
* FIPS 180-4 section 4.2.2 and 5.3.3, four words to a line.
01  WS-ROUND-CONSTANT-HEX.
    05  FILLER PIC X(32) VALUE '428A2F9871374491B5C0FBCFE9B5DBA5'.
    05  FILLER PIC X(32) VALUE '3956C25B59F111F1923F82A4AB1C5ED5'.
    05  FILLER PIC X(32) VALUE 'D807AA9812835B01243185BE550C7DC3'.
    05  FILLER PIC X(32) VALUE '72BE5D7480DEB1FE9BDC06A7C19BF174'.
    05  FILLER PIC X(32) VALUE 'E49B69C1EFBE47860FC19DC6240CA1CC'.
    05  FILLER PIC X(32) VALUE '2DE92C6F4A7484AA5CB0A9DC76F988DA'.
    05  FILLER PIC X(32) VALUE '983E5152A831C66DB00327C8BF597FC7'.
    05  FILLER PIC X(32) VALUE 'C6E00BF3D5A7914706CA635114292967'.
    05  FILLER PIC X(32) VALUE '27B70A852E1B21384D2C6DFC53380D13'.
    05  FILLER PIC X(32) VALUE '650A7354766A0ABB81C2C92E92722C85'.
    05  FILLER PIC X(32) VALUE 'A2BFE8A1A81A664BC24B8B70C76C51A3'.
    05  FILLER PIC X(32) VALUE 'D192E819D6990624F40E3585106AA070'.
    05  FILLER PIC X(32) VALUE '19A4C1161E376C082748774C34B0BCB5'.
    05  FILLER PIC X(32) VALUE '391C0CB34ED8AA4A5B9CCA4F682E6FF3'.
    05  FILLER PIC X(32) VALUE '748F82EE78A5636F84C878148CC70208'.
    05  FILLER PIC X(32) VALUE '90BEFFFAA4506CEBBEF9A3F7C67178F2'.
01  WS-INITIAL-HASH-HEX.
    05  FILLER PIC X(32) VALUE '6A09E667BB67AE853C6EF372A54FF53A'.
    05  FILLER PIC X(32) VALUE '510E527F9B05688C1F83D9AB5BE0CD19'.
01  WS-HEX-DIGITS PIC X(16) VALUE '0123456789ABCDEF'.
01  WS-HEX-PAIR PIC X(02).
01  WS-HEX-BYTE PIC 9(03) COMP-5 VALUE 0.
01  WS-HEX-POSITION PIC 9(03) COMP-5 VALUE 0.
01  WS-HEX-DIGIT PIC 9(02) COMP-5 VALUE 0.

01  WS-ROUND-CONSTANTS.
    05  WS-ROUND-CONSTANT OCCURS 64 TIMES.
        10  WS-ROUND-CONSTANT-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-INITIAL-HASH.
    05  WS-INITIAL-HASH-WORD OCCURS 8 TIMES.
        10  WS-INITIAL-HASH-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.

01  WS-NIBBLE-TABLES.
    05  WS-NIBBLE-ROW OCCURS 16 TIMES.
        10  WS-NIBBLE-XOR PIC 9(02) COMP-5 OCCURS 16 TIMES.
        10  WS-NIBBLE-AND PIC 9(02) COMP-5 OCCURS 16 TIMES.
01  WS-BYTE-TABLES.
    05  WS-BYTE-ROW OCCURS 256 TIMES.
        10  WS-BYTE-XOR PIC 9(03) COMP-5 OCCURS 256 TIMES.
        10  WS-BYTE-AND PIC 9(03) COMP-5 OCCURS 256 TIMES.
* Row s + 1 holds each byte moved s bits toward the low end
* (SHIFT-DOWN) and the s bits that fall off it moved to the top of
* the next byte down (SHIFT-UP).
01  WS-SHIFT-TABLES.
    05  WS-SHIFT-ROW OCCURS 8 TIMES.
        10  WS-SHIFT-DOWN PIC 9(03) COMP-5 OCCURS 256 TIMES.
        10  WS-SHIFT-UP PIC 9(03) COMP-5 OCCURS 256 TIMES.
01  WS-LEFT PIC 9(03) COMP-5 VALUE 0.
01  WS-RIGHT PIC 9(03) COMP-5 VALUE 0.
01  WS-LEFT-HIGH PIC 9(02) COMP-5 VALUE 0.
01  WS-LEFT-LOW PIC 9(02) COMP-5 VALUE 0.
01  WS-RIGHT-HIGH PIC 9(02) COMP-5 VALUE 0.
01  WS-RIGHT-LOW PIC 9(02) COMP-5 VALUE 0.
01  WS-BIT PIC 9(02) COMP-5 VALUE 0.
01  WS-BIT-VALUE PIC 9(03) COMP-5 VALUE 0.
01  WS-LEFT-BIT PIC 9(01) COMP-5 VALUE 0.
01  WS-RIGHT-BIT PIC 9(01) COMP-5 VALUE 0.

* The 64-byte message block, also seen as its first 32 bytes (where
* an inner HMAC digest or the previous PBKDF2 block is placed).
01  WS-MESSAGE-BLOCK.
    05  WS-BLOCK-BYTE PIC 9(03) COMP-5 OCCURS 64 TIMES.
01  WS-MESSAGE-BLOCK-R REDEFINES WS-MESSAGE-BLOCK.
    05  WS-BLOCK-DIGEST PIC X(64).
    05  FILLER PIC X(64).
01  WS-MESSAGE-LENGTH PIC 9(02) COMP-5 VALUE 0.
01  WS-TOTAL-BITS PIC 9(05) COMP-5 VALUE 0.
01  WS-PAD-BYTE PIC 9(03) COMP-5 VALUE 0.
01  WS-POSITION-IN-BLOCK PIC 9(02) COMP-5 VALUE 0.
* The message schedule W(1) .. W(64); the block fills W(1) to W(16).
01  WS-MESSAGE-SCHEDULE.
    05  WS-SCHEDULE-WORD OCCURS 64 TIMES.
        10  WS-SCHEDULE-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-MESSAGE-SCHEDULE-R REDEFINES WS-MESSAGE-SCHEDULE.
    05  WS-SCHEDULE-BLOCK PIC X(128).
    05  FILLER PIC X(384).
01  WS-STEP PIC 9(02) COMP-5 VALUE 0.
* The hash value H(i) the block is compressed into, and the eight
* working variables a .. h.
01  WS-HASH-VALUE.
    05  WS-HASH-WORD OCCURS 8 TIMES.
        10  WS-HASH-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-WORKING-VARIABLES.
    05  WS-WORKING-WORD OCCURS 8 TIMES.
        10  WS-WORKING-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-VARIABLE PIC 9(01) COMP-5 VALUE 0.
01  WS-T1-WORD.
    05  WS-T1-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-T2-WORD.
    05  WS-T2-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
* Words are added a byte at a time from the low end, the carry
* going up into the next byte and off the top.
01  WS-BYTE-SUM PIC 9(04) COMP-5 VALUE 0.
01  WS-CARRY PIC 9(01) COMP-5 VALUE 0.
01  WS-BYTE PIC 9(01) COMP-5 VALUE 0.

* The four sigma functions of FIPS 180-4 section 4.1.2 - 1 and 2
* the upper-case S0 and S1 of the rounds, 3 and 4 the lower-case
* s0 and s1 of the message schedule - are each made of rotations,
* a shift and XOR, so the sigma of a word is the XOR of the sigmas
* of its four bytes, each taken alone in its place. The table holds
* those: for every function, byte place and byte value, a word.
01  WS-SIGMA-TABLE.
    05  WS-SIGMA-FUNCTION OCCURS 4 TIMES.
        10  WS-SIGMA-PLACE OCCURS 4 TIMES.
            15  WS-SIGMA-ENTRY OCCURS 256 TIMES.
                20  WS-SIGMA-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-SIGMA-WHICH PIC 9(01) COMP-5 VALUE 0.
01  WS-PLACE PIC 9(01) COMP-5 VALUE 0.
01  WS-SIGMA-IN.
    05  WS-SIGMA-IN-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-SIGMA-PART.
    05  WS-SIGMA-PART-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-SIGMA-OUT.
    05  WS-SIGMA-OUT-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.

* Used only to fill the sigma table: ROTATE-WORD takes ROTATE-IN by
* ROTATE-BITS into ROTATE-OUT, as a rotation ('R') or a shift with
* zeros coming in ('S'), through the input written out eight bytes
* long.
01  WS-ROTATE-IN.
    05  WS-ROTATE-IN-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-ROTATE-OUT.
    05  WS-ROTATE-OUT-BYTE PIC 9(03) COMP-5 OCCURS 4 TIMES.
01  WS-ROTATE-SPREAD.
    05  WS-ROTATE-SPREAD-HIGH PIC X(08).
    05  WS-ROTATE-SPREAD-LOW PIC X(08).
01  WS-ROTATE-SPREAD-R REDEFINES WS-ROTATE-SPREAD.
    05  WS-ROTATE-SPREAD-BYTE PIC 9(03) COMP-5 OCCURS 8 TIMES.
01  WS-ROTATE-KIND PIC X(01) VALUE 'R'.
01  WS-ROTATE-BITS PIC 9(02) COMP-5 VALUE 0.
01  WS-ROTATE-BYTES PIC 9(01) COMP-5 VALUE 0.
01  WS-ROTATE-REST PIC 9(01) COMP-5 VALUE 0.
* SIGMA-BY-ROTATION: ROTATE-IN rotated by the first two counts and
* rotated or shifted (SIGMA-KIND-3) by the third, XORed together.
01  WS-SIGMA-BITS-1 PIC 9(02) COMP-5 VALUE 0.
01  WS-SIGMA-BITS-2 PIC 9(02) COMP-5 VALUE 0.
01  WS-SIGMA-BITS-3 PIC 9(02) COMP-5 VALUE 0.
01  WS-SIGMA-KIND-3 PIC X(01) VALUE 'R'.

* PBKDF2: the hash values after the HMAC key block XOR ipad and XOR
* opad (the same for every iteration), the current block U(j), and
* the running XOR of all of them, T.
01  WS-PASSWORD-BYTES PIC 9(02) COMP-5 VALUE 0.
01  WS-CHARACTER-BYTE PIC 9(03) COMP-5 VALUE 0.
01  WS-INNER-START PIC X(64).
01  WS-OUTER-START PIC X(64).
01  WS-PBKDF2-U.
    05  WS-PBKDF2-U-BYTE PIC 9(03) COMP-5 OCCURS 32 TIMES.
01  WS-PBKDF2-T.
    05  WS-PBKDF2-T-BYTE PIC 9(03) COMP-5 OCCURS 32 TIMES.
01  WS-ITERATION PIC 9(04) COMP-5 VALUE 0.
01  WS-KEY-BYTE PIC 9(02) COMP-5 VALUE 0.
01  WS-BASE64-ALPHABET PIC X(64) VALUE
    'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789+/'.
01  WS-BASE64-GROUP PIC 9(01) COMP-5 VALUE 0.
01  WS-BASE64-VALUE PIC 9(08) VALUE 0.
01  WS-BASE64-SIXES.
    05  WS-BASE64-SIX PIC 9(02) COMP-5 OCCURS 4 TIMES.
01  WS-BASE64-SIX-INDEX PIC 9(01) COMP-5 VALUE 0.
01  WS-DIGEST-POSITION PIC 9(02) COMP-5 VALUE 0.

01  WS-SALT-ALPHABET PIC X(64) VALUE
    'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789./'.
01  WS-SALT-SEEDED-FLAG PIC X VALUE 'N'.
    88  WS-SALT-SEEDED VALUE 'Y'.
01  WS-SEED-DATE PIC 9(08) VALUE 0.
01  WS-SEED-TIME PIC 9(08) VALUE 0.
01  WS-SEED PIC 9(09) VALUE 0.
01  WS-RANDOM PIC V9(09) VALUE 0.
01  WS-SALT-POSITION PIC 9(02) COMP-5 VALUE 0.
01  WS-ALPHABET-POSITION PIC 9(02) COMP-5 VALUE 0.

01  WS-PASSWORD-LENGTH PIC 9(02) COMP-5 VALUE 0.
01  WS-POSITION PIC 9(02) COMP-5 VALUE 0.
01  WS-CHARACTER PIC X(01).
01  WS-CLASS-COUNT PIC 9(01) COMP-5 VALUE 0.
01  WS-HAS-UPPER-FLAG PIC X VALUE 'N'.
01  WS-HAS-LOWER-FLAG PIC X VALUE 'N'.
01  WS-HAS-DIGIT-FLAG PIC X VALUE 'N'.
01  WS-HAS-OTHER-FLAG PIC X VALUE 'N'.
01  WS-HAS-SPACE-FLAG PIC X VALUE 'N'.

LINKAGE SECTION.
COPY "pwhash-linkage.cpy".

PROCEDURE DIVISION USING PWHASH-REQUEST.
MAIN-PROCEDURE.
    MOVE '00' TO PWHASH-RESULT.
    MOVE SPACES TO PWHASH-REASON.
    EVALUATE PWHASH-OPERATION
     WHEN 'SLT' PERFORM DRAW-NEW-SALT
     WHEN 'HSH' PERFORM COMPUTE-DIGEST
     WHEN 'POL' PERFORM CHECK-PASSWORD-POLICY
     WHEN OTHER MOVE '08' TO PWHASH-RESULT
    END-EVALUATE.
    GOBACK.

DRAW-NEW-SALT.
* The generator is seeded once per run from the date and the time
* to the hundredth of a second; every salt after that is a further
* draw from the same sequence.
    IF NOT WS-SALT-SEEDED
     ACCEPT WS-SEED-DATE FROM DATE YYYYMMDD
     ACCEPT WS-SEED-TIME FROM TIME
     COMPUTE WS-SEED = FUNCTION MOD(WS-SEED-DATE * 100000000
         + WS-SEED-TIME 999999937)
     COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
     SET WS-SALT-SEEDED TO TRUE
    END-IF.
    PERFORM VARYING WS-SALT-POSITION FROM 1 BY 1
        UNTIL WS-SALT-POSITION > 16
     COMPUTE WS-RANDOM = FUNCTION RANDOM
     COMPUTE WS-ALPHABET-POSITION = WS-RANDOM * 64 + 1
     MOVE WS-SALT-ALPHABET(WS-ALPHABET-POSITION:1)
         TO PWHASH-SALT(WS-SALT-POSITION:1)
    END-PERFORM.

COMPUTE-DIGEST.
* PBKDF2 for one 32-byte block: U(1) is the HMAC of the salt and
* the block number 1 (four bytes), each U(j) after it the HMAC of
* U(j-1), and the derived key T is all of them XORed together.
    IF NOT WS-TABLES-BUILT
     PERFORM BUILD-CONSTANTS
     PERFORM BUILD-BYTE-TABLES
     PERFORM BUILD-SHIFT-TABLES
     PERFORM BUILD-SIGMA-TABLES
     SET WS-TABLES-BUILT TO TRUE
    END-IF.
    MOVE 0 TO WS-PASSWORD-BYTES.
    PERFORM VARYING WS-POSITION FROM 1 BY 1 UNTIL WS-POSITION > 20
     IF PWHASH-PASSWORD(WS-POSITION:1) NOT = SPACE
      MOVE WS-POSITION TO WS-PASSWORD-BYTES
     END-IF
    END-PERFORM.
    MOVE 54 TO WS-PAD-BYTE.
    PERFORM HASH-KEY-BLOCK.
    MOVE WS-HASH-VALUE TO WS-INNER-START.
    MOVE 92 TO WS-PAD-BYTE.
    PERFORM HASH-KEY-BLOCK.
    MOVE WS-HASH-VALUE TO WS-OUTER-START.
    PERFORM VARYING WS-POSITION FROM 1 BY 1 UNTIL WS-POSITION > 16
     COMPUTE WS-BLOCK-BYTE(WS-POSITION) =
         FUNCTION ORD(PWHASH-SALT(WS-POSITION:1)) - 1
    END-PERFORM.
    MOVE 0 TO WS-BLOCK-BYTE(17) WS-BLOCK-BYTE(18) WS-BLOCK-BYTE(19).
    MOVE 1 TO WS-BLOCK-BYTE(20).
    MOVE 20 TO WS-MESSAGE-LENGTH.
    PERFORM FINISH-HMAC.
    MOVE WS-HASH-VALUE TO WS-PBKDF2-U.
    MOVE WS-HASH-VALUE TO WS-PBKDF2-T.
    PERFORM ITERATE-HMAC
        VARYING WS-ITERATION FROM 2 BY 1
        UNTIL WS-ITERATION > WS-ITERATION-COUNT.
    PERFORM ENCODE-DERIVED-KEY.

HASH-KEY-BLOCK.
* The HMAC key - the password, zero-filled to the 64-byte block -
* XOR the pad byte (0x36 inner, 0x5C outer), hashed from H(0).
    PERFORM VARYING WS-POSITION FROM 1 BY 1 UNTIL WS-POSITION > 64
     IF WS-POSITION > WS-PASSWORD-BYTES
      MOVE WS-PAD-BYTE TO WS-BLOCK-BYTE(WS-POSITION)
     ELSE
      COMPUTE WS-CHARACTER-BYTE =
          FUNCTION ORD(PWHASH-PASSWORD(WS-POSITION:1)) - 1
      MOVE WS-BYTE-XOR(WS-CHARACTER-BYTE + 1, WS-PAD-BYTE + 1)
          TO WS-BLOCK-BYTE(WS-POSITION)
     END-IF
    END-PERFORM.
    MOVE WS-INITIAL-HASH TO WS-HASH-VALUE.
    PERFORM COMPRESS-ONE-BLOCK.

ITERATE-HMAC.
    MOVE WS-PBKDF2-U TO WS-BLOCK-DIGEST.
    MOVE 32 TO WS-MESSAGE-LENGTH.
    PERFORM FINISH-HMAC.
    MOVE WS-HASH-VALUE TO WS-PBKDF2-U.
    PERFORM VARYING WS-KEY-BYTE FROM 1 BY 1 UNTIL WS-KEY-BYTE > 32
     MOVE WS-BYTE-XOR(WS-PBKDF2-T-BYTE(WS-KEY-BYTE) + 1,
         WS-PBKDF2-U-BYTE(WS-KEY-BYTE) + 1)
         TO WS-PBKDF2-T-BYTE(WS-KEY-BYTE)
    END-PERFORM.

FINISH-HMAC.
* The HMAC of the MESSAGE-LENGTH bytes at the front of the block:
* the inner hash carries on from the inner key block, the outer
* hash from the outer key block over the inner digest. The HMAC
* is left in WS-HASH-VALUE.
    MOVE WS-INNER-START TO WS-HASH-VALUE.
    COMPUTE WS-TOTAL-BITS = (64 + WS-MESSAGE-LENGTH) * 8.
    PERFORM PAD-MESSAGE-BLOCK.
    PERFORM COMPRESS-ONE-BLOCK.
    MOVE WS-HASH-VALUE TO WS-BLOCK-DIGEST.
    MOVE WS-OUTER-START TO WS-HASH-VALUE.
    MOVE 32 TO WS-MESSAGE-LENGTH.
    MOVE 768 TO WS-TOTAL-BITS.
    PERFORM PAD-MESSAGE-BLOCK.
    PERFORM COMPRESS-ONE-BLOCK.

PAD-MESSAGE-BLOCK.
* A one bit (the byte 0x80) after the message, zeros, and the whole
* message length in bits in the last eight bytes - never more than
* the last two here.
    MOVE 128 TO WS-BLOCK-BYTE(WS-MESSAGE-LENGTH + 1).
    COMPUTE WS-POSITION-IN-BLOCK = WS-MESSAGE-LENGTH + 2.
    PERFORM UNTIL WS-POSITION-IN-BLOCK > 62
     MOVE 0 TO WS-BLOCK-BYTE(WS-POSITION-IN-BLOCK)
     ADD 1 TO WS-POSITION-IN-BLOCK
    END-PERFORM.
    DIVIDE WS-TOTAL-BITS BY 256 GIVING WS-BLOCK-BYTE(63)
        REMAINDER WS-BLOCK-BYTE(64).

COMPRESS-ONE-BLOCK.
* FIPS 180-4 section 6.2.2: the block in WS-MESSAGE-BLOCK is folded
* into the hash value in WS-HASH-VALUE.
    MOVE WS-MESSAGE-BLOCK TO WS-SCHEDULE-BLOCK.
    PERFORM EXPAND-SCHEDULE-WORD
        VARYING WS-STEP FROM 17 BY 1 UNTIL WS-STEP > 64.
    MOVE WS-HASH-VALUE TO WS-WORKING-VARIABLES.
    PERFORM COMPRESS-ONE-ROUND
        VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 64.
    PERFORM VARYING WS-VARIABLE FROM 1 BY 1 UNTIL WS-VARIABLE > 8
     MOVE 0 TO WS-CARRY
     PERFORM VARYING WS-BYTE FROM 4 BY -1 UNTIL WS-BYTE < 1
      COMPUTE WS-BYTE-SUM = WS-HASH-BYTE(WS-VARIABLE, WS-BYTE)
          + WS-WORKING-BYTE(WS-VARIABLE, WS-BYTE) + WS-CARRY
      DIVIDE WS-BYTE-SUM BY 256 GIVING WS-CARRY
          REMAINDER WS-HASH-BYTE(WS-VARIABLE, WS-BYTE)
     END-PERFORM
    END-PERFORM.

EXPAND-SCHEDULE-WORD.
* W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16).
    MOVE 4 TO WS-SIGMA-WHICH.
    MOVE WS-SCHEDULE-WORD(WS-STEP - 2) TO WS-SIGMA-IN.
    PERFORM SIGMA-OF-WORD.
    MOVE WS-SIGMA-OUT TO WS-T1-WORD.
    MOVE 3 TO WS-SIGMA-WHICH.
    MOVE WS-SCHEDULE-WORD(WS-STEP - 15) TO WS-SIGMA-IN.
    PERFORM SIGMA-OF-WORD.
    MOVE 0 TO WS-CARRY.
    PERFORM VARYING WS-BYTE FROM 4 BY -1 UNTIL WS-BYTE < 1
     COMPUTE WS-BYTE-SUM = WS-T1-BYTE(WS-BYTE)
         + WS-SCHEDULE-BYTE(WS-STEP - 7, WS-BYTE)
         + WS-SIGMA-OUT-BYTE(WS-BYTE)
         + WS-SCHEDULE-BYTE(WS-STEP - 16, WS-BYTE) + WS-CARRY
     DIVIDE WS-BYTE-SUM BY 256 GIVING WS-CARRY
         REMAINDER WS-SCHEDULE-BYTE(WS-STEP, WS-BYTE)
    END-PERFORM.

COMPRESS-ONE-ROUND.
* T1 = h + S1(e) + Ch(e,f,g) + K(t) + W(t) and T2 = S0(a) +
* Maj(a,b,c); then h = g, g = f, f = e, e = d + T1, d = c, c = b,
* b = a, a = T1 + T2. The two halves of Ch, (e AND f) and (NOT e
* AND g), share no bits, and neither do (a AND b) and (c AND (a XOR
* b)), which make up Maj; so each pair is simply added.
    MOVE 2 TO WS-SIGMA-WHICH.
    MOVE WS-WORKING-WORD(5) TO WS-SIGMA-IN.
    PERFORM SIGMA-OF-WORD.
    MOVE 0 TO WS-CARRY.
    PERFORM VARYING WS-BYTE FROM 4 BY -1 UNTIL WS-BYTE < 1
     COMPUTE WS-BYTE-SUM = WS-WORKING-BYTE(8, WS-BYTE)
         + WS-SIGMA-OUT-BYTE(WS-BYTE)
         + WS-BYTE-AND(WS-WORKING-BYTE(5, WS-BYTE) + 1,
                       WS-WORKING-BYTE(6, WS-BYTE) + 1)
         + WS-BYTE-AND(256 - WS-WORKING-BYTE(5, WS-BYTE),
                       WS-WORKING-BYTE(7, WS-BYTE) + 1)
         + WS-ROUND-CONSTANT-BYTE(WS-STEP, WS-BYTE)
         + WS-SCHEDULE-BYTE(WS-STEP, WS-BYTE) + WS-CARRY
     DIVIDE WS-BYTE-SUM BY 256 GIVING WS-CARRY
         REMAINDER WS-T1-BYTE(WS-BYTE)
    END-PERFORM.
    MOVE 1 TO WS-SIGMA-WHICH.
    MOVE WS-WORKING-WORD(1) TO WS-SIGMA-IN.
    PERFORM SIGMA-OF-WORD.
    MOVE 0 TO WS-CARRY.
    PERFORM VARYING WS-BYTE FROM 4 BY -1 UNTIL WS-BYTE < 1
     MOVE WS-BYTE-XOR(WS-WORKING-BYTE(1, WS-BYTE) + 1,
         WS-WORKING-BYTE(2, WS-BYTE) + 1) TO WS-CHARACTER-BYTE
     COMPUTE WS-BYTE-SUM = WS-SIGMA-OUT-BYTE(WS-BYTE)
         + WS-BYTE-AND(WS-WORKING-BYTE(1, WS-BYTE) + 1,
                       WS-WORKING-BYTE(2, WS-BYTE) + 1)
         + WS-BYTE-AND(WS-WORKING-BYTE(3, WS-BYTE) + 1,
                       WS-CHARACTER-BYTE + 1) + WS-CARRY
     DIVIDE WS-BYTE-SUM BY 256 GIVING WS-CARRY
         REMAINDER WS-T2-BYTE(WS-BYTE)
    END-PERFORM.
    MOVE WS-WORKING-WORD(7) TO WS-WORKING-WORD(8).
    MOVE WS-WORKING-WORD(6) TO WS-WORKING-WORD(7).
    MOVE WS-WORKING-WORD(5) TO WS-WORKING-WORD(6).
    MOVE 0 TO WS-CARRY.
    PERFORM VARYING WS-BYTE FROM 4 BY -1 UNTIL WS-BYTE < 1
     COMPUTE WS-BYTE-SUM = WS-WORKING-BYTE(4, WS-BYTE)
         + WS-T1-BYTE(WS-BYTE) + WS-CARRY
     DIVIDE WS-BYTE-SUM BY 256 GIVING WS-CARRY
         REMAINDER WS-WORKING-BYTE(5, WS-BYTE)
    END-PERFORM.
    MOVE WS-WORKING-WORD(3) TO WS-WORKING-WORD(4).
    MOVE WS-WORKING-WORD(2) TO WS-WORKING-WORD(3).
    MOVE WS-WORKING-WORD(1) TO WS-WORKING-WORD(2).
    MOVE 0 TO WS-CARRY.
    PERFORM VARYING WS-BYTE FROM 4 BY -1 UNTIL WS-BYTE < 1
     COMPUTE WS-BYTE-SUM = WS-T1-BYTE(WS-BYTE)
         + WS-T2-BYTE(WS-BYTE) + WS-CARRY
     DIVIDE WS-BYTE-SUM BY 256 GIVING WS-CARRY
         REMAINDER WS-WORKING-BYTE(1, WS-BYTE)
    END-PERFORM.

SIGMA-OF-WORD.
* Function SIGMA-WHICH of SIGMA-IN into SIGMA-OUT, from the table.
    MOVE WS-SIGMA-ENTRY(WS-SIGMA-WHICH, 1, WS-SIGMA-IN-BYTE(1) + 1)
        TO WS-SIGMA-OUT.
    PERFORM VARYING WS-PLACE FROM 2 BY 1 UNTIL WS-PLACE > 4
     MOVE WS-SIGMA-ENTRY(WS-SIGMA-WHICH, WS-PLACE,
         WS-SIGMA-IN-BYTE(WS-PLACE) + 1) TO WS-SIGMA-PART
     PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
      MOVE WS-BYTE-XOR(WS-SIGMA-OUT-BYTE(WS-BYTE) + 1,
          WS-SIGMA-PART-BYTE(WS-BYTE) + 1)
          TO WS-SIGMA-OUT-BYTE(WS-BYTE)
     END-PERFORM
    END-PERFORM.

SIGMA-BY-ROTATION.
    MOVE 'R' TO WS-ROTATE-KIND.
    MOVE WS-SIGMA-BITS-1 TO WS-ROTATE-BITS.
    PERFORM ROTATE-WORD.
    MOVE WS-ROTATE-OUT TO WS-SIGMA-OUT.
    MOVE WS-SIGMA-BITS-2 TO WS-ROTATE-BITS.
    PERFORM ROTATE-WORD.
    PERFORM XOR-ROTATE-INTO-SIGMA.
    MOVE WS-SIGMA-KIND-3 TO WS-ROTATE-KIND.
    MOVE WS-SIGMA-BITS-3 TO WS-ROTATE-BITS.
    PERFORM ROTATE-WORD.
    PERFORM XOR-ROTATE-INTO-SIGMA.

ROTATE-WORD.
* Byte i of the result is made of the byte ROTATE-BYTES places
* before it, moved down ROTATE-REST bits, and the low bits of the
* byte before that moved to its top. The word is written out twice
* for a rotation, after four zero bytes for a shift, so "before"
* never runs off the front.
    MOVE WS-ROTATE-IN TO WS-ROTATE-SPREAD-LOW.
    IF WS-ROTATE-KIND = 'R'
     MOVE WS-ROTATE-IN TO WS-ROTATE-SPREAD-HIGH
    ELSE
     MOVE LOW-VALUES TO WS-ROTATE-SPREAD-HIGH
    END-IF.
    DIVIDE WS-ROTATE-BITS BY 8 GIVING WS-ROTATE-BYTES
        REMAINDER WS-ROTATE-REST.
    PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
     COMPUTE WS-ROTATE-OUT-BYTE(WS-BYTE) =
         WS-SHIFT-DOWN(WS-ROTATE-REST + 1,
             WS-ROTATE-SPREAD-BYTE(WS-BYTE + 4 - WS-ROTATE-BYTES) + 1)
         + WS-SHIFT-UP(WS-ROTATE-REST + 1,
             WS-ROTATE-SPREAD-BYTE(WS-BYTE + 3 - WS-ROTATE-BYTES) + 1)
    END-PERFORM.

XOR-ROTATE-INTO-SIGMA.
    PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
     MOVE WS-BYTE-XOR(WS-SIGMA-OUT-BYTE(WS-BYTE) + 1,
         WS-ROTATE-OUT-BYTE(WS-BYTE) + 1) TO WS-SIGMA-OUT-BYTE(WS-BYTE)
    END-PERFORM.

ENCODE-DERIVED-KEY.
* The first 27 bytes of T, three at a time, as four base64
* characters each: 36 characters, no padding.
    MOVE SPACES TO PWHASH-DIGEST.
    MOVE 0 TO WS-DIGEST-POSITION.
    PERFORM VARYING WS-BASE64-GROUP FROM 0 BY 1
        UNTIL WS-BASE64-GROUP > 8
     COMPUTE WS-BASE64-VALUE =
         WS-PBKDF2-T-BYTE(WS-BASE64-GROUP * 3 + 1) * 65536
         + WS-PBKDF2-T-BYTE(WS-BASE64-GROUP * 3 + 2) * 256
         + WS-PBKDF2-T-BYTE(WS-BASE64-GROUP * 3 + 3)
     PERFORM VARYING WS-BASE64-SIX-INDEX FROM 4 BY -1
         UNTIL WS-BASE64-SIX-INDEX < 1
      DIVIDE WS-BASE64-VALUE BY 64 GIVING WS-BASE64-VALUE
          REMAINDER WS-BASE64-SIX(WS-BASE64-SIX-INDEX)
     END-PERFORM
     PERFORM VARYING WS-BASE64-SIX-INDEX FROM 1 BY 1
         UNTIL WS-BASE64-SIX-INDEX > 4
      ADD 1 TO WS-DIGEST-POSITION
      MOVE WS-BASE64-ALPHABET(WS-BASE64-SIX(WS-BASE64-SIX-INDEX) + 1:1)
          TO PWHASH-DIGEST(WS-DIGEST-POSITION:1)
     END-PERFORM
    END-PERFORM.

BUILD-CONSTANTS.
    PERFORM VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 64
     PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
      COMPUTE WS-HEX-POSITION = (WS-STEP - 1) * 8 + WS-BYTE * 2 - 1
      MOVE WS-ROUND-CONSTANT-HEX(WS-HEX-POSITION:2) TO WS-HEX-PAIR
      PERFORM HEX-PAIR-TO-BYTE
      MOVE WS-HEX-BYTE TO WS-ROUND-CONSTANT-BYTE(WS-STEP, WS-BYTE)
     END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 8
     PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
      COMPUTE WS-HEX-POSITION = (WS-STEP - 1) * 8 + WS-BYTE * 2 - 1
      MOVE WS-INITIAL-HASH-HEX(WS-HEX-POSITION:2) TO WS-HEX-PAIR
      PERFORM HEX-PAIR-TO-BYTE
      MOVE WS-HEX-BYTE TO WS-INITIAL-HASH-BYTE(WS-STEP, WS-BYTE)
     END-PERFORM
    END-PERFORM.

HEX-PAIR-TO-BYTE.
    MOVE 0 TO WS-HEX-BYTE.
    PERFORM VARYING WS-HEX-DIGIT FROM 1 BY 1 UNTIL WS-HEX-DIGIT > 16
     IF WS-HEX-DIGITS(WS-HEX-DIGIT:1) = WS-HEX-PAIR(1:1)
      COMPUTE WS-HEX-BYTE = WS-HEX-BYTE + (WS-HEX-DIGIT - 1) * 16
     END-IF
     IF WS-HEX-DIGITS(WS-HEX-DIGIT:1) = WS-HEX-PAIR(2:1)
      COMPUTE WS-HEX-BYTE = WS-HEX-BYTE + WS-HEX-DIGIT - 1
     END-IF
    END-PERFORM.

BUILD-BYTE-TABLES.
* Nibble XOR and AND bit by bit, then every byte pair from its two
* nibbles.
    PERFORM VARYING WS-LEFT FROM 0 BY 1 UNTIL WS-LEFT > 15
     PERFORM VARYING WS-RIGHT FROM 0 BY 1 UNTIL WS-RIGHT > 15
      MOVE 0 TO WS-NIBBLE-XOR(WS-LEFT + 1, WS-RIGHT + 1)
      MOVE 0 TO WS-NIBBLE-AND(WS-LEFT + 1, WS-RIGHT + 1)
      MOVE 1 TO WS-BIT-VALUE
      PERFORM VARYING WS-BIT FROM 1 BY 1 UNTIL WS-BIT > 4
       COMPUTE WS-LEFT-BIT =
           FUNCTION MOD(WS-LEFT / WS-BIT-VALUE, 2)
       COMPUTE WS-RIGHT-BIT =
           FUNCTION MOD(WS-RIGHT / WS-BIT-VALUE, 2)
       IF WS-LEFT-BIT NOT = WS-RIGHT-BIT
        ADD WS-BIT-VALUE
            TO WS-NIBBLE-XOR(WS-LEFT + 1, WS-RIGHT + 1)
       END-IF
       IF WS-LEFT-BIT = 1 AND WS-RIGHT-BIT = 1
        ADD WS-BIT-VALUE
            TO WS-NIBBLE-AND(WS-LEFT + 1, WS-RIGHT + 1)
       END-IF
       MULTIPLY 2 BY WS-BIT-VALUE
      END-PERFORM
     END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-LEFT FROM 0 BY 1 UNTIL WS-LEFT > 255
     DIVIDE WS-LEFT BY 16 GIVING WS-LEFT-HIGH REMAINDER WS-LEFT-LOW
     PERFORM VARYING WS-RIGHT FROM 0 BY 1 UNTIL WS-RIGHT > 255
      DIVIDE WS-RIGHT BY 16 GIVING WS-RIGHT-HIGH
          REMAINDER WS-RIGHT-LOW
      COMPUTE WS-BYTE-XOR(WS-LEFT + 1, WS-RIGHT + 1) =
          WS-NIBBLE-XOR(WS-LEFT-HIGH + 1, WS-RIGHT-HIGH + 1) * 16
          + WS-NIBBLE-XOR(WS-LEFT-LOW + 1, WS-RIGHT-LOW + 1)
      COMPUTE WS-BYTE-AND(WS-LEFT + 1, WS-RIGHT + 1) =
          WS-NIBBLE-AND(WS-LEFT-HIGH + 1, WS-RIGHT-HIGH + 1) * 16
          + WS-NIBBLE-AND(WS-LEFT-LOW + 1, WS-RIGHT-LOW + 1)
     END-PERFORM
    END-PERFORM.

BUILD-SIGMA-TABLES.
* Rotation counts from FIPS 180-4 section 4.1.2; the third step of
* the two lower-case functions is a shift.
    PERFORM VARYING WS-SIGMA-WHICH FROM 1 BY 1 UNTIL WS-SIGMA-WHICH > 4
     EVALUATE WS-SIGMA-WHICH
      WHEN 1
       MOVE 2 TO WS-SIGMA-BITS-1
       MOVE 13 TO WS-SIGMA-BITS-2
       MOVE 22 TO WS-SIGMA-BITS-3
       MOVE 'R' TO WS-SIGMA-KIND-3
      WHEN 2
       MOVE 6 TO WS-SIGMA-BITS-1
       MOVE 11 TO WS-SIGMA-BITS-2
       MOVE 25 TO WS-SIGMA-BITS-3
       MOVE 'R' TO WS-SIGMA-KIND-3
      WHEN 3
       MOVE 7 TO WS-SIGMA-BITS-1
       MOVE 18 TO WS-SIGMA-BITS-2
       MOVE 3 TO WS-SIGMA-BITS-3
       MOVE 'S' TO WS-SIGMA-KIND-3
      WHEN 4
       MOVE 17 TO WS-SIGMA-BITS-1
       MOVE 19 TO WS-SIGMA-BITS-2
       MOVE 10 TO WS-SIGMA-BITS-3
       MOVE 'S' TO WS-SIGMA-KIND-3
     END-EVALUATE
     PERFORM VARYING WS-PLACE FROM 1 BY 1 UNTIL WS-PLACE > 4
      PERFORM VARYING WS-LEFT FROM 0 BY 1 UNTIL WS-LEFT > 255
       MOVE LOW-VALUES TO WS-ROTATE-IN
       MOVE WS-LEFT TO WS-ROTATE-IN-BYTE(WS-PLACE)
       PERFORM SIGMA-BY-ROTATION
       MOVE WS-SIGMA-OUT
           TO WS-SIGMA-ENTRY(WS-SIGMA-WHICH, WS-PLACE, WS-LEFT + 1)
      END-PERFORM
     END-PERFORM
    END-PERFORM.

BUILD-SHIFT-TABLES.
    MOVE 1 TO WS-BIT-VALUE.
    PERFORM VARYING WS-BIT FROM 0 BY 1 UNTIL WS-BIT > 7
     PERFORM VARYING WS-LEFT FROM 0 BY 1 UNTIL WS-LEFT > 255
      DIVIDE WS-LEFT BY WS-BIT-VALUE
          GIVING WS-SHIFT-DOWN(WS-BIT + 1, WS-LEFT + 1)
          REMAINDER WS-RIGHT
      COMPUTE WS-SHIFT-UP(WS-BIT + 1, WS-LEFT + 1) =
          WS-RIGHT * 256 / WS-BIT-VALUE
     END-PERFORM
     MULTIPLY 2 BY WS-BIT-VALUE
    END-PERFORM.

CHECK-PASSWORD-POLICY.
    MOVE 0 TO WS-PASSWORD-LENGTH.
    MOVE 'N' TO WS-HAS-UPPER-FLAG.
    MOVE 'N' TO WS-HAS-LOWER-FLAG.
    MOVE 'N' TO WS-HAS-DIGIT-FLAG.
    MOVE 'N' TO WS-HAS-OTHER-FLAG.
    MOVE 'N' TO WS-HAS-SPACE-FLAG.
    PERFORM VARYING WS-POSITION FROM 1 BY 1 UNTIL WS-POSITION > 20
     IF PWHASH-PASSWORD(WS-POSITION:1) NOT = SPACE
      MOVE WS-POSITION TO WS-PASSWORD-LENGTH
     END-IF
    END-PERFORM.
    PERFORM VARYING WS-POSITION FROM 1 BY 1
        UNTIL WS-POSITION > WS-PASSWORD-LENGTH
     MOVE PWHASH-PASSWORD(WS-POSITION:1) TO WS-CHARACTER
     EVALUATE TRUE
      WHEN WS-CHARACTER = SPACE MOVE 'Y' TO WS-HAS-SPACE-FLAG
      WHEN WS-CHARACTER >= 'A' AND WS-CHARACTER <= 'Z'
       MOVE 'Y' TO WS-HAS-UPPER-FLAG
      WHEN WS-CHARACTER >= 'a' AND WS-CHARACTER <= 'z'
       MOVE 'Y' TO WS-HAS-LOWER-FLAG
      WHEN WS-CHARACTER IS NUMERIC MOVE 'Y' TO WS-HAS-DIGIT-FLAG
      WHEN OTHER MOVE 'Y' TO WS-HAS-OTHER-FLAG
     END-EVALUATE
    END-PERFORM.
    MOVE 0 TO WS-CLASS-COUNT.
    IF WS-HAS-UPPER-FLAG = 'Y' ADD 1 TO WS-CLASS-COUNT END-IF.
    IF WS-HAS-LOWER-FLAG = 'Y' ADD 1 TO WS-CLASS-COUNT END-IF.
    IF WS-HAS-DIGIT-FLAG = 'Y' ADD 1 TO WS-CLASS-COUNT END-IF.
    IF WS-HAS-OTHER-FLAG = 'Y' ADD 1 TO WS-CLASS-COUNT END-IF.
    EVALUATE TRUE
     WHEN WS-PASSWORD-LENGTH < 8
      MOVE '08' TO PWHASH-RESULT
      MOVE 'a password needs at least 8 characters'
          TO PWHASH-REASON
     WHEN WS-HAS-SPACE-FLAG = 'Y'
      MOVE '08' TO PWHASH-RESULT
      MOVE 'a password may not contain spaces' TO PWHASH-REASON
     WHEN WS-CLASS-COUNT < 3
      MOVE '08' TO PWHASH-RESULT
      MOVE 'use three of: upper case, lower case, digits, other'
          TO PWHASH-REASON
     WHEN OTHER
      CONTINUE
    END-EVALUATE.
