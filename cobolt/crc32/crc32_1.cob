IDENTIFICATION DIVISION.
PROGRAM-ID. CRC32.
AUTHOR. Simon Mikkelsen.
* The suite's trailers, manifests and ledgers all carried the
* "standard ORD byte-sum": the byte values of every record added
* up. A sum does not care about order, so two records swapped, or
* two characters swapped within a record, passed every check - and
* a partner file with transposed amounts did exactly that. This
* subprogram is the one place the suite computes its replacement,
* the standard CRC-32 (reflected polynomial EDB88320, register
* preset to all ones and inverted at the end), over each record in
* file order. COBOL has no bitwise operators, so the register is
* kept as four bytes, least significant first, and XOR is looked up
* in a 256 by 256 byte table built, together with the CRC-32 byte
* table, on the first call of the run. The operation codes and the
* parameter area are documented in CRC32-LINKAGE.CPY.

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
01  WS-TABLES-BUILT-FLAG PIC X VALUE 'N'.
    88  WS-TABLES-BUILT VALUE 'Y'.
* The polynomial EDB88320, least significant byte first.
01  WS-POLYNOMIAL-BYTES.
    05  FILLER PIC 9(03) VALUE 032.
    05  FILLER PIC 9(03) VALUE 131.
    05  FILLER PIC 9(03) VALUE 184.
    05  FILLER PIC 9(03) VALUE 237.
01  WS-POLYNOMIAL-R REDEFINES WS-POLYNOMIAL-BYTES.
    05  WS-POLYNOMIAL-BYTE PIC 9(03) OCCURS 4 TIMES.
01  WS-NIBBLE-XOR-TABLE.
    05  WS-NIBBLE-ROW OCCURS 16 TIMES.
        10  WS-NIBBLE-XOR PIC 9(02) OCCURS 16 TIMES.
01  WS-BYTE-XOR-TABLE.
    05  WS-BYTE-ROW OCCURS 256 TIMES.
        10  WS-BYTE-XOR PIC 9(03) OCCURS 256 TIMES.
01  WS-CRC-TABLE.
    05  WS-CRC-ENTRY OCCURS 256 TIMES.
        10  WS-CRC-BYTE PIC 9(03) OCCURS 4 TIMES.
01  WS-LEFT PIC 9(03) VALUE 0.
01  WS-RIGHT PIC 9(03) VALUE 0.
01  WS-LEFT-HIGH PIC 9(02) VALUE 0.
01  WS-LEFT-LOW PIC 9(02) VALUE 0.
01  WS-RIGHT-HIGH PIC 9(02) VALUE 0.
01  WS-RIGHT-LOW PIC 9(02) VALUE 0.
01  WS-BIT PIC 9(02) VALUE 0.
01  WS-BIT-VALUE PIC 9(02) VALUE 0.
01  WS-LEFT-BIT PIC 9(01) VALUE 0.
01  WS-RIGHT-BIT PIC 9(01) VALUE 0.
01  WS-ENTRY PIC 9(03) VALUE 0.
01  WS-ROUND PIC 9(01) VALUE 0.
01  WS-LOW-BIT PIC 9(01) VALUE 0.
01  WS-BYTE PIC 9(01) VALUE 0.
01  WS-WORK-REGISTER.
    05  WS-WORK-BYTE PIC 9(03) OCCURS 4 TIMES.
01  WS-POSITION PIC 9(03) VALUE 0.
01  WS-DATA-BYTE PIC 9(03) VALUE 0.
01  WS-TABLE-INDEX PIC 9(03) VALUE 0.
01  WS-VALUE-LEFT PIC 9(10) VALUE 0.
01  WS-VALUE-BYTE PIC 9(03) VALUE 0.

LINKAGE SECTION.
COPY "crc32-linkage.cpy".

PROCEDURE DIVISION USING CRC32-REQUEST.
MAIN-PROCEDURE.
    IF NOT WS-TABLES-BUILT
     PERFORM BUILD-XOR-TABLES
     PERFORM BUILD-CRC-TABLE
     SET WS-TABLES-BUILT TO TRUE
    END-IF.
    EVALUATE CRC32-OPERATION
     WHEN 'INI'
      PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
       MOVE 255 TO CRC32-REGISTER-BYTE(WS-BYTE)
      END-PERFORM
      MOVE 0 TO CRC32-VALUE
     WHEN 'SET'
      PERFORM LOAD-REGISTER-FROM-VALUE
     WHEN 'ADD'
      PERFORM FOLD-ONE-BYTE
          VARYING WS-POSITION FROM 1 BY 1
          UNTIL WS-POSITION > CRC32-LENGTH OR WS-POSITION > 250
      COMPUTE CRC32-VALUE =
          (255 - CRC32-REGISTER-BYTE(4)) * 16777216
          + (255 - CRC32-REGISTER-BYTE(3)) * 65536
          + (255 - CRC32-REGISTER-BYTE(2)) * 256
          + (255 - CRC32-REGISTER-BYTE(1))
    END-EVALUATE.
    GOBACK.

FOLD-ONE-BYTE.
* Register = (register shifted down a byte) XOR the table entry for
* (low register byte XOR data byte).
    COMPUTE WS-DATA-BYTE = FUNCTION ORD(CRC32-DATA(WS-POSITION:1)) - 1.
    MOVE WS-BYTE-XOR(CRC32-REGISTER-BYTE(1) + 1, WS-DATA-BYTE + 1)
        TO WS-TABLE-INDEX.
    MOVE WS-BYTE-XOR(CRC32-REGISTER-BYTE(2) + 1,
        WS-CRC-BYTE(WS-TABLE-INDEX + 1, 1) + 1)
        TO CRC32-REGISTER-BYTE(1).
    MOVE WS-BYTE-XOR(CRC32-REGISTER-BYTE(3) + 1,
        WS-CRC-BYTE(WS-TABLE-INDEX + 1, 2) + 1)
        TO CRC32-REGISTER-BYTE(2).
    MOVE WS-BYTE-XOR(CRC32-REGISTER-BYTE(4) + 1,
        WS-CRC-BYTE(WS-TABLE-INDEX + 1, 3) + 1)
        TO CRC32-REGISTER-BYTE(3).
    MOVE WS-CRC-BYTE(WS-TABLE-INDEX + 1, 4) TO CRC32-REGISTER-BYTE(4).

LOAD-REGISTER-FROM-VALUE.
* The value is the register inverted, most significant byte first.
    MOVE CRC32-VALUE TO WS-VALUE-LEFT.
    PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
     DIVIDE WS-VALUE-LEFT BY 256 GIVING WS-VALUE-LEFT
         REMAINDER WS-VALUE-BYTE
     COMPUTE CRC32-REGISTER-BYTE(WS-BYTE) = 255 - WS-VALUE-BYTE
    END-PERFORM.

BUILD-XOR-TABLES.
* Nibble XOR bit by bit, then every byte pair from its two nibbles.
    PERFORM VARYING WS-LEFT FROM 0 BY 1 UNTIL WS-LEFT > 15
     PERFORM VARYING WS-RIGHT FROM 0 BY 1 UNTIL WS-RIGHT > 15
      MOVE 0 TO WS-NIBBLE-XOR(WS-LEFT + 1, WS-RIGHT + 1)
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
     END-PERFORM
    END-PERFORM.

BUILD-CRC-TABLE.
* Entry n: n shifted down eight times, XORed with the polynomial
* each time a one bit drops off the bottom.
    PERFORM VARYING WS-ENTRY FROM 0 BY 1 UNTIL WS-ENTRY > 255
     MOVE WS-ENTRY TO WS-WORK-BYTE(1)
     MOVE 0 TO WS-WORK-BYTE(2) WS-WORK-BYTE(3) WS-WORK-BYTE(4)
     PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > 8
      COMPUTE WS-LOW-BIT = FUNCTION MOD(WS-WORK-BYTE(1), 2)
      PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 3
       COMPUTE WS-WORK-BYTE(WS-BYTE) =
           (WS-WORK-BYTE(WS-BYTE) - FUNCTION MOD(WS-WORK-BYTE(WS-BYTE),
           2)) / 2 + FUNCTION MOD(WS-WORK-BYTE(WS-BYTE + 1), 2) * 128
      END-PERFORM
      COMPUTE WS-WORK-BYTE(4) =
          (WS-WORK-BYTE(4) - FUNCTION MOD(WS-WORK-BYTE(4), 2)) / 2
      IF WS-LOW-BIT = 1
       PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
        MOVE WS-BYTE-XOR(WS-WORK-BYTE(WS-BYTE) + 1,
            WS-POLYNOMIAL-BYTE(WS-BYTE) + 1) TO WS-WORK-BYTE(WS-BYTE)
       END-PERFORM
      END-IF
     END-PERFORM
     PERFORM VARYING WS-BYTE FROM 1 BY 1 UNTIL WS-BYTE > 4
      MOVE WS-WORK-BYTE(WS-BYTE) TO WS-CRC-BYTE(WS-ENTRY + 1, WS-BYTE)
     END-PERFORM
    END-PERFORM.
