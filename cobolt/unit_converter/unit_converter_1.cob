* rounds, T truncates), rewrites every record with the converted
* field in place at its dictionary width, strips and rewraps the
* HDR/TRL wrapper with a fresh count and the standard
* hundred-byte checksum the trailer checks prove against (now the
* CRC-32 of the shared CRC32 subprogram, where it was a byte-sum),
* and reports records converted and the before/after
* field totals. A record whose field is not numeric passes through
* untouched and is counted, not lost.
WORKING-STORAGE SECTION.
COPY "numeric-validate-ws.cpy".
COPY "layout-dict-ws.cpy".
COPY "crc32-linkage.cpy".
01 WS-BULK-FILE-NAME         PIC X(100).
01 WS-BULK-STATUS            PIC X(02).
01 WS-BULK-OUT-NAME          PIC X(104).
01 WS-BEFORE-TOTAL           PIC S9(13)V9(4) VALUE 0.
01 WS-AFTER-TOTAL            PIC S9(13)V9(4) VALUE 0.
01 WS-BULK-CHECKSUM          PIC 9(10) VALUE 0.
01 WS-FIELD-SLICE            PIC X(20).
01 WS-WHOLE-RESULT           PIC 9(13) VALUE 0.
01 WS-FIELD-REBUILT          PIC 9(13).
        '.TMP' DELIMITED BY SIZE
        INTO WS-BULK-OUT-NAME.
    OPEN OUTPUT BULK-OUT-FILE.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
* The fresh HDR rides first; its expected count is unknowable until
* the pass ends, so it carries zero and the TRL carries the truth -
* the trailer is what the downstream checks prove against.
       MOVE BULK-DATA-RECORD TO BULK-OUT-RECORD
       WRITE BULK-OUT-RECORD
       ADD 1 TO WS-BULK-DATA-COUNT
* The checksum covers the first hundred bytes - the width the
* gateway trailer verification accepts - not the whole padded buffer.
       MOVE 'ADD' TO CRC32-OPERATION
       MOVE BULK-DATA-RECORD TO CRC32-DATA
       MOVE 100 TO CRC32-LENGTH
       CALL 'CRC32' USING CRC32-REQUEST
       MOVE CRC32-VALUE TO WS-BULK-CHECKSUM
      END-IF
    END-READ.

