*         (reason SEQ) rather than corrupting the merged order, and
*         the control totals account for it; REJECT-REPAIR can
*         correct and resubmit such records.
* The TRL checksum on FILE3 is the CRC-32 of its data records,
* computed by the shared CRC32 subprogram.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY "balance-ws.cpy".
COPY "gdg-ws.cpy".
COPY "commit-ws.cpy".
COPY "crc32-linkage.cpy".
01  WS-AUDIT-OUTCOME PIC X(11) VALUE SPACES.
01  WS-OUTPUT-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-FILE1-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-SHELL-COMMAND PIC X(120) VALUE SPACES.
01  WS-HEADER-DATE PIC 9(08) VALUE 0.
01  WS-HEADER-CHECKSUM PIC 9(10) VALUE 0.

01  EOF-FILE1 PIC X VALUE 'N'.
01  EOF-FILE2 PIC X VALUE 'N'.
WRAP-FILE3-WITH-HEADER-TRAILER.
* Rename the merged output aside, then rewrite it with a leading HDR
* record (run date, expected record count from FILE1 + FILE2) and a
* trailing TRL record (actual record count, CRC-32 checksum), so a
* receiving job can validate FILE3 is complete before it processes a
* single data record.
    ACCEPT WS-HEADER-DATE FROM DATE YYYYMMDD.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

    MOVE 0 TO WS-HEADER-CHECKSUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    OPEN OUTPUT FILE3.
    MOVE SPACES TO FILE3-RECORD.
    STRING 'HDR' DELIMITED BY SIZE
    END-READ.

ACCUMULATE-FILE3-CHECKSUM.
    MOVE 'ADD' TO CRC32-OPERATION.
    MOVE FILE3-SCRATCH-RECORD TO CRC32-DATA.
    MOVE 80 TO CRC32-LENGTH.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE CRC32-VALUE TO WS-HEADER-CHECKSUM.

INTERLEAVE-MERGE.
    PERFORM UNTIL EOF-FILE1 = 'Y' AND EOF-FILE2 = 'Y'
