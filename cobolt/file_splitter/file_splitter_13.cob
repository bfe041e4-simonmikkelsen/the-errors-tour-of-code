* created as new key values appear, and the run closes with a record
* count per key file - the content split the warehouse wants for its
* one-file-per-department-code feeds.
* Each chunk's TRL checksum be the CRC-32 of its data lines, reckoned
* by the shared CRC32 subprogram.
* So hoist the sails and let's get started!

ENVIRONMENT DIVISION.
COPY "workqueue-ws.cpy".
COPY "balance-ws.cpy".
COPY "gdg-ws.cpy".
COPY "crc32-linkage.cpy".
01  WS-AUDIT-OUTCOME PIC X(11) VALUE SPACES.
01  WS-INPUT-STATUS PIC X(02).
01  WS-CHECKPOINT-STATUS PIC X(02).
    88  WS-SCRATCH-EOF VALUE 'Y'.
01  WS-HEADER-DATE PIC 9(08) VALUE 0.
01  WS-HEADER-CHECKSUM PIC 9(10) VALUE 0.
01  WS-GLOBAL-VARIABLES.
    05  WS-INPUT-FILE-NAME PIC X(50) VALUE 'input.txt'.
    05  WS-OUTPUT-FILE-NAME PIC X(50) VALUE SPACES.
WRAP-OUTPUT-FILE-WITH-HEADER-TRAILER.
* Rename the chunk just written aside, then rewrite it with a leading
* HDR record (run date, expected line count) and a trailing TRL record
* (actual line count, CRC-32 checksum), so a receiving job can tell the
* file is complete before it reads a single data line.
    ACCEPT WS-HEADER-DATE FROM DATE YYYYMMDD.
    STRING WS-OUTPUT-FILE-NAME DELIMITED BY SPACE
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

    MOVE 0 TO WS-HEADER-CHECKSUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    OPEN OUTPUT OUTPUT-FILE.
    MOVE SPACES TO OUTPUT-RECORD.
    STRING 'HDR' DELIMITED BY SIZE
    END-READ.

ACCUMULATE-CHECKSUM.
    MOVE 'ADD' TO CRC32-OPERATION.
    MOVE SCRATCH-RECORD TO CRC32-DATA.
    MOVE 80 TO CRC32-LENGTH.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE CRC32-VALUE TO WS-HEADER-CHECKSUM.

READ-AND-WRITE-ONE-LINE.
    READ INPUT-FILE INTO INPUT-RECORD
