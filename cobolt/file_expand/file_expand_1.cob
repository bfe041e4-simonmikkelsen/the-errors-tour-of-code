* The inverse of FILE-COMPRESS: reads an RLE1 archive, expands every
* run token (3-digit run length plus the byte as two hex digits)
* back into records of the archived record length, and proves the
* restore against the RLET trailer - record count and the CRC-32
* checksum - before calling the run good. A restored file
* compares identical to the original under FILE-COMPARE.
* The CRC-32 comes from the shared CRC32 subprogram. An archive
* written while FILE-COMPRESS still used the ORD byte-sum proves on
* its byte-sum while the transition switch in CRC32-LINKAGE.CPY is
* on, and the run says so.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-RECORD-LENGTH PIC 9(03) VALUE 0.
01  WS-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-CHECKSUM PIC 9(10) VALUE 0.
01  WS-LEGACY-SUM PIC 9(10) VALUE 0.
01  WS-TRAILER-COUNT PIC 9(07) VALUE 0.
01  WS-TRAILER-CHECKSUM PIC 9(10) VALUE 0.
01  WS-TRAILER-SEEN-FLAG PIC X VALUE 'N'.
01  WS-NIBBLE-VALUE PIC 9(02) VALUE 0.
01  WS-RUN-CHARACTER PIC X.
01  WS-RUN-STEP PIC 9(03) VALUE 0.
COPY "crc32-linkage.cpy".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    END-IF.
    MOVE ARCHIVE-RECORD(5:3) TO WS-RECORD-LENGTH.
    OPEN OUTPUT PLAIN-FILE.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    PERFORM EXPAND-ONE-LINE UNTIL WS-ARCHIVE-EOF.
    CLOSE ARCHIVE-FILE.
    CLOSE PLAIN-FILE.
      DISPLAY '*** RECORD COUNT DOES NOT MATCH TRAILER ***'
      SET WS-RESTORE-BAD TO TRUE
     END-IF
     EVALUATE TRUE
      WHEN WS-TRAILER-CHECKSUM = WS-CHECKSUM
       CONTINUE
      WHEN CRC32-LEGACY-ACCEPTED
          AND WS-TRAILER-CHECKSUM = WS-LEGACY-SUM
       DISPLAY 'Checksum proved on the old byte-sum of the archive.'
      WHEN OTHER
       DISPLAY '*** CHECKSUM DOES NOT MATCH TRAILER ***'
       SET WS-RESTORE-BAD TO TRUE
     END-EVALUATE
    END-IF.
    DISPLAY 'RECORDS RESTORED: ' WS-RECORD-COUNT.
    IF WS-RESTORE-BAD
       MOVE ARCHIVE-RECORD(12:10) TO WS-TRAILER-CHECKSUM
      ELSE
       PERFORM DECODE-RECORD-RUNS
       MOVE 'ADD' TO CRC32-OPERATION
       MOVE PLAIN-RECORD TO CRC32-DATA
       MOVE WS-RECORD-LENGTH TO CRC32-LENGTH
       CALL 'CRC32' USING CRC32-REQUEST
       MOVE CRC32-VALUE TO WS-CHECKSUM
       WRITE PLAIN-RECORD
       ADD 1 TO WS-RECORD-COUNT
      END-IF
        OR WS-FILL-POSITION > WS-RECORD-LENGTH
     MOVE WS-RUN-CHARACTER TO PLAIN-RECORD(WS-FILL-POSITION:1)
     ADD 1 TO WS-FILL-POSITION
     COMPUTE WS-LEGACY-SUM = WS-LEGACY-SUM
         + FUNCTION ORD(WS-RUN-CHARACTER)
    END-PERFORM.
    ADD 5 TO WS-SCAN-POSITION.
