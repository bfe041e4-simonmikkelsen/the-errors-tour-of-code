* every wrapped dataset the suite maintains, and validates each one:
* the file must exist, its TRL record-count must match the data
* records actually present, and its TRL checksum must match the same
* CRC-32 SIMPLE-FILE-COPIER computes when it wraps a file. Every
* failure - missing file, count mismatch, checksum mismatch, missing
* HDR or TRL - goes to an exceptions report routed through the
* standard report-distribution step, and the program ends with
* RETURN-CODE 8 so the nightly stream turns silent corruption into a
* morning ticket.
* The checksum is the CRC-32 of the shared CRC32 subprogram. A file
* wrapped while the producers still wrote the byte-sum passes on its
* byte-sum while the transition switch in CRC32-LINKAGE.CPY is on;
* the report lists each one, and counts them, so they can be
* rewrapped before the switch is turned off.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "report-distribute-ws.cpy".
COPY "crc32-linkage.cpy".
COPY "crc32-linkage.cpy"
    REPLACING LEADING ==CRC32== BY ==CRC80==.
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-MANIFEST-FILE-NAME PIC X(100) VALUE 'MANIFEST.TXT'.
01  WS-MANIFEST-STATUS PIC X(02).
01  WS-DATA-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-CHECKSUM-80 PIC 9(10) VALUE 0.
01  WS-CHECKSUM-100 PIC 9(10) VALUE 0.
01  WS-LEGACY-SUM-80 PIC 9(10) VALUE 0.
01  WS-LEGACY-SUM-100 PIC 9(10) VALUE 0.
01  WS-LEGACY-VERIFIED-COUNT PIC 9(05) VALUE 0.
01  WS-TRL-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-TRL-CHECKSUM PIC 9(10) VALUE 0.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
        WS-DATASETS-FAILED DELIMITED BY SIZE
        '  EXCEPTIONS: ' DELIMITED BY SIZE
        WS-EXCEPTION-COUNT DELIMITED BY SIZE
        '  ON OLD BYTE-SUM: ' DELIMITED BY SIZE
        WS-LEGACY-VERIFIED-COUNT DELIMITED BY SIZE
        INTO WS-EXCEPTION-LINE.
    WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.
    CLOSE EXCEPTION-FILE.

    DISPLAY 'DATASETS CHECKED : ' WS-DATASETS-CHECKED.
    DISPLAY 'DATASETS FAILED  : ' WS-DATASETS-FAILED.
    IF WS-LEGACY-VERIFIED-COUNT > 0
     DISPLAY 'ON OLD BYTE-SUM  : ' WS-LEGACY-VERIFIED-COUNT
    END-IF.
    IF WS-DATASETS-FAILED > 0
     MOVE 8 TO RETURN-CODE
     MOVE 'FAILED' TO WS-AUDIT-OUTCOME
    MOVE 0 TO WS-DATA-RECORD-COUNT.
    MOVE 0 TO WS-CHECKSUM-80.
    MOVE 0 TO WS-CHECKSUM-100.
    MOVE 0 TO WS-LEGACY-SUM-80.
    MOVE 0 TO WS-LEGACY-SUM-100.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE 'INI' TO CRC80-OPERATION.
    CALL 'CRC32' USING CRC80-REQUEST.
    OPEN INPUT DATASET-FILE.
    IF WS-DATASET-STATUS NOT = '00'
     MOVE 'FILE MISSING OR UNREADABLE' TO WS-REASON-TEXT
       MOVE 'TRL RECORD COUNT DOES NOT MATCH DATA' TO WS-REASON-TEXT
       PERFORM WRITE-ONE-EXCEPTION
      END-IF
      EVALUATE TRUE
       WHEN WS-TRL-CHECKSUM = WS-CHECKSUM-80
           OR WS-TRL-CHECKSUM = WS-CHECKSUM-100
        CONTINUE
       WHEN CRC32-LEGACY-ACCEPTED
           AND (WS-TRL-CHECKSUM = WS-LEGACY-SUM-80
           OR WS-TRL-CHECKSUM = WS-LEGACY-SUM-100)
        PERFORM WRITE-LEGACY-NOTE
       WHEN OTHER
        MOVE 'TRL CHECKSUM DOES NOT MATCH DATA' TO WS-REASON-TEXT
        PERFORM WRITE-ONE-EXCEPTION
      END-EVALUATE
     END-IF
    END-IF.

     MOVE WS-HELD-RECORD(11:10) TO WS-TRL-CHECKSUM
    END-IF.
COUNT-HELD-AS-DATA.
* The checksum depends on the producer's record width (the splitter
* wraps 80-byte records, the copier 100-byte ones), so both widths
* are accumulated and either may satisfy the TRL - as a CRC-32, and
* as the old byte-sum for a file wrapped before it.
    ADD 1 TO WS-DATA-RECORD-COUNT.
    MOVE 'ADD' TO CRC32-OPERATION.
    MOVE WS-HELD-RECORD TO CRC32-DATA.
    MOVE 100 TO CRC32-LENGTH.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE CRC32-VALUE TO WS-CHECKSUM-100.
    MOVE 'ADD' TO CRC80-OPERATION.
    MOVE WS-HELD-RECORD TO CRC80-DATA.
    MOVE 80 TO CRC80-LENGTH.
    CALL 'CRC32' USING CRC80-REQUEST.
    MOVE CRC80-VALUE TO WS-CHECKSUM-80.
    PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
        UNTIL WS-CHAR-INDEX > 100
     ADD FUNCTION ORD(WS-HELD-RECORD(WS-CHAR-INDEX:1))
         TO WS-LEGACY-SUM-100
     IF WS-CHAR-INDEX <= 80
      ADD FUNCTION ORD(WS-HELD-RECORD(WS-CHAR-INDEX:1))
          TO WS-LEGACY-SUM-80
     END-IF
    END-PERFORM.
    MOVE 'N' TO WS-HELD-PENDING-FLAG.

WRITE-LEGACY-NOTE.
* Not an exception: the file is whole, but it carries the byte-sum
* and must be rewrapped before the transition ends.
    ADD 1 TO WS-LEGACY-VERIFIED-COUNT.
    MOVE SPACES TO WS-EXCEPTION-LINE.
    STRING WS-DATASET-FILE-NAME DELIMITED BY SPACE
        ' - NOTE: VERIFIED ON THE OLD BYTE-SUM, REWRAP FOR CRC-32'
        DELIMITED BY SIZE
        INTO WS-EXCEPTION-LINE.
    WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.
    DISPLAY WS-EXCEPTION-LINE.

WRITE-ONE-EXCEPTION.
    MOVE 'Y' TO WS-DATASET-BAD-FLAG.
    ADD 1 TO WS-EXCEPTION-COUNT.
