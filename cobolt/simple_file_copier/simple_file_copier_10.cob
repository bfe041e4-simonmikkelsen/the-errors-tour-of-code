* counts are compared against what was actually read from the source, and a
* reconciliation report is displayed so a truncated or partial copy cannot be
* mistaken for a clean one.
* The TRL checksum of a wrapped file is the CRC-32 of its data records
* (the shared CRC32 subprogram), no longer the byte-sum, so records that
* have changed places no longer pass for the file that was sent.
* A filtered-copy mode takes a criteria file of selection conditions,
* one per line in the FILE-SORT control-statement style:
*     INCLUDE pos len op value
* are counted as rejected instead of copied, and the reconciliation
* report shows records read, selected, and rejected so the filter's
* effect is itself auditable.
* A source the dataset catalog classifies PERSONAL is not copied out
* of its zone - production into TRAINING/ or TEST/, say - unless
* DATA-MASKER produced it (CLASSIFY-CHECK.CPY). The refusal, and the
* override that lets a masked file through, go to the AUDITLOG; a
* batch run skips the refused file and keeps going. The copy itself
* inherits the source's classification on the catalog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY "balance-ws.cpy".
COPY "gdg-ws.cpy".
COPY "access-ws.cpy".
COPY "crc32-linkage.cpy".
COPY "classify-ws.cpy".
01  WS-SOURCE-FILE-NAME PIC X(50).
01  WS-DEST-FILE-NAME PIC X(50).
01  WS-SOURCE-STATUS PIC X(02) VALUE '00'.
    88  WS-SCRATCH-DEST-EOF VALUE 'Y'.
01  WS-HEADER-DATE PIC 9(08) VALUE 0.
01  WS-HEADER-CHECKSUM PIC 9(10) VALUE 0.

01  WS-COPY-COUNTERS.
    05  WS-SOURCE-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-EOF VALUE 'Y'.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE SPACES.
01  WS-CLASSIFY-OUTCOME PIC X(11) VALUE SPACES.
01  WS-COPY-OK-FLAG PIC X VALUE 'Y'.
    88  WS-COPY-OK VALUE 'Y'.

     PERFORM WRITE-DENIAL-AUDIT-LOG
     MOVE 8 TO RETURN-CODE
    ELSE
     PERFORM CHECK-DATA-CLASSIFICATION
     IF CLASSIFY-REFUSED
      DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-SOURCE-FILE-NAME)
          ' IS PERSONAL DATA - IT MAY NOT LEAVE '
          FUNCTION TRIM(CLASSIFY-SOURCE-ZONE) ' FOR '
          FUNCTION TRIM(CLASSIFY-TARGET-ZONE) ' UNMASKED.'
      MOVE 'REFUSED' TO WS-CLASSIFY-OUTCOME
      PERFORM WRITE-CLASSIFY-AUDIT-LOG
      MOVE 8 TO RETURN-CODE
     ELSE
      IF CLASSIFY-OVERRIDDEN
       DISPLAY 'PERSONAL DATA RELEASED: '
           FUNCTION TRIM(CLASSIFY-DETAIL)
       MOVE 'OVERRIDE' TO WS-CLASSIFY-OUTCOME
       PERFORM WRITE-CLASSIFY-AUDIT-LOG
      END-IF
      PERFORM COPY-ONE-FILE-FOR-REAL
     END-IF
    END-IF.

CHECK-DATASET-ACCESS.
    MOVE WS-SOURCE-FILE-NAME TO ACCESS-WANTED-DATASET.
    COPY "access-check.cpy".

CHECK-DATA-CLASSIFICATION.
    MOVE WS-SOURCE-FILE-NAME TO CLASSIFY-DATASET.
    MOVE WS-DEST-FILE-NAME TO CLASSIFY-TARGET.
    MOVE SPACES TO CLASSIFY-CLEARED-CLASS.
    COPY "classify-check.cpy".

WRITE-CLASSIFY-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='SIMPLE-FILE-COPIER'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-SOURCE-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==CLASSIFY-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY ==WS-CLASSIFY-OUTCOME==.

WRITE-DENIAL-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='SIMPLE-FILE-COPIER'==
WRAP-DEST-FILE-WITH-HEADER-TRAILER.
* Rename the destination file just verified aside, then rewrite it
* with a leading HDR record (run date, expected record count from the
* source read) and a trailing TRL record (actual record count, CRC-32
* checksum), so a receiving job can validate the copy is complete
* before it processes a single data record.
    ACCEPT WS-HEADER-DATE FROM DATE YYYYMMDD.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

    MOVE 0 TO WS-HEADER-CHECKSUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    OPEN OUTPUT DEST-FILE.
    MOVE SPACES TO DEST-RECORD.
    STRING 'HDR' DELIMITED BY SIZE
    END-READ.

ACCUMULATE-DEST-CHECKSUM.
    MOVE 'ADD' TO CRC32-OPERATION.
    MOVE SCRATCH-DEST-RECORD TO CRC32-DATA.
    MOVE 100 TO CRC32-LENGTH.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE CRC32-VALUE TO WS-HEADER-CHECKSUM.

REGISTER-OUTPUT-IN-CATALOG.
    COPY "catalog-register.cpy"
