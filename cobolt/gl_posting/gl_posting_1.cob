IDENTIFICATION DIVISION.
PROGRAM-ID. GL-POSTING.
AUTHOR. Simon Mikkelsen.
* SETTLE-INTEREST works out interest income and CHARGEBACK-REPORT
* works out departmental charges, but both stopped at printed
* reports and accounting keyed the journal entries again by hand.
* Both now hand their totals to the general-ledger feed GLFEED.TXT
* (see GLFEED-POST.CPY); this interface program takes every PENDING
* feed line and turns it into a debit and a credit journal line,
* with the account numbers from the mapping control file
*     GLMAP.TXT: category,key,debit-account,credit-account
* where a key of '*' (or blank) maps every key of the category that
* has no line of its own - so CHARGEBACK,*,... covers the
* departments not yet given their own cost centre.
* The batch is proved before it goes anywhere:
*   - a feed line no mapping covers, or one that does not parse,
*     rejects the batch;
*   - total debits must equal total credits (a mapping line with
*     one account left blank journals only one side and is caught
*     here), or the batch is rejected.
* A rejected batch writes nothing but the report, leaves the feed
* lines PENDING for the next run once the mapping is put right, and
* ends with RETURN-CODE 8.
* A balanced batch is written as GLBATCH-<run-id>.TXT inside the
* suite's HDR/TRL wrapper (the same HDR date-and-count and TRL
* count-and-checksum records SIMPLE-FILE-COPIER writes, so the
* accounting side can check it arrived whole), registered in the
* dataset catalog, and queued on WORKQUEUE.TXT for GATEWAY-OUTBOUND
* to stage for the accounting system's partner id. The feed lines
* journaled are rewritten POSTED with this run's id, so no total is
* ever journaled twice. The amount taken from the feed (IN) and the
* debits journaled (OUT) are posted to the BALANCE.TXT ledger, where
* BALANCE-REPORT proves them against what the calculating steps
* posted. The journal listing GLPOST.RPT is archived in RPTARC and
* the run is written to the shared AUDITLOG.
* The batch's TRL checksum is the CRC-32 of its journal lines, from
* the shared CRC32 subprogram.
* POSTED lines no longer stay on the feed for good. They are passed
* over when the feed is loaded, so only unposted lines count against
* the 500-line table, and when a batch commits every POSTED line -
* those from earlier runs and those journaled now - is rolled off
* to the day's archive GLFEED-POSTED-<YYYYMMDD>.TXT (appended to if
* the day already has one), leaving GLFEED.TXT holding only what is
* still to be journaled. A rejected batch leaves the feed as it was.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GL-MAP-FILE ASSIGN TO 'GLMAP.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MAP-STATUS.
    SELECT GL-FEED-NEW-FILE ASSIGN TO 'GLFEED.NEW'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FEED-NEW-STATUS.
    SELECT GL-FEED-ARCHIVE-FILE ASSIGN TO WS-FEED-ARCHIVE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FEED-ARCHIVE-STATUS.
    SELECT JOURNAL-BATCH-FILE ASSIGN TO WS-BATCH-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BATCH-STATUS.
    SELECT POSTING-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "glfeed-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "balance-select.cpy".
    COPY "catalog-select.cpy".
    COPY "workqueue-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  GL-MAP-FILE.
01  GL-MAP-RECORD PIC X(100).

FD  GL-FEED-NEW-FILE.
01  GL-FEED-NEW-RECORD PIC X(120).

FD  GL-FEED-ARCHIVE-FILE.
01  GL-FEED-ARCHIVE-RECORD PIC X(120).

FD  JOURNAL-BATCH-FILE.
01  JOURNAL-BATCH-RECORD PIC X(100).

FD  POSTING-REPORT-FILE.
01  POSTING-REPORT-RECORD PIC X(132).

COPY "glfeed-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "balance-fd.cpy".
COPY "catalog-fd.cpy".
COPY "workqueue-fd.cpy".

WORKING-STORAGE SECTION.
COPY "glfeed-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "balance-ws.cpy".
COPY "catalog-ws.cpy".
COPY "workqueue-ws.cpy".
COPY "crc32-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-MAP-STATUS PIC X(02).
01  WS-FEED-NEW-STATUS PIC X(02).
01  WS-FEED-ARCHIVE-STATUS PIC X(02).
01  WS-FEED-ARCHIVE-NAME PIC X(100) VALUE SPACES.
01  WS-BATCH-STATUS PIC X(02).
01  WS-BATCH-FILE-NAME PIC X(100) VALUE SPACES.
01  WS-REPORT-NAME PIC X(100) VALUE 'GLPOST.RPT'.
01  WS-FEED-NAME PIC X(100) VALUE 'GLFEED.TXT'.
01  WS-NEXT-PROGRAM PIC X(20) VALUE 'GATEWAY-OUTBOUND'.
01  WS-SHELL-COMMAND PIC X(200).
01  WS-MAP-EOF-FLAG PIC X VALUE 'N'.
    88  WS-MAP-EOF VALUE 'Y'.
01  WS-FEED-EOF-FLAG PIC X VALUE 'N'.
    88  WS-FEED-EOF VALUE 'Y'.

01  WS-MAP-TABLE.
    05  WS-MP-ENTRY OCCURS 100 TIMES.
        10  WS-MP-CATEGORY PIC X(12).
        10  WS-MP-KEY PIC X(12).
        10  WS-MP-DEBIT PIC X(10).
        10  WS-MP-CREDIT PIC X(10).
01  WS-MAP-COUNT PIC 9(03) VALUE 0.
01  WS-MP-INDEX PIC 9(03) VALUE 0.
01  WS-MP-FOUND PIC 9(03) VALUE 0.
01  WS-MP-DEFAULT PIC 9(03) VALUE 0.

* The unposted part of the feed is held so it can be written back
* without the lines journaled this run, which go to the archive
* marked POSTED; the other lines go back as read.
01  WS-FEED-TABLE.
    05  WS-FD-ENTRY OCCURS 500 TIMES.
        10  WS-FD-LINE PIC X(120).
        10  WS-FD-RUN-ID PIC X(13).
        10  WS-FD-PROGRAM PIC X(20).
        10  WS-FD-CATEGORY PIC X(12).
        10  WS-FD-KEY PIC X(12).
        10  WS-FD-AMOUNT PIC 9(13)V99.
        10  WS-FD-STATE PIC X.
            88  WS-FD-PENDING VALUE 'P'.
            88  WS-FD-OTHER VALUE 'O'.
            88  WS-FD-UNUSABLE VALUE 'U'.
01  WS-FEED-COUNT PIC 9(03) VALUE 0.
01  WS-FD-INDEX PIC 9(03) VALUE 0.

01  WS-FEED-STATE-TEXT PIC X(08).
01  WS-FEED-RUN-ID PIC X(13).
01  WS-FEED-PROGRAM PIC X(20).
01  WS-FEED-CATEGORY PIC X(12).
01  WS-FEED-KEY PIC X(12).
01  WS-FEED-AMOUNT-TEXT PIC X(20).

01  WS-MAP-CATEGORY PIC X(12).
01  WS-MAP-KEY PIC X(12).
01  WS-MAP-DEBIT PIC X(10).
01  WS-MAP-CREDIT PIC X(10).

01  WS-JOURNAL-SIDE PIC X(01).
01  WS-JOURNAL-ACCOUNT PIC X(10).
01  WS-JOURNAL-SEQUENCE PIC 9(06) VALUE 0.
01  WS-JOURNAL-LINE PIC X(100).

01  WS-HEADER-DATE PIC 9(08) VALUE 0.
01  WS-BATCH-CHECKSUM PIC 9(10) VALUE 0.
01  WS-BATCH-RECORD-COUNT PIC 9(07) VALUE 0.

01  WS-PENDING-COUNT PIC 9(05) VALUE 0.
01  WS-POSTED-EARLIER-COUNT PIC 9(07) VALUE 0.
01  WS-ARCHIVED-COUNT PIC 9(07) VALUE 0.
01  WS-UNMAPPED-COUNT PIC 9(05) VALUE 0.
01  WS-UNUSABLE-COUNT PIC 9(05) VALUE 0.
01  WS-FEED-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-BATCH-OK-FLAG PIC X VALUE 'Y'.
    88  WS-BATCH-OK VALUE 'Y'.

01  WS-AMOUNT-PLAIN PIC Z(12)9.99.
01  WS-AMOUNT-EDIT PIC Z(12)9.99.
01  WS-BALANCE-AMOUNT PIC 9(13).99.
01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    MOVE SPACES TO WS-BATCH-FILE-NAME.
    STRING 'GLBATCH-' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SPACE
        '.TXT' DELIMITED BY SIZE
        INTO WS-BATCH-FILE-NAME.

    PERFORM LOAD-GL-MAP.
    IF WS-MAP-COUNT = 0
     DISPLAY 'Mapping file GLMAP.TXT holds no usable lines.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

* The feed stays locked from the read to the rewrite, so a total
* fed while this batch is built is neither lost nor journaled twice.
    MOVE 'ENQ' TO GLFEED-LOCK-OPERATION.
    MOVE 'GLFEED.TXT' TO GLFEED-LOCK-DATASET.
    MOVE 'GL-POSTING' TO GLFEED-LOCK-PROGRAM.
    MOVE RUN-ID-STAMP TO GLFEED-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING GLFEED-LOCK-REQUEST.
    IF GLFEED-LOCK-RESULT NOT = '00'
     DISPLAY 'GLFEED.TXT is held by another run - try again later.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM LOAD-GL-FEED.
    IF WS-PENDING-COUNT = 0 AND WS-UNUSABLE-COUNT = 0
     PERFORM RELEASE-GL-FEED
     DISPLAY 'Nothing pending on the general-ledger feed.'
     GOBACK
    END-IF.

    OPEN OUTPUT POSTING-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE POSTING-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'GENERAL-LEDGER JOURNAL BATCH ' DELIMITED BY SIZE
        WS-BATCH-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'SEQ    ACCOUNT    D/C         AMOUNT  SOURCE'
        & '               RUN ID        CATEGORY     KEY'
        TO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.

    PERFORM CHECK-ONE-FEED-LINE
        VARYING WS-FD-INDEX FROM 1 BY 1
        UNTIL WS-FD-INDEX > WS-FEED-COUNT.
    IF WS-UNMAPPED-COUNT > 0 OR WS-UNUSABLE-COUNT > 0
     MOVE 'N' TO WS-BATCH-OK-FLAG
    END-IF.

    IF WS-BATCH-OK
     MOVE 0 TO WS-JOURNAL-SEQUENCE
     PERFORM JOURNAL-ONE-FEED-LINE
         VARYING WS-FD-INDEX FROM 1 BY 1
         UNTIL WS-FD-INDEX > WS-FEED-COUNT
     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
      MOVE 'N' TO WS-BATCH-OK-FLAG
     END-IF
    END-IF.

    IF NOT WS-BATCH-OK
     PERFORM REJECT-BATCH
     GOBACK
    END-IF.

    PERFORM WRITE-JOURNAL-BATCH.
    PERFORM MARK-FEED-LINES-POSTED.
    PERFORM RELEASE-GL-FEED.
    PERFORM WRITE-BATCH-TOTALS.
    CLOSE POSTING-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM REGISTER-BATCH-IN-CATALOG.
    PERFORM ENQUEUE-BATCH-FOR-GATEWAY.
    PERFORM POST-INPUT-CONTROL-TOTAL.
    PERFORM POST-OUTPUT-CONTROL-TOTAL.
    PERFORM WRITE-SUCCESS-AUDIT-LOG.
    MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
    DISPLAY 'FEED LINES JOURNALED: ' WS-PENDING-COUNT
        '  JOURNAL LINES: ' WS-JOURNAL-SEQUENCE.
    DISPLAY 'DEBITS = CREDITS = ' WS-AMOUNT-EDIT.
    DISPLAY 'Batch ' FUNCTION TRIM(WS-BATCH-FILE-NAME)
        ' queued for GATEWAY-OUTBOUND.'.
    GOBACK.

LOAD-GL-MAP.
    OPEN INPUT GL-MAP-FILE.
    IF WS-MAP-STATUS NOT = '00'
     SET WS-MAP-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-MAP-LINE UNTIL WS-MAP-EOF.
    IF WS-MAP-STATUS = '00' OR WS-MAP-STATUS = '10'
     CLOSE GL-MAP-FILE
    END-IF.

LOAD-ONE-MAP-LINE.
    READ GL-MAP-FILE INTO GL-MAP-RECORD
     AT END
      SET WS-MAP-EOF TO TRUE
     NOT AT END
      IF GL-MAP-RECORD NOT = SPACES
          AND GL-MAP-RECORD(1:1) NOT = '*'
          AND WS-MAP-COUNT < 100
       MOVE SPACES TO WS-MAP-CATEGORY
       MOVE SPACES TO WS-MAP-KEY
       MOVE SPACES TO WS-MAP-DEBIT
       MOVE SPACES TO WS-MAP-CREDIT
       UNSTRING GL-MAP-RECORD DELIMITED BY ','
           INTO WS-MAP-CATEGORY WS-MAP-KEY WS-MAP-DEBIT
                WS-MAP-CREDIT
       IF WS-MAP-CATEGORY NOT = SPACES
        IF WS-MAP-KEY = '*'
         MOVE SPACES TO WS-MAP-KEY
        END-IF
        ADD 1 TO WS-MAP-COUNT
        MOVE WS-MAP-CATEGORY TO WS-MP-CATEGORY(WS-MAP-COUNT)
        MOVE WS-MAP-KEY TO WS-MP-KEY(WS-MAP-COUNT)
        MOVE WS-MAP-DEBIT TO WS-MP-DEBIT(WS-MAP-COUNT)
        MOVE WS-MAP-CREDIT TO WS-MP-CREDIT(WS-MAP-COUNT)
       END-IF
      END-IF
    END-READ.

LOAD-GL-FEED.
    OPEN INPUT GL-FEED-FILE.
    IF GLFEED-FILE-STATUS NOT = '00'
     SET WS-FEED-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-FEED-LINE UNTIL WS-FEED-EOF.
    IF GLFEED-FILE-STATUS = '00' OR GLFEED-FILE-STATUS = '10'
     CLOSE GL-FEED-FILE
    END-IF.

LOAD-ONE-FEED-LINE.
    READ GL-FEED-FILE INTO GLFEED-LINE
     AT END
      SET WS-FEED-EOF TO TRUE
     NOT AT END
      EVALUATE TRUE
       WHEN GLFEED-LINE = SPACES
        CONTINUE
       WHEN GLFEED-LINE(1:7) = 'POSTED,'
        ADD 1 TO WS-POSTED-EARLIER-COUNT
       WHEN WS-FEED-COUNT < 500
        ADD 1 TO WS-FEED-COUNT
        PERFORM TAKE-ONE-FEED-LINE
       WHEN OTHER
        DISPLAY '*** GLFEED.TXT HOLDS MORE THAN 500 UNPOSTED '
            'LINES ***'
        ADD 1 TO WS-UNUSABLE-COUNT
      END-EVALUATE
    END-READ.

TAKE-ONE-FEED-LINE.
    MOVE GLFEED-LINE TO WS-FD-LINE(WS-FEED-COUNT).
    SET WS-FD-OTHER(WS-FEED-COUNT) TO TRUE.
    MOVE SPACES TO WS-FEED-STATE-TEXT.
    MOVE SPACES TO WS-FEED-RUN-ID.
    MOVE SPACES TO WS-FEED-PROGRAM.
    MOVE SPACES TO WS-FEED-CATEGORY.
    MOVE SPACES TO WS-FEED-KEY.
    MOVE SPACES TO WS-FEED-AMOUNT-TEXT.
    UNSTRING GLFEED-LINE DELIMITED BY ','
        INTO WS-FEED-STATE-TEXT WS-FEED-RUN-ID WS-FEED-PROGRAM
             WS-FEED-CATEGORY WS-FEED-KEY WS-FEED-AMOUNT-TEXT.
    IF WS-FEED-STATE-TEXT = 'PENDING'
     MOVE WS-FEED-RUN-ID TO WS-FD-RUN-ID(WS-FEED-COUNT)
     MOVE WS-FEED-PROGRAM TO WS-FD-PROGRAM(WS-FEED-COUNT)
     MOVE WS-FEED-CATEGORY TO WS-FD-CATEGORY(WS-FEED-COUNT)
     MOVE WS-FEED-KEY TO WS-FD-KEY(WS-FEED-COUNT)
     IF WS-FEED-CATEGORY NOT = SPACES
         AND FUNCTION TEST-NUMVAL(WS-FEED-AMOUNT-TEXT) = 0
      COMPUTE WS-FD-AMOUNT(WS-FEED-COUNT) =
          FUNCTION NUMVAL(WS-FEED-AMOUNT-TEXT)
      SET WS-FD-PENDING(WS-FEED-COUNT) TO TRUE
      ADD 1 TO WS-PENDING-COUNT
      ADD WS-FD-AMOUNT(WS-FEED-COUNT) TO WS-FEED-TOTAL
     ELSE
      SET WS-FD-UNUSABLE(WS-FEED-COUNT) TO TRUE
      ADD 1 TO WS-UNUSABLE-COUNT
     END-IF
    END-IF.

CHECK-ONE-FEED-LINE.
    IF WS-FD-UNUSABLE(WS-FD-INDEX)
     MOVE SPACES TO WS-REPORT-LINE
     STRING '* FEED LINE DOES NOT PARSE: ' DELIMITED BY SIZE
         WS-FD-LINE(WS-FD-INDEX) DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    IF WS-FD-PENDING(WS-FD-INDEX)
     PERFORM FIND-MAPPING-FOR-FEED-LINE
     IF WS-MP-FOUND = 0
      ADD 1 TO WS-UNMAPPED-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING '* NO GLMAP LINE FOR CATEGORY ' DELIMITED BY SIZE
          WS-FD-CATEGORY(WS-FD-INDEX) DELIMITED BY SPACE
          ' KEY ' DELIMITED BY SIZE
          WS-FD-KEY(WS-FD-INDEX) DELIMITED BY SIZE
          ' FROM ' DELIMITED BY SIZE
          WS-FD-PROGRAM(WS-FD-INDEX) DELIMITED BY SPACE
          ' RUN ' DELIMITED BY SIZE
          WS-FD-RUN-ID(WS-FD-INDEX) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE
     END-IF
    END-IF.

FIND-MAPPING-FOR-FEED-LINE.
* Answers into WS-MP-FOUND: the line for the category and key if
* there is one, otherwise the category's default ('*') line.
    MOVE 0 TO WS-MP-FOUND.
    MOVE 0 TO WS-MP-DEFAULT.
    PERFORM VARYING WS-MP-INDEX FROM 1 BY 1
        UNTIL WS-MP-INDEX > WS-MAP-COUNT
     IF WS-MP-CATEGORY(WS-MP-INDEX) = WS-FD-CATEGORY(WS-FD-INDEX)
      IF WS-MP-KEY(WS-MP-INDEX) = SPACES
       IF WS-MP-DEFAULT = 0
        MOVE WS-MP-INDEX TO WS-MP-DEFAULT
       END-IF
      ELSE
       IF WS-MP-KEY(WS-MP-INDEX) = WS-FD-KEY(WS-FD-INDEX)
           AND WS-MP-FOUND = 0
        MOVE WS-MP-INDEX TO WS-MP-FOUND
       END-IF
      END-IF
     END-IF
    END-PERFORM.
    IF WS-MP-FOUND = 0
     MOVE WS-MP-DEFAULT TO WS-MP-FOUND
    END-IF.

JOURNAL-ONE-FEED-LINE.
* Each feed total becomes one debit and one credit line. A side
* whose account the mapping leaves blank is not journaled, and the
* debit/credit proof that follows rejects the batch for it.
    IF WS-FD-PENDING(WS-FD-INDEX)
     PERFORM FIND-MAPPING-FOR-FEED-LINE
     IF WS-MP-DEBIT(WS-MP-FOUND) NOT = SPACES
      MOVE 'D' TO WS-JOURNAL-SIDE
      MOVE WS-MP-DEBIT(WS-MP-FOUND) TO WS-JOURNAL-ACCOUNT
      ADD WS-FD-AMOUNT(WS-FD-INDEX) TO WS-DEBIT-TOTAL
      PERFORM ADD-ONE-JOURNAL-LINE
     END-IF
     IF WS-MP-CREDIT(WS-MP-FOUND) NOT = SPACES
      MOVE 'C' TO WS-JOURNAL-SIDE
      MOVE WS-MP-CREDIT(WS-MP-FOUND) TO WS-JOURNAL-ACCOUNT
      ADD WS-FD-AMOUNT(WS-FD-INDEX) TO WS-CREDIT-TOTAL
      PERFORM ADD-ONE-JOURNAL-LINE
     END-IF
    END-IF.

ADD-ONE-JOURNAL-LINE.
    ADD 1 TO WS-JOURNAL-SEQUENCE.
    MOVE WS-FD-AMOUNT(WS-FD-INDEX) TO WS-AMOUNT-PLAIN.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-JOURNAL-SEQUENCE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-JOURNAL-ACCOUNT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-JOURNAL-SIDE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-PLAIN DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-FD-PROGRAM(WS-FD-INDEX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FD-RUN-ID(WS-FD-INDEX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FD-CATEGORY(WS-FD-INDEX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-FD-KEY(WS-FD-INDEX) DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.

REJECT-BATCH.
    PERFORM RELEASE-GL-FEED.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '*** BATCH REJECTED: ' DELIMITED BY SIZE
        WS-UNMAPPED-COUNT DELIMITED BY SIZE
        ' UNMAPPED, ' DELIMITED BY SIZE
        WS-UNUSABLE-COUNT DELIMITED BY SIZE
        ' UNPARSEABLE FEED LINE(S) ***' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.
    IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT
     MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-PLAIN
     MOVE SPACES TO WS-REPORT-LINE
     STRING '*** DEBITS ' DELIMITED BY SIZE
         WS-AMOUNT-EDIT DELIMITED BY SIZE
         ' DO NOT EQUAL CREDITS ' DELIMITED BY SIZE
         WS-AMOUNT-PLAIN DELIMITED BY SIZE
         ' ***' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE
     DISPLAY WS-REPORT-LINE
    END-IF.
    MOVE 'NOTHING WAS JOURNALED; THE FEED LINES REMAIN PENDING.'
        TO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE POSTING-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM WRITE-FAILURE-AUDIT-LOG.
    DISPLAY 'See ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    MOVE 8 TO RETURN-CODE.

WRITE-JOURNAL-BATCH.
* HDR date-and-count, the journal lines, TRL count-and-checksum:
* the wrapper SIMPLE-FILE-COPIER writes and GATEWAY-INBOUND checks.
    ACCEPT WS-HEADER-DATE FROM DATE YYYYMMDD.
    MOVE 0 TO WS-BATCH-CHECKSUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE 0 TO WS-BATCH-RECORD-COUNT.
    OPEN OUTPUT JOURNAL-BATCH-FILE.
    MOVE WS-JOURNAL-SEQUENCE TO WS-BATCH-RECORD-COUNT.
    MOVE SPACES TO JOURNAL-BATCH-RECORD.
    STRING 'HDR' DELIMITED BY SIZE
        WS-HEADER-DATE DELIMITED BY SIZE
        WS-BATCH-RECORD-COUNT DELIMITED BY SIZE
        INTO JOURNAL-BATCH-RECORD.
    WRITE JOURNAL-BATCH-RECORD.
    MOVE 0 TO WS-JOURNAL-SEQUENCE.
    PERFORM WRITE-ONE-BATCH-FEED-LINE
        VARYING WS-FD-INDEX FROM 1 BY 1
        UNTIL WS-FD-INDEX > WS-FEED-COUNT.
    MOVE SPACES TO JOURNAL-BATCH-RECORD.
    STRING 'TRL' DELIMITED BY SIZE
        WS-BATCH-RECORD-COUNT DELIMITED BY SIZE
        WS-BATCH-CHECKSUM DELIMITED BY SIZE
        INTO JOURNAL-BATCH-RECORD.
    WRITE JOURNAL-BATCH-RECORD.
    CLOSE JOURNAL-BATCH-FILE.

WRITE-ONE-BATCH-FEED-LINE.
    IF WS-FD-PENDING(WS-FD-INDEX)
     PERFORM FIND-MAPPING-FOR-FEED-LINE
     IF WS-MP-DEBIT(WS-MP-FOUND) NOT = SPACES
      MOVE 'D' TO WS-JOURNAL-SIDE
      MOVE WS-MP-DEBIT(WS-MP-FOUND) TO WS-JOURNAL-ACCOUNT
      PERFORM WRITE-ONE-BATCH-RECORD
     END-IF
     IF WS-MP-CREDIT(WS-MP-FOUND) NOT = SPACES
      MOVE 'C' TO WS-JOURNAL-SIDE
      MOVE WS-MP-CREDIT(WS-MP-FOUND) TO WS-JOURNAL-ACCOUNT
      PERFORM WRITE-ONE-BATCH-RECORD
     END-IF
    END-IF.

WRITE-ONE-BATCH-RECORD.
* One journal line: sequence, account, D/C, amount, source program,
* source run id, category, key.
    ADD 1 TO WS-JOURNAL-SEQUENCE.
    MOVE WS-FD-AMOUNT(WS-FD-INDEX) TO WS-AMOUNT-PLAIN.
    MOVE SPACES TO WS-JOURNAL-LINE.
    STRING WS-JOURNAL-SEQUENCE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-JOURNAL-ACCOUNT DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-JOURNAL-SIDE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-AMOUNT-PLAIN) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-FD-PROGRAM(WS-FD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-FD-RUN-ID(WS-FD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-FD-CATEGORY(WS-FD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-FD-KEY(WS-FD-INDEX) DELIMITED BY SPACE
        INTO WS-JOURNAL-LINE.
    MOVE WS-JOURNAL-LINE TO JOURNAL-BATCH-RECORD.
    MOVE 'ADD' TO CRC32-OPERATION.
    MOVE JOURNAL-BATCH-RECORD TO CRC32-DATA.
    MOVE 100 TO CRC32-LENGTH.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE CRC32-VALUE TO WS-BATCH-CHECKSUM.
    WRITE JOURNAL-BATCH-RECORD.

MARK-FEED-LINES-POSTED.
* Written beside the feed and moved over it, the way the master
* update turns over its suspense file. The POSTED lines left on
* the feed by earlier runs are read again from it (the feed is
* still locked) and go to the archive first, then this run's.
    MOVE SPACES TO WS-FEED-ARCHIVE-NAME.
    STRING 'GLFEED-POSTED-' DELIMITED BY SIZE
        WS-HEADER-DATE DELIMITED BY SIZE
        '.TXT' DELIMITED BY SIZE
        INTO WS-FEED-ARCHIVE-NAME.
    MOVE 0 TO WS-ARCHIVED-COUNT.
    OPEN EXTEND GL-FEED-ARCHIVE-FILE.
    IF WS-FEED-ARCHIVE-STATUS = '35'
     OPEN OUTPUT GL-FEED-ARCHIVE-FILE
    END-IF.
    IF WS-POSTED-EARLIER-COUNT > 0
     MOVE 'N' TO WS-FEED-EOF-FLAG
     OPEN INPUT GL-FEED-FILE
     IF GLFEED-FILE-STATUS NOT = '00'
      SET WS-FEED-EOF TO TRUE
     END-IF
     PERFORM ARCHIVE-ONE-EARLIER-LINE UNTIL WS-FEED-EOF
     IF GLFEED-FILE-STATUS = '00' OR GLFEED-FILE-STATUS = '10'
      CLOSE GL-FEED-FILE
     END-IF
    END-IF.
    OPEN OUTPUT GL-FEED-NEW-FILE.
    PERFORM WRITE-ONE-NEW-FEED-LINE
        VARYING WS-FD-INDEX FROM 1 BY 1
        UNTIL WS-FD-INDEX > WS-FEED-COUNT.
    CLOSE GL-FEED-NEW-FILE.
    CLOSE GL-FEED-ARCHIVE-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mv GLFEED.NEW ' DELIMITED BY SIZE
        WS-FEED-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

ARCHIVE-ONE-EARLIER-LINE.
    READ GL-FEED-FILE INTO GLFEED-LINE
     AT END
      SET WS-FEED-EOF TO TRUE
     NOT AT END
      IF GLFEED-LINE(1:7) = 'POSTED,'
       MOVE GLFEED-LINE TO GL-FEED-ARCHIVE-RECORD
       WRITE GL-FEED-ARCHIVE-RECORD
       ADD 1 TO WS-ARCHIVED-COUNT
      END-IF
    END-READ.

WRITE-ONE-NEW-FEED-LINE.
    IF WS-FD-PENDING(WS-FD-INDEX)
     MOVE SPACES TO GL-FEED-ARCHIVE-RECORD
     STRING 'POSTED' DELIMITED BY SIZE
         WS-FD-LINE(WS-FD-INDEX)(8:) DELIMITED BY '  '
         ',' DELIMITED BY SIZE
         RUN-ID-STAMP DELIMITED BY SIZE
         INTO GL-FEED-ARCHIVE-RECORD
     WRITE GL-FEED-ARCHIVE-RECORD
     ADD 1 TO WS-ARCHIVED-COUNT
    ELSE
     MOVE WS-FD-LINE(WS-FD-INDEX) TO GL-FEED-NEW-RECORD
     WRITE GL-FEED-NEW-RECORD
    END-IF.

RELEASE-GL-FEED.
    MOVE 'DEQ' TO GLFEED-LOCK-OPERATION.
    CALL 'DSLOCK' USING GLFEED-LOCK-REQUEST.

WRITE-BATCH-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'FEED LINES JOURNALED: ' DELIMITED BY SIZE
        WS-PENDING-COUNT DELIMITED BY SIZE
        '  JOURNAL LINES: ' DELIMITED BY SIZE
        WS-BATCH-RECORD-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-FEED-TOTAL TO WS-AMOUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'TAKEN FROM FEED:  ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'TOTAL DEBITS:     ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'TOTAL CREDITS:    ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'POSTED LINES ROLLED OFF TO ' DELIMITED BY SIZE
        WS-FEED-ARCHIVE-NAME DELIMITED BY SPACE
        ': ' DELIMITED BY SIZE
        WS-ARCHIVED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'BATCH BALANCES; QUEUED FOR GATEWAY-OUTBOUND.'
        TO WS-REPORT-LINE.
    WRITE POSTING-REPORT-RECORD FROM WS-REPORT-LINE.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='GL-POSTING'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='GL-POSTING'==.

REGISTER-BATCH-IN-CATALOG.
    COPY "catalog-register.cpy"
        REPLACING ==:CAT-FILE-NAME:==    BY ==WS-BATCH-FILE-NAME==
                   ==:CAT-PROGRAM-NAME:== BY =='GL-POSTING'==
                   ==:CAT-INPUT-NAMES:==  BY ==WS-FEED-NAME==
                   ==:CAT-RECORD-COUNT:== BY ==WS-BATCH-RECORD-COUNT==.

ENQUEUE-BATCH-FOR-GATEWAY.
    COPY "workqueue-enqueue.cpy"
        REPLACING ==:WQ-FILE-NAME:==    BY ==WS-BATCH-FILE-NAME==
                   ==:WQ-NEXT-PROGRAM:== BY ==WS-NEXT-PROGRAM==.

POST-INPUT-CONTROL-TOTAL.
    MOVE WS-FEED-TOTAL TO WS-BALANCE-AMOUNT.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='GL-POSTING'==
                   ==:BAL-DIRECTION:==    BY =='IN'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-PENDING-COUNT==
                   ==:BAL-AMOUNT:==       BY ==WS-BALANCE-AMOUNT==.

POST-OUTPUT-CONTROL-TOTAL.
    MOVE WS-DEBIT-TOTAL TO WS-BALANCE-AMOUNT.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='GL-POSTING'==
                   ==:BAL-DIRECTION:==    BY =='OUT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-BATCH-RECORD-COUNT==
                   ==:BAL-AMOUNT:==       BY ==WS-BALANCE-AMOUNT==.

WRITE-SUCCESS-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='GL-POSTING'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-FEED-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-BATCH-FILE-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-PENDING-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='SUCCESS'==.

WRITE-FAILURE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='GL-POSTING'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-FEED-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-BATCH-FILE-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-PENDING-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='REJECTED'==.
