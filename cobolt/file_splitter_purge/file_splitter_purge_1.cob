* weekends and the HOLIDAYS.TXT calendar, so a rule written as "keep
* five business days" no longer purges a day early after every long
* weekend.
* A file under legal hold (the LEGALHOLD register) is neither moved
* nor deleted: it is listed as HELD with its case reference, each
* one gets its own AUDITLOG line, and a run that left any file held
* ends with return code 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    88  WS-BUSINESS-DAY-AGING   VALUE 'B'.
01  WS-TODAY-DATE           PIC 9(08) VALUE 0.
01  WS-CUTOFF-TEXT          PIC X(10) VALUE SPACES.
01  WS-HELD-COUNT           PIC 9(06) VALUE 0.
01  WS-AUDIT-DETAIL         PIC X(80) VALUE SPACES.
COPY "dateroutines-linkage.cpy".
COPY "legalhold-linkage.cpy".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Enter the directory to scan: ' WITH NO ADVANCING.
    ACCEPT WS-SCAN-DIR.
    DISPLAY 'Enter the output file stem (e.g. OUTPUT): ' WITH NO ADVANCING.
    CLOSE LISTING-FILE.

    DISPLAY 'Files purged: ' WS-PURGED-COUNT.
    DISPLAY 'Files held  : ' WS-HELD-COUNT.
    MOVE 'SUCCESS' TO WS-AUDIT-OUTCOME.
    PERFORM WRITE-AUDIT-LOG.
    IF WS-HELD-COUNT > 0
     MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

BUILD-EXPIRED-FILE-LISTING.
      SET WS-LISTING-EOF TO TRUE
     NOT AT END
      MOVE WS-FILE-NAME-ONLY TO WS-FILE-PATH
      PERFORM CHECK-LEGAL-HOLD
      IF LEGALHOLD-HELD
       PERFORM REFUSE-HELD-FILE
      ELSE
       IF WS-PURGE-ARCHIVE
        PERFORM ARCHIVE-ONE-FILE
       ELSE
        PERFORM DELETE-ONE-FILE
       END-IF
       ADD 1 TO WS-PURGED-COUNT
      END-IF
    END-READ.

CHECK-LEGAL-HOLD.
    MOVE 'CHK' TO LEGALHOLD-OPERATION.
    MOVE WS-FILE-PATH TO LEGALHOLD-DATASET.
    CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST.

REFUSE-HELD-FILE.
    ADD 1 TO WS-HELD-COUNT.
    DISPLAY 'HELD: ' FUNCTION TRIM(WS-FILE-PATH)
        ' - LEGAL HOLD, CASE ' FUNCTION TRIM(LEGALHOLD-CASE-REF)
        ' (PLACED BY ' FUNCTION TRIM(LEGALHOLD-PLACED-BY)
        ' ON ' LEGALHOLD-PLACED-DATE ')'.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'CASE=' DELIMITED BY SIZE
        LEGALHOLD-CASE-REF DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    PERFORM WRITE-HOLD-AUDIT-LOG.

WRITE-HOLD-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='FILE-SPLITTER-PURGE'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-FILE-PATH==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY =='LEGAL-HOLD'==.

ARCHIVE-ONE-FILE.
* The command field still holds the longer find command; without
* the clear, the tail of it rode along and the mv or rm failed.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mv ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-FILE-PATH) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
    DISPLAY 'ARCHIVED: ' WS-FILE-PATH.

DELETE-ONE-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-FILE-PATH) DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
