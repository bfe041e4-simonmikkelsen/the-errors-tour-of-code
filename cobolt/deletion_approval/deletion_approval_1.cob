* the same retention-backed delete the deleter would have done
* (quarantine copy first, then remove), writing both operator ids
* into the shared AUDITLOG entry.
* A file placed under legal hold after its request was queued is
* not deleted even on approval: the refusal is reported, audited
* with the case reference, and the request stays pending until the
* hold is released or the request is rejected.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY "access-ws.cpy".
COPY "catalog-ws.cpy".
COPY "sandbox-ws.cpy".
COPY "legalhold-linkage.cpy".
* Downstream-impact warning: before a delete, the dataset catalog
* is scanned for files registered as built from the victim, and
* they are listed so the operator sees what breaks.
      IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
       PERFORM CHECK-DATASET-ACCESS
       IF ACCESS-ALLOWED
        PERFORM CHECK-LEGAL-HOLD
        IF LEGALHOLD-HELD
         PERFORM REFUSE-HELD-FILE
        ELSE
         PERFORM EXECUTE-APPROVED-DELETION
        END-IF
       ELSE
        PERFORM WRITE-DENIAL-AUDIT-LOG
       END-IF
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY =='DENIED'==.

CHECK-LEGAL-HOLD.
    MOVE 'CHK' TO LEGALHOLD-OPERATION.
    MOVE WS-RQ-FILE(WS-RQ-INDEX) TO LEGALHOLD-DATASET.
    CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST.

REFUSE-HELD-FILE.
    DISPLAY '*** ' FUNCTION TRIM(WS-RQ-FILE(WS-RQ-INDEX))
        ' IS UNDER LEGAL HOLD FOR CASE '
        FUNCTION TRIM(LEGALHOLD-CASE-REF) ' - NOT DELETED ***'.
    DISPLAY '    Hold ' FUNCTION TRIM(LEGALHOLD-PATTERN)
        ' placed by ' FUNCTION TRIM(LEGALHOLD-PLACED-BY)
        ' on ' LEGALHOLD-PLACED-DATE
        '; the request stays pending.'.
    MOVE WS-RQ-FILE(WS-RQ-INDEX) TO WS-VICTIM-NAME.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'CASE=' DELIMITED BY SIZE
        LEGALHOLD-CASE-REF DELIMITED BY SPACE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    PERFORM WRITE-HOLD-AUDIT-LOG.

WRITE-HOLD-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='DELETION-APPROVAL'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-VICTIM-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY =='LEGAL-HOLD'==.

WRITE-DELETE-JOURNAL.
* A whole-file deletion has no single record image; the journal
* entry instead records where the quarantine copy of the file went,
