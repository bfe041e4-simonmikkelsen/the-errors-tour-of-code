* instead, and DELETION-APPROVAL lets a second, different operator
* approve or reject it before the retention-backed delete proceeds -
* the two-pairs-of-eyes rule the change-control policy requires.
* A file under legal hold (the LEGALHOLD register) is not deleted or
* queued at all: the refusal is reported and goes to the shared
* AUDITLOG with the case reference.
* It uses multiple variables and functions for clarity.

ENVIRONMENT DIVISION.
COPY "sandbox-ws.cpy".
COPY "freeze-ws.cpy".
COPY "msgissue-linkage.cpy".
COPY "legalhold-linkage.cpy".
01  WS-FREEZE-ANSWER PIC X.
* Downstream-impact warning: before a delete, the dataset catalog
* is scanned for files registered as built from the victim, and
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM CHECK-LEGAL-HOLD.
    IF LEGALHOLD-HELD
     PERFORM REFUSE-HELD-FILE
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM CHECK-FILE-EXISTS.
    MOVE WS-FILENAME TO WS-IMPACT-PARENT.
    PERFORM WARN-OF-DESCENDANTS.
* carry the operator on the console log from here on.
    MOVE OPERATOR-SIGNON-LANGUAGE TO MSGISSUE-LANGUAGE.
    MOVE OPERATOR-SIGNON-ID TO MSGISSUE-OPERATOR.
    MOVE OPERATOR-BREAKGLASS-SESSION TO MSGISSUE-BREAKGLASS.

QUERY-AUDIT-TRAIL.
    COPY "audit-index-query.cpy".
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY =='DENIED'==.

CHECK-LEGAL-HOLD.
    MOVE 'CHK' TO LEGALHOLD-OPERATION.
    MOVE WS-FILENAME TO LEGALHOLD-DATASET.
    CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST.

REFUSE-HELD-FILE.
* A dry run reports the refusal it would meet but, like the rest of
* a simulation, leaves the audit trail alone.
    DISPLAY '*** ' FUNCTION TRIM(WS-FILENAME)
        ' IS UNDER LEGAL HOLD FOR CASE '
        FUNCTION TRIM(LEGALHOLD-CASE-REF) ' - NOT DELETED ***'.
    DISPLAY '    Hold ' FUNCTION TRIM(LEGALHOLD-PATTERN)
        ' placed by ' FUNCTION TRIM(LEGALHOLD-PLACED-BY)
        ' on ' LEGALHOLD-PLACED-DATE '.'.
    IF NOT WS-SIMULATION-MODE
     PERFORM WRITE-HOLD-AUDIT-LOG
    END-IF.

WRITE-HOLD-AUDIT-LOG.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'CASE=' DELIMITED BY SIZE
        LEGALHOLD-CASE-REF DELIMITED BY SPACE
        ',OPERATOR=' DELIMITED BY SIZE
        WS-OPERATOR-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='SafeFileDeleter'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-FILENAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY =='LEGAL-HOLD'==.

CHECK-PROTECTED-LIST.
    MOVE 'N' TO WS-PROTECTED-HIT-FLAG.
    MOVE 'N' TO WS-PROTECTED-EOF-FLAG.
