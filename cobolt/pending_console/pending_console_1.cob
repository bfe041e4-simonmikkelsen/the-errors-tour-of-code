IDENTIFICATION DIVISION.
PROGRAM-ID. PENDING-CONSOLE.
AUTHOR. Simon Mikkelsen.
* MASTER-UPDATE holds a transaction dated for a later business date
* in the pending file PENDING.TXT until its date comes, and then
* applies it without anyone looking again - so a wrong future-dated
* change needs a way off the file before it fires. This console
* lists the pending items with the date each will apply, lets the
* operator pick one by number and cancel it after a yes/no confirm,
* and repeats until the operator enters 0; the file is then
* rewritten without the cancelled items. The pending file is held
* under a DSLOCK for the whole session, the same lock MASTER-UPDATE
* takes for its run, so an item cannot be cancelled while a run is
* releasing it. Cancelling demands an update-class sign-on, and
* every cancel lands in the shared AUDITLOG with the item's date,
* action, and the operator's id.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PENDING-FILE ASSIGN TO WS-PENDING-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PENDING-STATUS.
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "sandbox-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  PENDING-FILE.
01  PENDING-RECORD.
    05  PEND-REC-EFFECTIVE-DATE PIC 9(08).
    05  PEND-REC-QUEUED-DATE PIC 9(08).
    05  PEND-REC-ACTION PIC X(01).
    05  PEND-REC-IMAGE PIC X(100).

COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "sandbox-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "sandbox-ws.cpy".
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==PENDING-LOCK==.
01  WS-PENDING-NAME PIC X(100) VALUE 'PENDING.TXT'.
01  WS-PENDING-STATUS PIC X(02).
01  WS-PENDING-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PENDING-EOF VALUE 'Y'.
01  WS-PENDING-TABLE.
    05  WS-PEND-ENTRY OCCURS 500 TIMES.
        10  WS-PEND-T-RECORD PIC X(117).
        10  WS-PEND-T-CANCELLED-FLAG PIC X.
            88  WS-PEND-T-CANCELLED VALUE 'Y'.
01  WS-PEND-COUNT PIC 9(03) VALUE 0.
01  WS-PEND-INDEX PIC 9(03) VALUE 0.
01  WS-PEND-LEFT-COUNT PIC 9(07) VALUE 0.
01  WS-CANCEL-COUNT PIC 9(03) VALUE 0.
01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
    88  WS-PENDING-OVERFLOW VALUE 'Y'.
01  WS-PICKED PIC 9(03) VALUE 0.
01  WS-PICKED-TEXT PIC X(03).
01  WS-DONE-FLAG PIC X VALUE 'N'.
    88  WS-CONSOLE-DONE VALUE 'Y'.
01  WS-ANSWER PIC X.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE 'CANCELLED'.
01  WS-AUDIT-DETAIL PIC X(120).
01  WS-AUDIT-COUNT PIC 9(07) VALUE 1.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM CHECK-TRAINING-SANDBOX.
    MOVE SANDBOX-MODE-FLAG TO AUDITLOG-SANDBOX-FLAG.
    PERFORM ROUTE-PENDING-NAME.
    PERFORM SIGN-OPERATOR-ON.

* The file stays locked from the load to the rewrite, so a run of
* MASTER-UPDATE cannot release an item the operator is cancelling.
    MOVE 'ENQ' TO PENDING-LOCK-OPERATION.
    MOVE WS-PENDING-NAME TO PENDING-LOCK-DATASET.
    MOVE 'PENDING-CONSOLE' TO PENDING-LOCK-PROGRAM.
    MOVE OPERATOR-SIGNON-ID TO PENDING-LOCK-OPERATOR.
    MOVE RUN-ID-STAMP TO PENDING-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING PENDING-LOCK-REQUEST.
    IF PENDING-LOCK-RESULT NOT = '00'
     DISPLAY 'The pending file is held by another run - '
         'try again later.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM LOAD-PENDING-FILE.
    IF WS-PEND-COUNT = 0
     DISPLAY 'Nothing is pending.'
     PERFORM RELEASE-PENDING-LOCK
     GOBACK
    END-IF.
    IF WS-PENDING-OVERFLOW
* Rewriting from a partial table would lose the items past it.
     DISPLAY 'The pending file holds more than 500 items - '
         'it cannot be edited here.'
     PERFORM RELEASE-PENDING-LOCK
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM CANCEL-ONE-ITEM UNTIL WS-CONSOLE-DONE.
    IF WS-CANCEL-COUNT > 0
     PERFORM REWRITE-PENDING-FILE
     DISPLAY WS-CANCEL-COUNT ' item(s) cancelled, '
         WS-PEND-LEFT-COUNT ' still pending.'
    ELSE
     DISPLAY 'Nothing cancelled.'
    END-IF.
    PERFORM RELEASE-PENDING-LOCK.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='PENDING-CONSOLE'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

LOAD-PENDING-FILE.
    OPEN INPUT PENDING-FILE.
    IF WS-PENDING-STATUS NOT = '00'
     SET WS-PENDING-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-PENDING-ITEM UNTIL WS-PENDING-EOF.
    IF WS-PENDING-STATUS = '00' OR WS-PENDING-STATUS = '10'
     CLOSE PENDING-FILE
    END-IF.

LOAD-ONE-PENDING-ITEM.
    READ PENDING-FILE
     AT END
      SET WS-PENDING-EOF TO TRUE
     NOT AT END
      IF WS-PEND-COUNT < 500
       ADD 1 TO WS-PEND-COUNT
       MOVE PENDING-RECORD TO WS-PEND-T-RECORD(WS-PEND-COUNT)
       MOVE 'N' TO WS-PEND-T-CANCELLED-FLAG(WS-PEND-COUNT)
      ELSE
       SET WS-PENDING-OVERFLOW TO TRUE
      END-IF
    END-READ.

CANCEL-ONE-ITEM.
    DISPLAY ' '.
    DISPLAY 'PENDING ITEMS (number, applies on, action, record):'.
    PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
        UNTIL WS-PEND-INDEX > WS-PEND-COUNT
     IF NOT WS-PEND-T-CANCELLED(WS-PEND-INDEX)
      MOVE WS-PEND-T-RECORD(WS-PEND-INDEX) TO PENDING-RECORD
      DISPLAY '  ' WS-PEND-INDEX ' - ' PEND-REC-EFFECTIVE-DATE
          ' ' PEND-REC-ACTION ' ' PEND-REC-IMAGE(1:50)
     END-IF
    END-PERFORM.
    DISPLAY 'Cancel which item (number, 0 to finish): '
        WITH NO ADVANCING.
    ACCEPT WS-PICKED-TEXT.
    MOVE 0 TO WS-PICKED.
    IF FUNCTION TEST-NUMVAL(WS-PICKED-TEXT) = 0
     COMPUTE WS-PICKED = FUNCTION NUMVAL(WS-PICKED-TEXT)
    END-IF.
    EVALUATE TRUE
     WHEN WS-PICKED = 0
      SET WS-CONSOLE-DONE TO TRUE
     WHEN WS-PICKED > WS-PEND-COUNT
      DISPLAY 'No such item.'
     WHEN WS-PEND-T-CANCELLED(WS-PICKED)
      DISPLAY 'That item is already cancelled.'
     WHEN OTHER
      MOVE WS-PEND-T-RECORD(WS-PICKED) TO PENDING-RECORD
      DISPLAY 'Cancel ' PEND-REC-ACTION ' due '
          PEND-REC-EFFECTIVE-DATE ' for '
          FUNCTION TRIM(PEND-REC-IMAGE(1:50)) '? (Y/N): '
          WITH NO ADVANCING
      ACCEPT WS-ANSWER
      IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
       SET WS-PEND-T-CANCELLED(WS-PICKED) TO TRUE
       ADD 1 TO WS-CANCEL-COUNT
       PERFORM WRITE-AUDIT-LOG
       DISPLAY 'Cancelled.'
      ELSE
       DISPLAY 'Left pending.'
      END-IF
    END-EVALUATE.

REWRITE-PENDING-FILE.
    OPEN OUTPUT PENDING-FILE.
    PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
        UNTIL WS-PEND-INDEX > WS-PEND-COUNT
     IF NOT WS-PEND-T-CANCELLED(WS-PEND-INDEX)
      MOVE WS-PEND-T-RECORD(WS-PEND-INDEX) TO PENDING-RECORD
      WRITE PENDING-RECORD
      ADD 1 TO WS-PEND-LEFT-COUNT
     END-IF
    END-PERFORM.
    CLOSE PENDING-FILE.

RELEASE-PENDING-LOCK.
    MOVE 'DEQ' TO PENDING-LOCK-OPERATION.
    CALL 'DSLOCK' USING PENDING-LOCK-REQUEST.

GET-RUN-ID.
    COPY "run-id-get.cpy".

CHECK-TRAINING-SANDBOX.
    COPY "sandbox-check.cpy".

ROUTE-PENDING-NAME.
    COPY "sandbox-route.cpy"
        REPLACING ==:SANDBOX-NAME-FIELD:== BY ==WS-PENDING-NAME==.

WRITE-AUDIT-LOG.
* The detail must stay one unbroken token (the audit copybook cuts
* its fields at the first space): EFF=date,ACTION=a,OPERATOR=id.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'EFF=' DELIMITED BY SIZE
        PEND-REC-EFFECTIVE-DATE DELIMITED BY SIZE
        ',ACTION=' DELIMITED BY SIZE
        PEND-REC-ACTION DELIMITED BY SIZE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PENDING-CONSOLE'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-PENDING-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-AUDIT-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
