IDENTIFICATION DIVISION.
PROGRAM-ID. QUEUE-CONSOLE.
AUTHOR. Simon Mikkelsen.
* QUEUE-DISPATCHER's inquiry mode shows the work queue, but putting
* it right used to mean editing WORKQUEUE.TXT by hand while the
* dispatcher or an enqueueing program might be writing it. This
* console does the editing under the same dataset lock they take.
* After an update-class sign-on the operator can list the queue and
* pick an item by its sequence number to hold it (PENDING to HELD,
* with an optional reason - the dispatcher passes a held item by and
* the ops dashboard lists it), release it again, change its priority
* class, requeue a DEADLTR item once the cause is fixed (its retry
* count starts again from zero), or cancel it with a reason (the
* item stays on the queue as CANCELED). The reason rides on the
* item as the note field. A purge moves DONE items enqueued more
* than a given number of days ago off the queue onto the queue
* history WQHISTORY.TXT, each line stamped with the purge date and
* the operator. Every action is its own short locked cycle - lock,
* reload, change, rewrite, release - so nothing waits on the
* operator's typing, and a cancel or purge is confirmed before the
* lock is taken and re-checked under it. Each change lands in the
* shared AUDITLOG with the item, the action and the operator's id.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "workqueue-select.cpy".
    SELECT QUEUE-HISTORY-FILE ASSIGN TO 'WQHISTORY.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HISTORY-STATUS.
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "workqueue-fd.cpy".
FD  QUEUE-HISTORY-FILE.
01  QUEUE-HISTORY-RECORD PIC X(200).

COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "workqueue-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-HISTORY-STATUS PIC X(02).
01  WS-QUEUE-TABLE.
    05  WS-QUEUE-ENTRY OCCURS 200 TIMES.
        10  WS-QT-STATUS PIC X(08).
        10  WS-QT-SEQUENCE PIC 9(06).
        10  WS-QT-FILE PIC X(60).
        10  WS-QT-PROGRAM PIC X(20).
        10  WS-QT-RUN-ID PIC X(13).
        10  WS-QT-RETRIES PIC 9(02).
        10  WS-QT-PRIORITY PIC 9(01).
        10  WS-QT-DEPENDS PIC 9(06).
        10  WS-QT-NOTE PIC X(40).
        10  WS-QT-PURGE-FLAG PIC X.
            88  WS-QT-PURGED VALUE 'Y'.
01  WS-QUEUE-COUNT PIC 9(03) VALUE 0.
01  WS-QT-INDEX PIC 9(03) VALUE 0.
01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
    88  WS-QUEUE-OVERFLOW VALUE 'Y'.
01  WS-SEQ-TEXT PIC X(06).
01  WS-RETRY-TEXT PIC X(06).
01  WS-PRIORITY-TEXT PIC X(01).
01  WS-DEPENDS-TEXT PIC X(06).
01  WS-ACTION-CODE PIC X VALUE SPACE.
01  WS-DONE-FLAG PIC X VALUE 'N'.
    88  WS-CONSOLE-DONE VALUE 'Y'.
01  WS-CHANGED-FLAG PIC X VALUE 'N'.
    88  WS-QUEUE-CHANGED VALUE 'Y'.
01  WS-ANSWER PIC X.
01  WS-PICKED-TEXT PIC X(06).
01  WS-PICKED-SEQUENCE PIC 9(06) VALUE 0.
01  WS-PICKED-INDEX PIC 9(03) VALUE 0.
01  WS-NEW-PRIORITY-TEXT PIC X(01).
01  WS-NEW-PRIORITY PIC 9(01) VALUE 0.
01  WS-REASON PIC X(40).
01  WS-REASON-LENGTH PIC 9(02) VALUE 0.
01  WS-DEPENDENT-COUNT PIC 9(03) VALUE 0.
01  WS-DAYS-TEXT PIC X(04).
01  WS-PURGE-DAYS PIC 9(04) VALUE 0.
01  WS-ENQUEUED-DATE PIC 9(08) VALUE 0.
01  WS-ITEM-AGE PIC S9(07) VALUE 0.
01  WS-PURGE-COUNT PIC 9(03) VALUE 0.
01  WS-CHANGE-COUNT PIC 9(05) VALUE 0.
01  WS-AUDIT-OUTCOME PIC X(13).
01  WS-AUDIT-DETAIL PIC X(120).
01  WS-AUDIT-POINTER PIC 9(03) VALUE 1.
01  WS-AUDIT-COUNT PIC 9(07) VALUE 1.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM SIGN-OPERATOR-ON.
    PERFORM TAKE-ONE-ACTION UNTIL WS-CONSOLE-DONE.
    DISPLAY WS-CHANGE-COUNT ' change(s) made to the work queue.'.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='QUEUE-CONSOLE'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

TAKE-ONE-ACTION.
    DISPLAY ' '.
    DISPLAY 'L=list  H=hold  R=release  P=priority  '
        'Q=requeue dead letter  C=cancel'.
    DISPLAY 'U=purge old DONE items  X=exit'.
    DISPLAY 'Action: ' WITH NO ADVANCING.
    MOVE SPACE TO WS-ACTION-CODE.
    ACCEPT WS-ACTION-CODE.
    MOVE FUNCTION UPPER-CASE(WS-ACTION-CODE) TO WS-ACTION-CODE.
    EVALUATE WS-ACTION-CODE
     WHEN 'X'
     WHEN '0'
     WHEN SPACE
      SET WS-CONSOLE-DONE TO TRUE
     WHEN 'L'
      PERFORM LOAD-QUEUE-TABLE
      PERFORM LIST-QUEUE
     WHEN 'H'
     WHEN 'R'
     WHEN 'P'
     WHEN 'Q'
     WHEN 'C'
      PERFORM ASK-ITEM-ACTION
     WHEN 'U'
      PERFORM ASK-PURGE-DAYS
     WHEN OTHER
      DISPLAY 'Unknown action.'
    END-EVALUATE.

LIST-QUEUE.
    DISPLAY 'STATUS   SEQ    NEXT PROGRAM         ENQUEUED BY'
        '   PRI RETRIES NOTE'.
    PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
        UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
     PERFORM SHOW-ONE-ITEM
    END-PERFORM.
    DISPLAY 'ITEMS ON QUEUE: ' WS-QUEUE-COUNT.
    IF WS-QUEUE-OVERFLOW
     DISPLAY 'More than 200 items - the rest are not shown.'
    END-IF.

SHOW-ONE-ITEM.
    DISPLAY WS-QT-STATUS(WS-QT-INDEX) ' '
        WS-QT-SEQUENCE(WS-QT-INDEX) ' '
        WS-QT-PROGRAM(WS-QT-INDEX) ' '
        WS-QT-RUN-ID(WS-QT-INDEX) '  '
        WS-QT-PRIORITY(WS-QT-INDEX) '   '
        WS-QT-RETRIES(WS-QT-INDEX) '    '
        FUNCTION TRIM(WS-QT-NOTE(WS-QT-INDEX)).

ASK-ITEM-ACTION.
* The item is looked at from an unlocked read while the operator
* answers; the locked cycle then re-checks it before changing it.
    DISPLAY 'Item sequence number: ' WITH NO ADVANCING.
    MOVE SPACES TO WS-PICKED-TEXT.
    ACCEPT WS-PICKED-TEXT.
    MOVE 0 TO WS-PICKED-SEQUENCE.
    IF FUNCTION TEST-NUMVAL(WS-PICKED-TEXT) = 0
     COMPUTE WS-PICKED-SEQUENCE = FUNCTION NUMVAL(WS-PICKED-TEXT)
    END-IF.
    PERFORM LOAD-QUEUE-TABLE.
    PERFORM FIND-PICKED-ITEM.
    IF WS-PICKED-INDEX = 0
     DISPLAY 'No item ' WS-PICKED-SEQUENCE ' on the queue.'
    ELSE
     MOVE WS-PICKED-INDEX TO WS-QT-INDEX
     PERFORM SHOW-ONE-ITEM
     MOVE 'Y' TO WS-ANSWER
     MOVE SPACES TO WS-REASON
     EVALUATE WS-ACTION-CODE
      WHEN 'P'
       PERFORM ASK-NEW-PRIORITY
      WHEN 'H'
       DISPLAY 'Reason for the hold (optional): '
           WITH NO ADVANCING
       ACCEPT WS-REASON
      WHEN 'C'
       PERFORM ASK-CANCEL-REASON
     END-EVALUATE
     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
      PERFORM RUN-LOCKED-CHANGE
     ELSE
      DISPLAY 'Left as it was.'
     END-IF
    END-IF.

ASK-NEW-PRIORITY.
    DISPLAY 'New priority class (1 most urgent .. 9): '
        WITH NO ADVANCING.
    MOVE SPACE TO WS-NEW-PRIORITY-TEXT.
    ACCEPT WS-NEW-PRIORITY-TEXT.
    IF WS-NEW-PRIORITY-TEXT IS NUMERIC
        AND WS-NEW-PRIORITY-TEXT NOT = '0'
     MOVE WS-NEW-PRIORITY-TEXT TO WS-NEW-PRIORITY
    ELSE
     DISPLAY 'The priority class must be 1 to 9.'
     MOVE 'N' TO WS-ANSWER
    END-IF.

ASK-CANCEL-REASON.
    DISPLAY 'Reason for the cancel: ' WITH NO ADVANCING.
    ACCEPT WS-REASON.
    IF WS-REASON = SPACES
     DISPLAY 'A cancel needs a reason.'
     MOVE 'N' TO WS-ANSWER
    ELSE
     DISPLAY 'Cancel item ' WS-PICKED-SEQUENCE '? (Y/N): '
         WITH NO ADVANCING
     ACCEPT WS-ANSWER
    END-IF.

ASK-PURGE-DAYS.
    DISPLAY 'Purge DONE items enqueued more than how many days ago: '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-DAYS-TEXT.
    ACCEPT WS-DAYS-TEXT.
    IF WS-DAYS-TEXT = SPACES
        OR FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) NOT = 0
     DISPLAY 'Give the age in days.'
    ELSE
     COMPUTE WS-PURGE-DAYS = FUNCTION NUMVAL(WS-DAYS-TEXT)
     PERFORM LOAD-QUEUE-TABLE
     PERFORM MARK-PURGEABLE-ITEMS
     IF WS-PURGE-COUNT = 0
      DISPLAY 'No DONE item is that old.'
     ELSE
      DISPLAY 'Move ' WS-PURGE-COUNT ' DONE item(s) to '
          'WQHISTORY.TXT? (Y/N): ' WITH NO ADVANCING
      ACCEPT WS-ANSWER
      IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
       PERFORM RUN-LOCKED-CHANGE
      ELSE
       DISPLAY 'Nothing purged.'
      END-IF
     END-IF
    END-IF.

RUN-LOCKED-CHANGE.
    MOVE 'N' TO WS-CHANGED-FLAG.
    MOVE 'ENQ' TO WORKQUEUE-LOCK-OPERATION.
    MOVE 'WORKQUEUE.TXT' TO WORKQUEUE-LOCK-DATASET.
    MOVE 'QUEUE-CONSOLE' TO WORKQUEUE-LOCK-PROGRAM.
    MOVE OPERATOR-SIGNON-ID TO WORKQUEUE-LOCK-OPERATOR.
    MOVE RUN-ID-STAMP TO WORKQUEUE-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING WORKQUEUE-LOCK-REQUEST.
    IF WORKQUEUE-LOCK-RESULT NOT = '00'
     DISPLAY 'The work queue is held by another run - '
         'try again shortly.'
    ELSE
     PERFORM LOAD-QUEUE-TABLE
     IF WS-QUEUE-OVERFLOW
* Rewriting from a partial table would lose the items past it.
      DISPLAY 'The work queue holds more than 200 items - '
          'it cannot be edited here.'
     ELSE
      IF WS-ACTION-CODE = 'U'
       PERFORM PURGE-OLD-DONE-ITEMS
      ELSE
       PERFORM APPLY-ITEM-ACTION
      END-IF
      IF WS-QUEUE-CHANGED
       PERFORM REWRITE-QUEUE-FILE
      END-IF
     END-IF
     MOVE 'DEQ' TO WORKQUEUE-LOCK-OPERATION
     CALL 'DSLOCK' USING WORKQUEUE-LOCK-REQUEST
    END-IF.
    IF WS-QUEUE-CHANGED
     ADD 1 TO WS-CHANGE-COUNT
     PERFORM WRITE-AUDIT-LOG
    END-IF.

APPLY-ITEM-ACTION.
    PERFORM FIND-PICKED-ITEM.
    IF WS-PICKED-INDEX = 0
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' has left the queue.'
    ELSE
     MOVE WS-PICKED-INDEX TO WS-QT-INDEX
     EVALUATE WS-ACTION-CODE
      WHEN 'H'
       PERFORM HOLD-PICKED-ITEM
      WHEN 'R'
       PERFORM RELEASE-PICKED-ITEM
      WHEN 'P'
       PERFORM REPRIORITIZE-PICKED-ITEM
      WHEN 'Q'
       PERFORM REQUEUE-PICKED-ITEM
      WHEN 'C'
       PERFORM CANCEL-PICKED-ITEM
     END-EVALUATE
    END-IF.

HOLD-PICKED-ITEM.
    IF WS-QT-STATUS(WS-QT-INDEX) = 'PENDING'
     MOVE 'HELD' TO WS-QT-STATUS(WS-QT-INDEX)
     MOVE WS-REASON TO WS-QT-NOTE(WS-QT-INDEX)
     MOVE 'HELD' TO WS-AUDIT-OUTCOME
     SET WS-QUEUE-CHANGED TO TRUE
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' held.'
    ELSE
     DISPLAY 'Only a PENDING item can be held - item '
         WS-PICKED-SEQUENCE ' is '
         FUNCTION TRIM(WS-QT-STATUS(WS-QT-INDEX)) '.'
    END-IF.

RELEASE-PICKED-ITEM.
    IF WS-QT-STATUS(WS-QT-INDEX) = 'HELD'
     MOVE 'PENDING' TO WS-QT-STATUS(WS-QT-INDEX)
     MOVE SPACES TO WS-QT-NOTE(WS-QT-INDEX)
     MOVE 'RELEASED' TO WS-AUDIT-OUTCOME
     SET WS-QUEUE-CHANGED TO TRUE
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' released.'
    ELSE
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' is not held.'
    END-IF.

REPRIORITIZE-PICKED-ITEM.
* A RUNNING or finished item has nothing left to order.
    IF WS-QT-STATUS(WS-QT-INDEX) = 'PENDING'
        OR WS-QT-STATUS(WS-QT-INDEX) = 'HELD'
     MOVE WS-NEW-PRIORITY TO WS-QT-PRIORITY(WS-QT-INDEX)
     MOVE 'REPRIORITIZED' TO WS-AUDIT-OUTCOME
     SET WS-QUEUE-CHANGED TO TRUE
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' now priority '
         WS-NEW-PRIORITY '.'
    ELSE
     DISPLAY 'Only a PENDING or HELD item can change priority - '
         'item ' WS-PICKED-SEQUENCE ' is '
         FUNCTION TRIM(WS-QT-STATUS(WS-QT-INDEX)) '.'
    END-IF.

REQUEUE-PICKED-ITEM.
* A fresh retry count: the dispatcher's retry limit applies to the
* item's life after the fix, not before it.
    IF WS-QT-STATUS(WS-QT-INDEX) = 'DEADLTR'
     MOVE 'PENDING' TO WS-QT-STATUS(WS-QT-INDEX)
     MOVE 0 TO WS-QT-RETRIES(WS-QT-INDEX)
     MOVE SPACES TO WS-QT-NOTE(WS-QT-INDEX)
     MOVE 'REQUEUED' TO WS-AUDIT-OUTCOME
     SET WS-QUEUE-CHANGED TO TRUE
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' requeued as PENDING.'
    ELSE
     DISPLAY 'Only a DEADLTR item can be requeued - item '
         WS-PICKED-SEQUENCE ' is '
         FUNCTION TRIM(WS-QT-STATUS(WS-QT-INDEX)) '.'
    END-IF.

CANCEL-PICKED-ITEM.
    IF WS-QT-STATUS(WS-QT-INDEX) = 'PENDING'
        OR WS-QT-STATUS(WS-QT-INDEX) = 'HELD'
        OR WS-QT-STATUS(WS-QT-INDEX) = 'FAILED'
        OR WS-QT-STATUS(WS-QT-INDEX) = 'DEADLTR'
     MOVE 'CANCELED' TO WS-QT-STATUS(WS-QT-INDEX)
     MOVE WS-REASON TO WS-QT-NOTE(WS-QT-INDEX)
     MOVE 'CANCELED' TO WS-AUDIT-OUTCOME
     SET WS-QUEUE-CHANGED TO TRUE
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' canceled.'
     PERFORM WARN-OF-DEPENDENTS
    ELSE
     DISPLAY 'Item ' WS-PICKED-SEQUENCE ' is '
         FUNCTION TRIM(WS-QT-STATUS(WS-QT-INDEX))
         ' - it cannot be canceled.'
    END-IF.

WARN-OF-DEPENDENTS.
* A canceled item never shows DONE, so anything waiting on it
* waits until it is purged or the dependents are dealt with too.
    MOVE 0 TO WS-DEPENDENT-COUNT.
    PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
        UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
     IF WS-QT-DEPENDS(WS-QT-INDEX) = WS-PICKED-SEQUENCE
         AND (WS-QT-STATUS(WS-QT-INDEX) = 'PENDING'
              OR WS-QT-STATUS(WS-QT-INDEX) = 'HELD')
      ADD 1 TO WS-DEPENDENT-COUNT
     END-IF
    END-PERFORM.
    IF WS-DEPENDENT-COUNT > 0
     DISPLAY WS-DEPENDENT-COUNT ' item(s) depend on it and will '
         'wait until they are canceled or it is purged.'
    END-IF.

MARK-PURGEABLE-ITEMS.
* Age runs from the business date of the run that enqueued the
* item to today's business date.
    MOVE 0 TO WS-PURGE-COUNT.
    PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
        UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
     MOVE 0 TO WS-ENQUEUED-DATE
     IF WS-QT-RUN-ID(WS-QT-INDEX)(1:8) IS NUMERIC
      MOVE WS-QT-RUN-ID(WS-QT-INDEX)(1:8) TO WS-ENQUEUED-DATE
     END-IF
     IF WS-QT-STATUS(WS-QT-INDEX) = 'DONE'
         AND FUNCTION TEST-DATE-YYYYMMDD(WS-ENQUEUED-DATE) = 0
      COMPUTE WS-ITEM-AGE =
          FUNCTION INTEGER-OF-DATE(RUN-ID-CURRENT-DATE)
          - FUNCTION INTEGER-OF-DATE(WS-ENQUEUED-DATE)
      IF WS-ITEM-AGE > WS-PURGE-DAYS
       SET WS-QT-PURGED(WS-QT-INDEX) TO TRUE
       ADD 1 TO WS-PURGE-COUNT
      END-IF
     END-IF
    END-PERFORM.

PURGE-OLD-DONE-ITEMS.
* The history is written before the queue is rewritten without the
* items, so a failure between the two duplicates rather than loses.
    PERFORM MARK-PURGEABLE-ITEMS.
    IF WS-PURGE-COUNT = 0
     DISPLAY 'No DONE item is that old any more.'
    ELSE
     OPEN EXTEND QUEUE-HISTORY-FILE
     IF WS-HISTORY-STATUS = '35'
      OPEN OUTPUT QUEUE-HISTORY-FILE
     END-IF
     PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
         UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
      IF WS-QT-PURGED(WS-QT-INDEX)
       PERFORM BUILD-QUEUE-LINE
       MOVE SPACES TO QUEUE-HISTORY-RECORD
       STRING RUN-ID-CURRENT-DATE DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           OPERATOR-SIGNON-ID DELIMITED BY SPACE
           ',' DELIMITED BY SIZE
           WORKQUEUE-LINE DELIMITED BY SIZE
           INTO QUEUE-HISTORY-RECORD
       WRITE QUEUE-HISTORY-RECORD
      END-IF
     END-PERFORM
     CLOSE QUEUE-HISTORY-FILE
     MOVE 'PURGED' TO WS-AUDIT-OUTCOME
     SET WS-QUEUE-CHANGED TO TRUE
     DISPLAY WS-PURGE-COUNT ' DONE item(s) moved to WQHISTORY.TXT.'
    END-IF.

FIND-PICKED-ITEM.
    MOVE 0 TO WS-PICKED-INDEX.
    PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
        UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
     IF WS-QT-SEQUENCE(WS-QT-INDEX) = WS-PICKED-SEQUENCE
         AND WS-PICKED-INDEX = 0
      MOVE WS-QT-INDEX TO WS-PICKED-INDEX
     END-IF
    END-PERFORM.

LOAD-QUEUE-TABLE.
    MOVE 0 TO WS-QUEUE-COUNT.
    MOVE 'N' TO WS-OVERFLOW-FLAG.
    MOVE 'N' TO WORKQUEUE-EOF-FLAG.
    OPEN INPUT WORK-QUEUE-FILE.
    IF WORKQUEUE-FILE-STATUS NOT = '00'
     SET WORKQUEUE-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-QUEUE-ITEM UNTIL WORKQUEUE-EOF.
    IF WORKQUEUE-FILE-STATUS = '00' OR WORKQUEUE-FILE-STATUS = '10'
     CLOSE WORK-QUEUE-FILE
    END-IF.

LOAD-ONE-QUEUE-ITEM.
    READ WORK-QUEUE-FILE INTO WORKQUEUE-LINE
     AT END
      SET WORKQUEUE-EOF TO TRUE
     NOT AT END
      IF WORKQUEUE-LINE NOT = SPACES
       IF WS-QUEUE-COUNT < 200
        PERFORM PARSE-QUEUE-LINE
       ELSE
        SET WS-QUEUE-OVERFLOW TO TRUE
       END-IF
      END-IF
    END-READ.

PARSE-QUEUE-LINE.
    ADD 1 TO WS-QUEUE-COUNT.
    MOVE SPACES TO WS-SEQ-TEXT.
    MOVE SPACES TO WS-RETRY-TEXT.
    MOVE SPACES TO WS-PRIORITY-TEXT.
    MOVE SPACES TO WS-DEPENDS-TEXT.
    MOVE SPACES TO WS-QT-NOTE(WS-QUEUE-COUNT).
    MOVE 'N' TO WS-QT-PURGE-FLAG(WS-QUEUE-COUNT).
    UNSTRING WORKQUEUE-LINE DELIMITED BY ','
        INTO WS-QT-STATUS(WS-QUEUE-COUNT) WS-SEQ-TEXT
             WS-QT-FILE(WS-QUEUE-COUNT)
             WS-QT-PROGRAM(WS-QUEUE-COUNT)
             WS-QT-RUN-ID(WS-QUEUE-COUNT)
             WS-RETRY-TEXT WS-PRIORITY-TEXT WS-DEPENDS-TEXT
             WS-QT-NOTE(WS-QUEUE-COUNT).
    IF WS-PRIORITY-TEXT IS NUMERIC
        AND WS-PRIORITY-TEXT NOT = '0'
     MOVE WS-PRIORITY-TEXT TO WS-QT-PRIORITY(WS-QUEUE-COUNT)
    ELSE
     MOVE 5 TO WS-QT-PRIORITY(WS-QUEUE-COUNT)
    END-IF.
    IF WS-DEPENDS-TEXT IS NUMERIC
     MOVE WS-DEPENDS-TEXT TO WS-QT-DEPENDS(WS-QUEUE-COUNT)
    ELSE
     MOVE 0 TO WS-QT-DEPENDS(WS-QUEUE-COUNT)
    END-IF.
    IF WS-RETRY-TEXT(1:2) IS NUMERIC
     MOVE WS-RETRY-TEXT(1:2) TO WS-QT-RETRIES(WS-QUEUE-COUNT)
    ELSE
     MOVE 0 TO WS-QT-RETRIES(WS-QUEUE-COUNT)
    END-IF.
    IF WS-SEQ-TEXT IS NUMERIC
     MOVE WS-SEQ-TEXT TO WS-QT-SEQUENCE(WS-QUEUE-COUNT)
    ELSE
     MOVE 0 TO WS-QT-SEQUENCE(WS-QUEUE-COUNT)
    END-IF.

REWRITE-QUEUE-FILE.
    OPEN OUTPUT WORK-QUEUE-FILE.
    PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
        UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
     IF NOT WS-QT-PURGED(WS-QT-INDEX)
      PERFORM BUILD-QUEUE-LINE
      MOVE WORKQUEUE-LINE TO WORK-QUEUE-RECORD
      WRITE WORK-QUEUE-RECORD
     END-IF
    END-PERFORM.
    CLOSE WORK-QUEUE-FILE.

BUILD-QUEUE-LINE.
* The note is free text on a comma-delimited line: its commas become
* spaces, and it is left off altogether when there is none.
    INSPECT WS-QT-NOTE(WS-QT-INDEX) REPLACING ALL ',' BY SPACE.
    MOVE SPACES TO WORKQUEUE-LINE.
    MOVE 1 TO WS-AUDIT-POINTER.
    STRING FUNCTION TRIM(WS-QT-STATUS(WS-QT-INDEX))
        DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-QT-SEQUENCE(WS-QT-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-QT-FILE(WS-QT-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-QT-PROGRAM(WS-QT-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-QT-RUN-ID(WS-QT-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-QT-RETRIES(WS-QT-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-QT-PRIORITY(WS-QT-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-QT-DEPENDS(WS-QT-INDEX) DELIMITED BY SIZE
        INTO WORKQUEUE-LINE WITH POINTER WS-AUDIT-POINTER.
    IF WS-QT-NOTE(WS-QT-INDEX) NOT = SPACES
     STRING ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-QT-NOTE(WS-QT-INDEX)) DELIMITED BY SIZE
         INTO WORKQUEUE-LINE WITH POINTER WS-AUDIT-POINTER
    END-IF.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-AUDIT-LOG.
* The detail must stay one unbroken token (the audit copybook cuts
* its fields at the first space), so the reason's spaces become
* underscores: SEQ=n,ACTION=a,PRI=n,OPERATOR=id,REASON=text - or,
* for a purge, DAYS=n,OPERATOR=id with the count of items moved.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    MOVE 1 TO WS-AUDIT-POINTER.
    MOVE 1 TO WS-AUDIT-COUNT.
    IF WS-ACTION-CODE = 'U'
     MOVE WS-PURGE-COUNT TO WS-AUDIT-COUNT
     STRING 'DAYS=' DELIMITED BY SIZE
         WS-PURGE-DAYS DELIMITED BY SIZE
         INTO WS-AUDIT-DETAIL WITH POINTER WS-AUDIT-POINTER
    ELSE
     STRING 'SEQ=' DELIMITED BY SIZE
         WS-PICKED-SEQUENCE DELIMITED BY SIZE
         ',ACTION=' DELIMITED BY SIZE
         WS-ACTION-CODE DELIMITED BY SIZE
         ',PRI=' DELIMITED BY SIZE
         WS-QT-PRIORITY(WS-PICKED-INDEX) DELIMITED BY SIZE
         INTO WS-AUDIT-DETAIL WITH POINTER WS-AUDIT-POINTER
    END-IF.
    STRING ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL WITH POINTER WS-AUDIT-POINTER.
    IF WS-REASON NOT = SPACES AND WS-ACTION-CODE NOT = 'U'
     INSPECT WS-REASON REPLACING ALL ',' BY SPACE
     MOVE FUNCTION TRIM(WS-REASON) TO WS-REASON
     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REASON))
         TO WS-REASON-LENGTH
     INSPECT WS-REASON(1:WS-REASON-LENGTH)
         REPLACING ALL SPACE BY '_'
     STRING ',REASON=' DELIMITED BY SIZE
         WS-REASON DELIMITED BY SPACE
         INTO WS-AUDIT-DETAIL WITH POINTER WS-AUDIT-POINTER
    END-IF.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='QUEUE-CONSOLE'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='WORKQUEUE.TXT'==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-AUDIT-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
