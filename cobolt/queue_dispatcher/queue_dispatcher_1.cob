* with a depends-on sequence number is held until the item it names
* shows DONE, which lets an enqueueing program sequence the night
* itself (see WORKQUEUE-ENQUEUE-PRI.CPY).
* Operators now correct the queue through QUEUE-CONSOLE rather than
* by hand: an item they put on HELD is passed over (and counted as
* held when the cycle starts), and a hold, release, re-prioritisation,
* requeue or cancel made there while a cycle is running is taken from
* the file at the next rewrite instead of being written over - the
* item is claimed for RUNNING only under the lock, after that
* re-read, so a hold placed a moment before dispatch still stops it.
* The operator's note travels on the item and shows on inquiry.
* Like the test harness, the CALLed programs read their operator
* answers from this dispatcher's own standard input, in queue order.
* A finished item the console purges to the history file while a
* cycle is running stays purged: the rewrite writes back a DONE or
* CANCELED item only if the file still showed it when re-read, so
* the next purge does not put it in the history a second time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        10  WS-QT-RETRIES PIC 9(02).
        10  WS-QT-PRIORITY PIC 9(01).
        10  WS-QT-DEPENDS PIC 9(06).
        10  WS-QT-NOTE PIC X(40).
        10  WS-QT-SEEN-FLAG PIC X.
            88  WS-QT-SEEN-ON-FILE VALUE 'Y'.
01  WS-QUEUE-COUNT PIC 9(03) VALUE 0.
01  WS-QT-INDEX PIC 9(03) VALUE 0.
01  WS-SEQ-TEXT PIC X(06).
01  WS-ITEM-SEQ-TEXT PIC X(06).
01  WS-ABSORB-DUP-FLAG PIC X VALUE 'N'.
01  WS-ABSORB-SCAN PIC 9(03) VALUE 0.
01  WS-ABSORB-MATCH PIC 9(03) VALUE 0.
01  WS-CLAIM-INDEX PIC 9(03) VALUE 0.
01  WS-HELD-COUNT PIC 9(03) VALUE 0.
01  WS-LINE-POINTER PIC 9(03) VALUE 1.
01  WS-PRIORITY-TEXT PIC X(01).
01  WS-DEPENDS-TEXT PIC X(06).
01  WS-BEST-PRIORITY PIC 9(01) VALUE 9.
    ELSE
     PERFORM SET-PARENT-RUN-MARKER
     PERFORM REQUEUE-ORPHANED-ITEMS
     PERFORM COUNT-HELD-ITEMS
     PERFORM DISPATCH-OLDEST-PENDING
         UNTIL WS-PENDING-LEFT = 0
     PERFORM RESTORE-PARENT-RUN-MARKER
    END-IF.
    STOP RUN.

COUNT-HELD-ITEMS.
    MOVE 0 TO WS-HELD-COUNT.
    PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
        UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
     IF WS-QT-STATUS(WS-QT-INDEX) = 'HELD'
      ADD 1 TO WS-HELD-COUNT
     END-IF
    END-PERFORM.
    IF WS-HELD-COUNT > 0
     DISPLAY WS-HELD-COUNT ' ITEM(S) HELD BY THE OPERATOR - '
         'NOT DISPATCHED.'
    END-IF.

REQUEUE-ORPHANED-ITEMS.
* An item still RUNNING at startup is a crashed dispatcher's orphan:
* nothing is running it, and left alone it would block its file
* An item whose sequence number the table already holds is skipped:
* the table's copy carries this cycle's status updates, and the
* same loader then re-absorbs a mid-cycle queue file without
* doubling anything (see ABSORB-NEW-QUEUE-ITEMS) - except that a
* change made on the queue console is taken (TAKE-CONSOLE-CHANGE).
    READ WORK-QUEUE-FILE INTO WORKQUEUE-LINE
     AT END
      SET WORKQUEUE-EOF TO TRUE
       MOVE SPACES TO WS-RETRY-TEXT
       MOVE SPACES TO WS-PRIORITY-TEXT
       MOVE SPACES TO WS-DEPENDS-TEXT
       MOVE SPACES TO WS-QT-NOTE(WS-QUEUE-COUNT)
       SET WS-QT-SEEN-ON-FILE(WS-QUEUE-COUNT) TO TRUE
       UNSTRING WORKQUEUE-LINE DELIMITED BY ','
           INTO WS-QT-STATUS(WS-QUEUE-COUNT) WS-SEQ-TEXT
                WS-QT-FILE(WS-QUEUE-COUNT)
                WS-QT-PROGRAM(WS-QUEUE-COUNT)
                WS-QT-RUN-ID(WS-QUEUE-COUNT)
                WS-RETRY-TEXT WS-PRIORITY-TEXT WS-DEPENDS-TEXT
                WS-QT-NOTE(WS-QUEUE-COUNT)
       IF WS-PRIORITY-TEXT IS NUMERIC
           AND WS-PRIORITY-TEXT NOT = '0'
        MOVE WS-PRIORITY-TEXT TO WS-QT-PRIORITY(WS-QUEUE-COUNT)
        MOVE 0 TO WS-QT-SEQUENCE(WS-QUEUE-COUNT)
       END-IF
       MOVE 'N' TO WS-ABSORB-DUP-FLAG
       MOVE 0 TO WS-ABSORB-MATCH
       PERFORM VARYING WS-ABSORB-SCAN FROM 1 BY 1
           UNTIL WS-ABSORB-SCAN >= WS-QUEUE-COUNT
        IF WS-QT-SEQUENCE(WS-ABSORB-SCAN)
            = WS-QT-SEQUENCE(WS-QUEUE-COUNT)
            AND WS-ABSORB-MATCH = 0
         MOVE 'Y' TO WS-ABSORB-DUP-FLAG
         MOVE WS-ABSORB-SCAN TO WS-ABSORB-MATCH
        END-IF
       END-PERFORM
       IF WS-ABSORB-DUP-FLAG = 'Y'
        PERFORM TAKE-CONSOLE-CHANGE
        SET WS-QT-SEEN-ON-FILE(WS-ABSORB-MATCH) TO TRUE
        SUBTRACT 1 FROM WS-QUEUE-COUNT
       ELSE
        IF WS-QT-STATUS(WS-QUEUE-COUNT) = 'PENDING'
      END-IF
    END-READ.

TAKE-CONSOLE-CHANGE.
* The file's copy wins only where the console can have changed it:
* an item this cycle has not got RUNNING or finished, now shown on
* file as pending, held or canceled. The PENDING count follows.
    IF (WS-QT-STATUS(WS-ABSORB-MATCH) = 'PENDING'
        OR WS-QT-STATUS(WS-ABSORB-MATCH) = 'HELD'
        OR WS-QT-STATUS(WS-ABSORB-MATCH) = 'DEADLTR')
        AND (WS-QT-STATUS(WS-QUEUE-COUNT) = 'PENDING'
        OR WS-QT-STATUS(WS-QUEUE-COUNT) = 'HELD'
        OR WS-QT-STATUS(WS-QUEUE-COUNT) = 'CANCELED')
     IF WS-QT-STATUS(WS-ABSORB-MATCH) = 'PENDING'
      SUBTRACT 1 FROM WS-PENDING-LEFT
     END-IF
     IF WS-QT-STATUS(WS-QUEUE-COUNT) = 'PENDING'
      ADD 1 TO WS-PENDING-LEFT
     END-IF
     MOVE WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
         TO WS-QUEUE-ENTRY(WS-ABSORB-MATCH)
    END-IF.

SHOW-QUEUE-DISPLAY.
    DISPLAY 'STATUS   SEQ    FILE                           '
        'NEXT PROGRAM         ENQUEUED BY'.
        WS-QT-RUN-ID(WS-QT-INDEX)
        ' P' WS-QT-PRIORITY(WS-QT-INDEX)
        ' DEP ' WS-QT-DEPENDS(WS-QT-INDEX)
        ' RETRIES ' WS-QT-RETRIES(WS-QT-INDEX)
        ' ' FUNCTION TRIM(WS-QT-NOTE(WS-QT-INDEX)).

DISPATCH-OLDEST-PENDING.
* Best priority class first, oldest within it; an item whose
RUN-ONE-QUEUE-ITEM.
* The item turns RUNNING on disk before the program starts, so a
* dispatcher that dies mid-step leaves visible evidence of where it
* got to; DONE or FAILED replaces it when the step comes back. The
* claim is made inside the locked rewrite, after the file is
* re-read, so an item the operator has just held is let be.
    MOVE WS-OLDEST-INDEX TO WS-QT-INDEX.
    MOVE WS-OLDEST-INDEX TO WS-CLAIM-INDEX.
    PERFORM REWRITE-QUEUE-FILE.
    MOVE 0 TO WS-CLAIM-INDEX.
    IF WS-QT-STATUS(WS-QT-INDEX) = 'RUNNING'
     PERFORM CALL-CLAIMED-ITEM
    ELSE
     DISPLAY 'ITEM ' WS-QT-SEQUENCE(WS-QT-INDEX) ' IS NOW '
         FUNCTION TRIM(WS-QT-STATUS(WS-QT-INDEX))
         ' ON THE QUEUE CONSOLE - NOT DISPATCHED.'
    END-IF.

CALL-CLAIMED-ITEM.
    DISPLAY '--- DISPATCHING ITEM ' WS-QT-SEQUENCE(WS-QT-INDEX)
        ': ' WS-QT-PROGRAM(WS-QT-INDEX) ' FOR '
        FUNCTION TRIM(WS-QT-FILE(WS-QT-INDEX)) ' ---'.
         'REWRITING ANYWAY ***'
    END-IF.
    PERFORM ABSORB-NEW-QUEUE-ITEMS.
    IF WS-CLAIM-INDEX > 0
        AND WS-QT-STATUS(WS-CLAIM-INDEX) = 'PENDING'
     MOVE 'RUNNING' TO WS-QT-STATUS(WS-CLAIM-INDEX)
    END-IF.
    OPEN OUTPUT WORK-QUEUE-FILE.
    PERFORM WRITE-KEPT-QUEUE-ITEM
        VARYING WS-QT-INDEX FROM 1 BY 1
        UNTIL WS-QT-INDEX > WS-QUEUE-COUNT.
    CLOSE WORK-QUEUE-FILE.

ABSORB-NEW-QUEUE-ITEMS.
* Same loader as startup, without resetting the table: known
* sequences are skipped and only genuinely new items append. Each
* item the file still holds is marked seen; a file that cannot be
* read leaves every item marked, so nothing is dropped on its word.
    MOVE 'N' TO WORKQUEUE-EOF-FLAG.
    OPEN INPUT WORK-QUEUE-FILE.
    IF WORKQUEUE-FILE-STATUS NOT = '00'
     SET WORKQUEUE-EOF TO TRUE
    ELSE
     PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
         UNTIL WS-QT-INDEX > WS-QUEUE-COUNT
      MOVE 'N' TO WS-QT-SEEN-FLAG(WS-QT-INDEX)
     END-PERFORM
    END-IF.
    PERFORM LOAD-ONE-QUEUE-ITEM UNTIL WORKQUEUE-EOF.
    IF WORKQUEUE-FILE-STATUS = '00' OR WORKQUEUE-FILE-STATUS = '10'
     CLOSE WORK-QUEUE-FILE
    END-IF.

WRITE-KEPT-QUEUE-ITEM.
* A DONE or CANCELED item gone from the file was purged to the
* history by the queue console; writing it back would have the next
* purge record it twice.
    IF WS-QT-SEEN-ON-FILE(WS-QT-INDEX)
        OR (WS-QT-STATUS(WS-QT-INDEX) NOT = 'DONE'
        AND WS-QT-STATUS(WS-QT-INDEX) NOT = 'CANCELED')
     PERFORM WRITE-ONE-QUEUE-ITEM
    END-IF.

WRITE-ONE-QUEUE-ITEM.
    MOVE SPACES TO WORKQUEUE-LINE.
    MOVE 1 TO WS-LINE-POINTER.
    STRING FUNCTION TRIM(WS-QT-STATUS(WS-QT-INDEX))
        DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-QT-PRIORITY(WS-QT-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-QT-DEPENDS(WS-QT-INDEX) DELIMITED BY SIZE
        INTO WORKQUEUE-LINE WITH POINTER WS-LINE-POINTER.
    IF WS-QT-NOTE(WS-QT-INDEX) NOT = SPACES
     STRING ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-QT-NOTE(WS-QT-INDEX)) DELIMITED BY SIZE
         INTO WORKQUEUE-LINE WITH POINTER WS-LINE-POINTER
    END-IF.
    MOVE WORKQUEUE-LINE TO WORK-QUEUE-RECORD.
    WRITE WORK-QUEUE-RECORD.
