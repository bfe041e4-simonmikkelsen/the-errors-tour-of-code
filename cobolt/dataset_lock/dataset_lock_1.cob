* it already holds. LOCK-CONSOLE shows who holds what and carries
* the audited administrator break. The operation codes and the
* parameter area are documented in DSLOCK-LINKAGE.CPY.
* Now that JOB-SCHEDULER runs initiators side by side, two DSLOCK
* calls can truly overlap, and a read-modify-write of the table by
* each could lose one of the updates - a lock taken or let go that
* the table never shows. Every pass over the table is therefore
* made under a gate: the directory LOCKTABLE.GATE, whose creation
* either succeeds for exactly one caller or fails. A caller finding
* the gate shut retries every tenth of a second; a gate still shut
* after five seconds was left by a run that died inside DSLOCK and
* is walked through rather than waited on for ever.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  WS-STAMP-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  WS-SLEEP-COMMAND PIC X(20) VALUE 'sleep 1'.
01  WS-GATE-TAKE-COMMAND PIC X(40)
    VALUE 'mkdir LOCKTABLE.GATE 2>/dev/null'.
01  WS-GATE-DROP-COMMAND PIC X(40)
    VALUE 'rmdir LOCKTABLE.GATE 2>/dev/null'.
01  WS-GATE-SLEEP-COMMAND PIC X(20) VALUE 'sleep 0.1'.
01  WS-GATE-RESULT PIC S9(09) VALUE 0.
01  WS-GATE-TRIES PIC 9(03) VALUE 0.
01  WS-GATE-TRY-LIMIT PIC 9(03) VALUE 50.
01  WS-GATE-FLAG PIC X VALUE 'N'.
    88  WS-GATE-TAKEN VALUE 'Y'.

LINKAGE SECTION.
COPY "dslock-linkage.cpy".
* contention. Two blank stamps prove nothing about each other
* (every caller without a run id yet would match every other), so
* blank-to-blank is contention and the second caller waits.
    PERFORM TAKE-TABLE-GATE.
    PERFORM LOAD-LOCK-TABLE.
    PERFORM FIND-DATASET-HOLDER.
    IF WS-HELD-INDEX = 0
        OR (WS-LK-RUN-ID(WS-HELD-INDEX) = DSLOCK-RUN-STAMP
            AND DSLOCK-RUN-STAMP NOT = SPACES)
     PERFORM WRITE-OWN-LOCK
     PERFORM DROP-TABLE-GATE
     SET WS-SETTLED TO TRUE
    ELSE
     PERFORM DROP-TABLE-GATE
     IF WS-WAITS-USED >= WS-WAIT-LIMIT
      MOVE '08' TO DSLOCK-RESULT
      SET WS-SETTLED TO TRUE
     ELSE
      ADD 1 TO WS-WAITS-USED
      CALL 'SYSTEM' USING WS-SLEEP-COMMAND
      MOVE 0 TO RETURN-CODE
     END-IF
    END-IF.

* Ownership demands a matching non-blank stamp - a blank stamp can
* release nothing, which is why RUN-ID-GET.CPY now carries its own
* time token instead of an empty one.
    PERFORM TAKE-TABLE-GATE.
    PERFORM LOAD-LOCK-TABLE.
    PERFORM FIND-DATASET-HOLDER.
    IF WS-HELD-INDEX = 0
      MOVE '08' TO DSLOCK-RESULT
     END-IF
    END-IF.
    PERFORM DROP-TABLE-GATE.

BREAK-ANY-LOCK.
    PERFORM TAKE-TABLE-GATE.
    PERFORM LOAD-LOCK-TABLE.
    PERFORM FIND-DATASET-HOLDER.
    IF WS-HELD-INDEX = 0
     MOVE SPACES TO WS-LK-DATASET(WS-HELD-INDEX)
     PERFORM REWRITE-LOCK-TABLE
    END-IF.
    PERFORM DROP-TABLE-GATE.

TAKE-TABLE-GATE.
    MOVE 0 TO WS-GATE-TRIES.
    MOVE 'N' TO WS-GATE-FLAG.
    PERFORM TRY-TABLE-GATE UNTIL WS-GATE-TAKEN.

TRY-TABLE-GATE.
* The shell's status comes back in RETURN-CODE; it is cleared again
* so that no caller of DSLOCK sees it as its own condition code.
    CALL 'SYSTEM' USING WS-GATE-TAKE-COMMAND.
    MOVE RETURN-CODE TO WS-GATE-RESULT.
    MOVE 0 TO RETURN-CODE.
    IF WS-GATE-RESULT = 0 OR WS-GATE-TRIES >= WS-GATE-TRY-LIMIT
     SET WS-GATE-TAKEN TO TRUE
    ELSE
     ADD 1 TO WS-GATE-TRIES
     CALL 'SYSTEM' USING WS-GATE-SLEEP-COMMAND
     MOVE 0 TO RETURN-CODE
    END-IF.

DROP-TABLE-GATE.
    CALL 'SYSTEM' USING WS-GATE-DROP-COMMAND.
    MOVE 0 TO RETURN-CODE.

FIND-DATASET-HOLDER.
    MOVE 0 TO WS-HELD-INDEX.
