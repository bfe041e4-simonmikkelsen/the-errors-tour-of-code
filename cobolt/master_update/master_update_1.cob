* COMMIT-RECOVERY, never a half-written master under the real name.
* Nights are chained to each other through the continuity ledger
* CONTINUITY.TXT: every run closes by recording the new master's
* record count and CRC-32 checksum against its file name, and the
* next run proves the old master it was handed against that ledger
* before applying a single transaction. A file swap between runs
* ends the run RETURN-CODE 8 with a break report instead of going
* unnoticed for days. The checksum is the shared CRC32 subprogram's
* CRC-32; a ledger entry written while the byte-sum was in use still
* proves on the byte-sum until the transition switch in
* CRC32-LINKAGE.CPY is turned off, and the report says so.
* A change no longer has to carry the whole record image. An F
* (field change) transaction has the key where a record image has
* it - so the file still sorts on the one key column - followed by
* a space and one or more FIELD=value assignments separated by ';',
* the field names taken from the master's layout in the central
* dictionary (the operator names the layout; blank means the run
* takes no F transactions). Only those positions change. Every new
* value is validated against its dictionary entry the way
* FILE-VALIDATOR checks a file - required, numeric within range,
* real date, value from the code list, packed/binary encodable
* through FIELDCONV, check digit - and the key itself cannot be
* changed this way; one bad field rejects the whole transaction to
* suspense with the field named, so a half-applied change never
* reaches the master. The before/after images journal as a CHANGE
* exactly as a whole-image C transaction does.
* A transaction may also carry the business date it is to take
* effect: an eight-digit YYYYMMDD in columns 2-9 right after the
* action code, a space, and the record image from column 11 (an
* undated transaction keeps the old layout). One dated after today's
* business date is not applied - it goes to the pending file
* PENDING.TXT with the date it was queued, and the report lists it as
* held. Every run loads the pending items whose date has come,
* orders them by key, and merges them into the transaction side
* ahead of the day's file (behind suspense, which is older still),
* so they apply exactly as if they had arrived today; a released
* item that rejects goes to suspense from today like any other.
* Items not yet due carry forward through PENDING.NEW, turned over
* under the commit protocol with the suspense file, and the report
* closes with a section listing everything still pending and the
* date it will apply. The pending file is held under a DSLOCK for
* the run, so the operator's PENDING-CONSOLE cannot cancel an item
* while a run is reading it. A date that is not a real calendar date
* is rejected on the report rather than guessed at.
* A long run no longer has to start over after a crash. Every so
* many records read (the operator sets the interval; 0 turns it
* off) the run closes and reopens its staged outputs so everything
* written so far is on disk, then records a checkpoint in
* MASTERCKPT.TXT: the run identifier and business date, the
* settings, how far each input has been read and what sits in the
* read-ahead buffers, the position in the pending items, every
* control total and the checksum so far, and the staged record
* counts. The next run that finds a checkpoint offers to restart
* from it. A restart adopts the interrupted run's identifier, so
* its COMMIT and DONE lines close the INTENTs the interrupted run
* posted; it proves the old master still measures what it did when
* the run began, cuts each staged output back to its checkpointed
* count, removes any change-journal lines the run wrote after the
* checkpoint, and carries on from there - the new master, the
* journal, and the continuity ledger entry come out as an unbroken
* run's would. Staging that is shorter than the checkpoint (backed
* out by COMMIT-RECOVERY, say) or an old master that changed
* refuses the restart. The checkpoint is removed just before the
* commit, and declining the restart removes it too, leaving that
* run's staging to COMMIT-RECOVERY as before.
* Between keys the run also posts a heartbeat to the shared progress
* file PROGRESS.TXT (PROGRESS-SELECT.CPY) every thousand records
* taken in, carrying how far into the old master it has read, so
* PROGRESS-INQUIRY can say how far along a night's update is and
* when it should finish, and STALL-WATCHDOG can raise an alert on
* one that has stopped moving long before the schedule deadline
* passes. A restarted run posts its START again under the adopted
* identifier, from where the checkpoint put it.
* An F transaction's values now go through the checks shared with
* FILE-VALIDATOR and KEYED-BROWSE in FIELD-CHECK.CPY, so a code
* field kept in a REFTABLES table (TABLE:<name>) is checked against
* that table as of the record's date, and the changed record must
* also satisfy the layout's XRULES.TXT cross-field rules; a broken
* rule rejects the transaction to suspense under the rule's name.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
     FILE STATUS IS WS-SUSPENSE-STATUS.
    SELECT SUSPENSE-NEW-FILE ASSIGN TO WS-SUSPENSE-NEW-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PENDING-FILE ASSIGN TO WS-PENDING-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PENDING-STATUS.
    SELECT PENDING-NEW-FILE ASSIGN TO WS-PENDING-NEW-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PENDING-NEW-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CHECKPOINT-STATUS.
    SELECT CHECKPOINT-NEW-FILE ASSIGN TO WS-CHECKPOINT-NEW-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RESTART-SOURCE-FILE ASSIGN TO WS-RESTART-SOURCE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RESTART-SOURCE-STATUS.
    SELECT JOURNAL-TRIM-FILE ASSIGN TO 'CHGJOURNAL.TRM'
     ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONTINUITY-FILE ASSIGN TO 'CONTINUITY.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONTINUITY-STATUS.
    COPY "commit-select.cpy".
    COPY "sandbox-select.cpy".
    COPY "freeze-select.cpy".
    COPY "layout-dict-select.cpy".
    COPY "xrules-select.cpy".
    COPY "progress-select.cpy".

DATA DIVISION.
FILE SECTION.
01  OLD-MASTER-RECORD PIC X(100).

FD  TRANSACTION-FILE.
01  TRANSACTION-RECORD PIC X(110).

FD  NEW-MASTER-FILE.
01  NEW-MASTER-RECORD PIC X(100).
    05  SUSP-NEW-ACTION PIC X(01).
    05  SUSP-NEW-IMAGE PIC X(100).

FD  PENDING-FILE.
01  PENDING-RECORD.
    05  PEND-REC-EFFECTIVE-DATE PIC 9(08).
    05  PEND-REC-QUEUED-DATE PIC 9(08).
    05  PEND-REC-ACTION PIC X(01).
    05  PEND-REC-IMAGE PIC X(100).

FD  PENDING-NEW-FILE.
01  PENDING-NEW-RECORD.
    05  PEND-NEW-EFFECTIVE-DATE PIC 9(08).
    05  PEND-NEW-QUEUED-DATE PIC 9(08).
    05  PEND-NEW-ACTION PIC X(01).
    05  PEND-NEW-IMAGE PIC X(100).

FD  CHECKPOINT-FILE.
01  CHECKPOINT-RECORD.
    05  CKPT-SEQUENCE PIC 9(05).
    05  CKPT-RUN-STAMP PIC X(13).
    05  CKPT-BUSINESS-DATE PIC 9(08).
    05  CKPT-SETTINGS.
        10  CKPT-OLD-MASTER-NAME PIC X(100).
        10  CKPT-TRANSACTION-NAME PIC X(100).
        10  CKPT-NEW-MASTER-NAME PIC X(100).
        10  CKPT-NEW-MASTER-FINAL-NAME PIC X(100).
        10  CKPT-REPORT-NAME PIC X(100).
        10  CKPT-REPORT-FINAL-NAME PIC X(100).
        10  CKPT-KEY-POSITION PIC 9(03).
        10  CKPT-KEY-LENGTH PIC 9(02).
        10  CKPT-KEY-FORM PIC X(01).
        10  CKPT-AGE-LIMIT PIC 9(03).
        10  CKPT-LAYOUT-NAME PIC X(20).
        10  CKPT-INTERVAL PIC 9(07).
        10  CKPT-OPEN-COUNT PIC 9(07).
        10  CKPT-OPEN-CHECKSUM PIC 9(12).
    05  CKPT-MASTER-SIDE.
        10  CKPT-MASTER-EOF-FLAG PIC X(01).
        10  CKPT-MASTER-RECORD PIC X(100).
        10  CKPT-MASTER-KEY PIC X(20).
    05  CKPT-TFILE-SIDE.
        10  CKPT-TFILE-READ-COUNT PIC 9(09).
        10  CKPT-TFILE-EOF-FLAG PIC X(01).
        10  CKPT-TFILE-ACTION PIC X(01).
        10  CKPT-TFILE-IMAGE PIC X(100).
        10  CKPT-TFILE-KEY PIC X(20).
    05  CKPT-SUSPENSE-SIDE.
        10  CKPT-SUSP-READ-COUNT PIC 9(07).
        10  CKPT-SUSP-EOF-FLAG PIC X(01).
        10  CKPT-SUSP-ACTION PIC X(01).
        10  CKPT-SUSP-IMAGE PIC X(100).
        10  CKPT-SUSP-KEY PIC X(20).
        10  CKPT-SUSP-FIRST-DATE PIC 9(08).
    05  CKPT-PENDING-SIDE.
        10  CKPT-PEND-INDEX PIC 9(03).
        10  CKPT-PEND-EOF-FLAG PIC X(01).
        10  CKPT-PEND-KEY PIC X(20).
    05  CKPT-TRANSACTION-IN-HAND.
        10  CKPT-TRANS-EOF-FLAG PIC X(01).
        10  CKPT-TRANS-ACTION PIC X(01).
        10  CKPT-TRANS-IMAGE PIC X(100).
        10  CKPT-TRANS-KEY PIC X(20).
        10  CKPT-TRANS-FIRST-DATE PIC 9(08).
    05  CKPT-TOTALS.
        10  CKPT-OLD-IN-COUNT PIC 9(07).
        10  CKPT-TRANS-IN-COUNT PIC 9(07).
        10  CKPT-NEW-OUT-COUNT PIC 9(07).
        10  CKPT-ADD-COUNT PIC 9(07).
        10  CKPT-CHANGE-COUNT PIC 9(07).
        10  CKPT-DELETE-COUNT PIC 9(07).
        10  CKPT-REJECT-COUNT PIC 9(07).
        10  CKPT-FIELD-CHANGE-COUNT PIC 9(07).
        10  CKPT-SUSPENSE-IN-COUNT PIC 9(07).
        10  CKPT-SUSPENSE-OUT-COUNT PIC 9(07).
        10  CKPT-ESCALATED-COUNT PIC 9(07).
        10  CKPT-PENDING-IN-COUNT PIC 9(07).
        10  CKPT-PENDING-RELEASED-COUNT PIC 9(07).
        10  CKPT-PENDING-HELD-COUNT PIC 9(07).
        10  CKPT-PENDING-OUT-COUNT PIC 9(07).
        10  CKPT-NEW-CHECKSUM PIC 9(12).
        10  CKPT-REPORT-LINE-COUNT PIC 9(07).

FD  CHECKPOINT-NEW-FILE.
01  CHECKPOINT-NEW-RECORD PIC X(1500).

FD  RESTART-SOURCE-FILE.
01  RESTART-SOURCE-RECORD PIC X(132).

FD  JOURNAL-TRIM-FILE.
01  JOURNAL-TRIM-RECORD PIC X(595).

FD  CONTINUITY-FILE.
01  CONTINUITY-RECORD PIC X(150).

COPY "commit-fd.cpy".
COPY "sandbox-fd.cpy".
COPY "freeze-fd.cpy".
COPY "layout-dict-fd.cpy".
COPY "xrules-fd.cpy".
COPY "progress-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "freeze-ws.cpy".
COPY "msgissue-linkage.cpy".
COPY "report-header-ws.cpy".
COPY "layout-dict-ws.cpy".
COPY "reftable-linkage.cpy".
COPY "field-check-ws.cpy".
COPY "progress-ws.cpy".
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==PENDING-LOCK==.
COPY "crc32-linkage.cpy".
COPY "crc32-linkage.cpy"
    REPLACING LEADING ==CRC32== BY ==OPEN-CRC==.
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-OLD-MASTER-NAME PIC X(100).
01  WS-OLD-MASTER-STATUS PIC X(02).
01  WS-SUSPENSE-OUT-COUNT PIC 9(07) VALUE 0.
01  WS-ESCALATED-COUNT PIC 9(07) VALUE 0.
01  WS-SHELL-COMMAND PIC X(250).
01  WS-TFILE-TAKEN-FLAG PIC X VALUE 'N'.
    88  WS-TFILE-TAKEN VALUE 'Y'.
01  WS-TFILE-EFFECTIVE-DATE PIC 9(08) VALUE 0.

* Future-dated transactions wait in the pending file. The items due
* by today are loaded into the table in key order (then effective
* date, then the order they were queued) and handed over one by one
* as a third input to the transaction-side merge.
01  WS-PENDING-NAME PIC X(100) VALUE 'PENDING.TXT'.
01  WS-PENDING-STATUS PIC X(02).
01  WS-PENDING-NEW-NAME PIC X(100) VALUE 'PENDING.NEW'.
01  WS-PENDING-NEW-STATUS PIC X(02).
01  WS-PENDING-LOAD-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PENDING-LOAD-EOF VALUE 'Y'.
01  WS-PEND-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PEND-EOF VALUE 'Y'.
01  WS-PEND-KEY PIC X(20).
01  WS-PEND-TABLE.
    05  WS-PEND-ENTRY OCCURS 500 TIMES.
        10  WS-PEND-T-KEY PIC X(20).
        10  WS-PEND-T-EFFECTIVE-DATE PIC 9(08).
        10  WS-PEND-T-QUEUED-DATE PIC 9(08).
        10  WS-PEND-T-ACTION PIC X(01).
        10  WS-PEND-T-IMAGE PIC X(100).
01  WS-PEND-NEW-ENTRY.
    05  WS-PEND-N-KEY PIC X(20).
    05  WS-PEND-N-EFFECTIVE-DATE PIC 9(08).
    05  WS-PEND-N-QUEUED-DATE PIC 9(08).
    05  WS-PEND-N-ACTION PIC X(01).
    05  WS-PEND-N-IMAGE PIC X(100).
01  WS-PEND-TABLE-COUNT PIC 9(03) VALUE 0.
01  WS-PEND-INDEX PIC 9(03) VALUE 0.
01  WS-PEND-SLOT PIC 9(03) VALUE 0.
01  WS-PENDING-IN-COUNT PIC 9(07) VALUE 0.
01  WS-PENDING-RELEASED-COUNT PIC 9(07) VALUE 0.
01  WS-PENDING-HELD-COUNT PIC 9(07) VALUE 0.
01  WS-PENDING-OUT-COUNT PIC 9(07) VALUE 0.

* Checkpoint/restart work: how far the run has read, where the next
* checkpoint falls, and the staged output being cut back to its
* checkpointed length on a restart.
01  WS-CHECKPOINT-NAME PIC X(100) VALUE 'MASTERCKPT.TXT'.
01  WS-CHECKPOINT-NEW-NAME PIC X(100) VALUE 'MASTERCKPT.NEW'.
01  WS-CHECKPOINT-STATUS PIC X(02).
01  WS-RESTART-FLAG PIC X VALUE 'N'.
    88  WS-RESTART-RUN VALUE 'Y'.
01  WS-RESTART-ANSWER PIC X.
01  WS-RESTART-OK-FLAG PIC X VALUE 'Y'.
    88  WS-RESTART-OK VALUE 'Y'.
01  WS-CKPT-INTERVAL-TEXT PIC X(07).
01  WS-CKPT-INTERVAL PIC 9(07) VALUE 10000.
01  WS-CKPT-NEXT-AT PIC 9(09) VALUE 0.
01  WS-CKPT-SEQUENCE PIC 9(05) VALUE 0.
01  WS-TFILE-READ-COUNT PIC 9(09) VALUE 0.
01  WS-SUSP-READ-COUNT PIC 9(07) VALUE 0.
01  WS-REPORT-LINE-COUNT PIC 9(07) VALUE 0.
01  WS-RESTART-SOURCE-NAME PIC X(110).
01  WS-RESTART-SOURCE-STATUS PIC X(02).
01  WS-RESTART-SOURCE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-RESTART-SOURCE-EOF VALUE 'Y'.
01  WS-RESTART-TARGET PIC X.
01  WS-RESTART-TARGET-NAME PIC X(100).
01  WS-RESTART-WANTED PIC 9(09) VALUE 0.
01  WS-RESTART-COPIED PIC 9(09) VALUE 0.
01  WS-SKIP-COUNT PIC 9(09) VALUE 0.
01  WS-JOURNAL-KEEP-COUNT PIC 9(07) VALUE 0.
01  WS-JOURNAL-RUN-COUNT PIC 9(07) VALUE 0.
01  WS-JOURNAL-EOF-FLAG PIC X VALUE 'N'.
    88  WS-JOURNAL-EOF VALUE 'Y'.

* Continuity ledger work: the opening position proved against the
* prior run's closing entry, and this run's closing position.
01  WS-OPEN-COUNT PIC 9(07) VALUE 0.
01  WS-OPEN-CHECKSUM PIC 9(12) VALUE 0.
01  WS-NEW-CHECKSUM PIC 9(12) VALUE 0.
01  WS-OPEN-LEGACY-SUM PIC 9(12) VALUE 0.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
01  WS-CONTINUITY-LINE PIC X(150).

01  WS-OLD-IN-COUNT PIC 9(07) VALUE 0.
01  WS-TRANS-IN-COUNT PIC 9(07) VALUE 0.
01  WS-PROGRESS-WORK PIC 9(09) VALUE 0.
01  WS-NEW-OUT-COUNT PIC 9(07) VALUE 0.
01  WS-ADD-COUNT PIC 9(07) VALUE 0.
01  WS-CHANGE-COUNT PIC 9(07) VALUE 0.
01  WS-DELETE-COUNT PIC 9(07) VALUE 0.
01  WS-REJECT-COUNT PIC 9(07) VALUE 0.
01  WS-EXPECTED-OUT PIC S9(07) VALUE 0.
01  WS-REASON-TEXT PIC X(70).

* Field-change (F) transactions: the assignment list after the key,
* the record as it will read once every assignment has passed, and
* the field in hand while one assignment is weighed.
01  WS-FIELD-LAYOUT-FLAG PIC X VALUE 'N'.
    88  WS-FIELD-LAYOUT-LOADED VALUE 'Y'.
01  WS-FIELD-CHANGE-COUNT PIC 9(07) VALUE 0.
01  WS-FC-LIST PIC X(100).
01  WS-FC-POINTER PIC 9(03) VALUE 1.
01  WS-FC-ASSIGNMENT PIC X(100).
01  WS-FC-NAME PIC X(20).
01  WS-FC-VALUE PIC X(60).
01  WS-FC-ASSIGNMENT-COUNT PIC 9(02) VALUE 0.
01  WS-FC-NEW-RECORD PIC X(100).
01  WS-FC-PROBLEM PIC X(45).
01  WS-FC-FLD-INDEX PIC 9(02) VALUE 0.
01  WS-FC-FOUND PIC 9(02) VALUE 0.
01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
* suspense items and recycle practice rejects into the real night.
    PERFORM ROUTE-SUSPENSE-NAME.
    PERFORM ROUTE-SUSPENSE-NEW-NAME.
    PERFORM ROUTE-PENDING-NAME.
    PERFORM ROUTE-PENDING-NEW-NAME.
    PERFORM ROUTE-CHECKPOINT-NAME.
    PERFORM ROUTE-CHECKPOINT-NEW-NAME.
    PERFORM LOOK-FOR-CHECKPOINT.
    IF WS-RESTART-RUN
     PERFORM ADOPT-CHECKPOINT-SETTINGS
    ELSE
     PERFORM GET-RUN-PARAMETERS
    END-IF.

    OPEN INPUT OLD-MASTER-FILE.
    IF WS-OLD-MASTER-STATUS NOT = '00'
     DISPLAY 'Cannot open old master: ' WS-OLD-MASTER-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN INPUT TRANSACTION-FILE.
    IF WS-TRANSACTION-STATUS NOT = '00'
     DISPLAY 'Cannot open transaction file: ' WS-TRANSACTION-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
* The pending file is read and rewritten by this run, so it stays
* locked from here to the turnover.
    MOVE 'ENQ' TO PENDING-LOCK-OPERATION.
    MOVE WS-PENDING-NAME TO PENDING-LOCK-DATASET.
    MOVE 'MASTER-UPDATE' TO PENDING-LOCK-PROGRAM.
    MOVE RUN-ID-STAMP TO PENDING-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING PENDING-LOCK-REQUEST.
    IF PENDING-LOCK-RESULT NOT = '00'
     DISPLAY 'The pending file is held by another run - '
         'try again later.'
     CLOSE OLD-MASTER-FILE
     CLOSE TRANSACTION-FILE
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-STATUS NOT = '00'
     SET WS-SUSP-EOF TO TRUE
    END-IF.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    IF WS-RESTART-RUN
     PERFORM RESUME-FROM-CHECKPOINT
    ELSE
     PERFORM START-FRESH-RUN
    END-IF.
    MOVE 'START' TO PROGRESS-KIND.
    PERFORM POST-PROGRESS.
    PERFORM BALANCE-ONE-KEY
        UNTIL WS-MASTER-EOF AND WS-TRANS-EOF.
    MOVE 'END' TO PROGRESS-KIND.
    PERFORM POST-PROGRESS.

    CLOSE OLD-MASTER-FILE.
    CLOSE TRANSACTION-FILE.
    IF WS-SUSPENSE-STATUS = '00' OR WS-SUSPENSE-STATUS = '10'
     CLOSE SUSPENSE-FILE
    END-IF.
    CLOSE SUSPENSE-NEW-FILE.
    CLOSE PENDING-NEW-FILE.
    CLOSE NEW-MASTER-FILE.
    PERFORM PRINT-CONTROL-TOTALS.
    PERFORM PRINT-PENDING-SECTION.
    CLOSE UPDATE-REPORT-FILE.
    PERFORM DISCARD-CHECKPOINT.
    PERFORM COMMIT-STAGED-OUTPUTS.
    PERFORM RELEASE-PENDING-LOCK.
    PERFORM APPEND-CLOSING-POSITION.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY 'Update report written to ' WS-REPORT-NAME.
    GOBACK.

GET-RUN-PARAMETERS.
* Sandbox routing comes before generation resolution, so a practice
* run resolves TRAINING/ bases against the training-local index
* (GDGROUTINE swaps it in) and the production generation groups
    IF WS-AGE-LIMIT = 0
     MOVE 5 TO WS-AGE-LIMIT
    END-IF.
    DISPLAY 'Master layout in LAYOUTDICT for F transactions '
        '(blank = none): ' WITH NO ADVANCING.
    ACCEPT LAYOUT-DICT-WANTED.
    IF LAYOUT-DICT-WANTED NOT = SPACES
     MOVE FUNCTION UPPER-CASE(LAYOUT-DICT-WANTED)
         TO LAYOUT-DICT-WANTED
     PERFORM LOAD-LAYOUT-FROM-DICTIONARY
     MOVE LAYOUT-DICT-WANTED TO XRULE-LAYOUT-NAME
     PERFORM LOAD-XRULES
     SET WS-FIELD-LAYOUT-LOADED TO TRUE
    END-IF.
    DISPLAY 'Checkpoint every how many records read '
        '(blank = 10000, 0 = none): ' WITH NO ADVANCING.
    ACCEPT WS-CKPT-INTERVAL-TEXT.
    IF WS-CKPT-INTERVAL-TEXT NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-CKPT-INTERVAL-TEXT) = 0
     COMPUTE WS-CKPT-INTERVAL = FUNCTION NUMVAL(WS-CKPT-INTERVAL-TEXT)
    END-IF.

START-FRESH-RUN.
    OPEN OUTPUT SUSPENSE-NEW-FILE.
    OPEN OUTPUT PENDING-NEW-FILE.
    OPEN OUTPUT NEW-MASTER-FILE.
    OPEN OUTPUT UPDATE-REPORT-FILE.
    PERFORM POST-COMMIT-INTENTS.
        TO UPDATE-REPORT-RECORD.
    WRITE UPDATE-REPORT-RECORD.
    PERFORM PROVE-OPENING-POSITION.
    PERFORM LOAD-DUE-PENDING-ITEMS.

    PERFORM READ-NEXT-MASTER.
    PERFORM READ-NEXT-TRANS-FILE.
    PERFORM READ-NEXT-SUSPENSE.
    PERFORM READ-NEXT-PENDING.
    PERFORM READ-NEXT-TRANSACTION.
    MOVE WS-CKPT-INTERVAL TO WS-CKPT-NEXT-AT.

BALANCE-ONE-KEY.
* Classic balanced line: the lower of the buffered master key and
    PERFORM APPLY-ONE-TRANSACTION
        UNTIL WS-TRANS-KEY NOT = WS-HELD-KEY.
    PERFORM RELEASE-HELD-RECORD.
* Between keys nothing is half-applied, so this is where a
* checkpoint can be taken.
    IF WS-CKPT-INTERVAL > 0
        AND WS-OLD-IN-COUNT + WS-TFILE-READ-COUNT >= WS-CKPT-NEXT-AT
     PERFORM TAKE-CHECKPOINT
    END-IF.
    MOVE 'BEAT' TO PROGRESS-KIND.
    PERFORM POST-PROGRESS.

RELEASE-HELD-RECORD.
    IF WS-HELD-ACTIVE
     WRITE NEW-MASTER-RECORD FROM WS-HELD-RECORD
     ADD 1 TO WS-NEW-OUT-COUNT
     MOVE 'ADD' TO CRC32-OPERATION
     MOVE WS-HELD-RECORD TO CRC32-DATA
     MOVE 100 TO CRC32-LENGTH
     CALL 'CRC32' USING CRC32-REQUEST
     MOVE CRC32-VALUE TO WS-NEW-CHECKSUM
     MOVE 'N' TO WS-HELD-ACTIVE-FLAG
    END-IF.

       END-IF
       PERFORM REJECT-ONE-TRANSACTION
      END-IF
     WHEN 'F'
      IF WS-HELD-ACTIVE
       PERFORM APPLY-FIELD-CHANGES
      ELSE
       IF WS-KEY-HAD-RECORD
        MOVE 'FIELD CHANGE FOR KEY ALREADY DELETED' TO WS-REASON-TEXT
       ELSE
        MOVE 'FIELD CHANGE FOR KEY NOT ON MASTER' TO WS-REASON-TEXT
       END-IF
       PERFORM REJECT-ONE-TRANSACTION
      END-IF
     WHEN 'D'
      IF WS-HELD-ACTIVE
       MOVE WS-HELD-RECORD TO WS-BEFORE-IMAGE
    END-EVALUATE.
    PERFORM READ-NEXT-TRANSACTION.

APPLY-FIELD-CHANGES.
* Every assignment is weighed against a work copy of the held
* record first; only when all of them pass does the work copy
* replace the held record, so a transaction applies whole or not
* at all.
    MOVE SPACES TO WS-FC-PROBLEM.
    MOVE SPACES TO WS-FC-NAME.
    MOVE WS-HELD-RECORD TO WS-FC-NEW-RECORD.
    MOVE 0 TO WS-FC-ASSIGNMENT-COUNT.
    MOVE SPACES TO WS-FC-LIST.
    IF WS-KEY-POSITION + WS-KEY-LENGTH < 100
     MOVE WS-TRANS-IMAGE(WS-KEY-POSITION + WS-KEY-LENGTH + 1:)
         TO WS-FC-LIST
    END-IF.
    EVALUATE TRUE
     WHEN NOT WS-FIELD-LAYOUT-LOADED
      MOVE 'NO LAYOUT NAMED FOR THIS RUN' TO WS-FC-PROBLEM
     WHEN WS-FC-LIST = SPACES
      MOVE 'NO FIELD=VALUE ASSIGNMENTS' TO WS-FC-PROBLEM
     WHEN OTHER
      MOVE 1 TO WS-FC-POINTER
      PERFORM WEIGH-ONE-ASSIGNMENT
          UNTIL WS-FC-POINTER > 100
          OR WS-FC-PROBLEM NOT = SPACES
    END-EVALUATE.
    IF WS-FC-PROBLEM = SPACES
     MOVE WS-FC-NEW-RECORD TO FIELD-CHECK-RECORD
     PERFORM WEIGH-ONE-CROSS-RULE
         VARYING XRULE-INDEX FROM 1 BY 1
         UNTIL XRULE-INDEX > XRULE-COUNT
         OR WS-FC-PROBLEM NOT = SPACES
    END-IF.
    IF WS-FC-PROBLEM NOT = SPACES
     MOVE SPACES TO WS-REASON-TEXT
     IF WS-FC-NAME = SPACES
      STRING 'FIELD CHANGE - ' DELIMITED BY SIZE
          WS-FC-PROBLEM DELIMITED BY SIZE
          INTO WS-REASON-TEXT
     ELSE
      STRING 'FIELD ' DELIMITED BY SIZE
          WS-FC-NAME DELIMITED BY SPACE
          ' - ' DELIMITED BY SIZE
          WS-FC-PROBLEM DELIMITED BY SIZE
          INTO WS-REASON-TEXT
     END-IF
     PERFORM REJECT-ONE-TRANSACTION
    ELSE
     MOVE WS-HELD-RECORD TO WS-BEFORE-IMAGE
     MOVE WS-FC-NEW-RECORD TO WS-HELD-RECORD
     ADD 1 TO WS-CHANGE-COUNT
     ADD 1 TO WS-FIELD-CHANGE-COUNT
     PERFORM WRITE-FIELD-CHANGE-JOURNAL
    END-IF.

WEIGH-ONE-ASSIGNMENT.
    MOVE SPACES TO WS-FC-ASSIGNMENT.
    UNSTRING WS-FC-LIST DELIMITED BY ';'
        INTO WS-FC-ASSIGNMENT
        WITH POINTER WS-FC-POINTER.
    IF WS-FC-ASSIGNMENT NOT = SPACES
     ADD 1 TO WS-FC-ASSIGNMENT-COUNT
     MOVE SPACES TO WS-FC-NAME
     MOVE SPACES TO WS-FC-VALUE
     UNSTRING WS-FC-ASSIGNMENT DELIMITED BY '='
         INTO WS-FC-NAME WS-FC-VALUE
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FC-NAME))
         TO WS-FC-NAME
     PERFORM FIND-CHANGED-FIELD
     IF WS-FC-FOUND = 0
      MOVE 'NOT IN THE LAYOUT' TO WS-FC-PROBLEM
     ELSE
      PERFORM VALIDATE-CHANGED-FIELD
     END-IF
    END-IF.

FIND-CHANGED-FIELD.
    MOVE 0 TO WS-FC-FOUND.
    PERFORM VARYING WS-FC-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FC-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-FIELD-NAME(WS-FC-FLD-INDEX) = WS-FC-NAME
      MOVE WS-FC-FLD-INDEX TO WS-FC-FOUND
     END-IF
    END-PERFORM.
    IF WS-FC-FOUND NOT = 0
     MOVE WS-FC-FOUND TO WS-FC-FLD-INDEX
    END-IF.

WEIGH-ONE-CROSS-RULE.
* The whole changed record, every assignment in place, is weighed
* against the layout's cross-field rules; the first broken rule
* rejects the transaction under its own name.
    PERFORM CHECK-ONE-XRULE.
    IF XRULE-BROKEN
     MOVE SPACES TO WS-FC-NAME
     STRING 'BREAKS CROSS-FIELD RULE ' DELIMITED BY SIZE
         XRULE-NAME(XRULE-INDEX) DELIMITED BY SPACE
         INTO WS-FC-PROBLEM
    END-IF.

VALIDATE-CHANGED-FIELD.
* The record-shape checks stay here; the value itself is judged by
* the shared dictionary checks, which hand it back in the form the
* field holds it, and only a value that passes lands in the work
* copy.
    EVALUATE TRUE
     WHEN LD-POSITION(WS-FC-FLD-INDEX) + LD-LENGTH(WS-FC-FLD-INDEX)
         > 101
      MOVE 'LIES OUTSIDE THE RECORD' TO WS-FC-PROBLEM
     WHEN LD-POSITION(WS-FC-FLD-INDEX)
         < WS-KEY-POSITION + WS-KEY-LENGTH
         AND LD-POSITION(WS-FC-FLD-INDEX)
         + LD-LENGTH(WS-FC-FLD-INDEX) > WS-KEY-POSITION
      MOVE 'IS THE KEY AND CANNOT BE CHANGED' TO WS-FC-PROBLEM
     WHEN OTHER
      SET FIELD-CHECK-KEYED-MODE TO TRUE
      MOVE WS-FC-FLD-INDEX TO FIELD-CHECK-INDEX
      MOVE WS-FC-VALUE TO FIELD-CHECK-VALUE
      MOVE WS-FC-NEW-RECORD TO FIELD-CHECK-RECORD
      PERFORM CHECK-FIELD-VALUE
      MOVE FIELD-CHECK-PROBLEM TO WS-FC-PROBLEM
    END-EVALUATE.
    IF WS-FC-PROBLEM = SPACES
     MOVE FIELD-CHECK-STORED TO WS-FC-NEW-RECORD(
         LD-POSITION(WS-FC-FLD-INDEX):LD-LENGTH(WS-FC-FLD-INDEX))
    END-IF.

REJECT-ONE-TRANSACTION.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    END-READ.

READ-NEXT-TRANSACTION.
* Hand over the lowest of the three buffered keys. On a tie suspense
* goes first (its item was rejected before the others arrived), then
* a pending item now due (queued on an earlier day), then today's.
    IF WS-TFILE-EOF AND WS-SUSP-EOF AND WS-PEND-EOF
     SET WS-TRANS-EOF TO TRUE
     MOVE HIGH-VALUES TO WS-TRANS-KEY
    ELSE
     ADD 1 TO WS-TRANS-IN-COUNT
     EVALUATE TRUE
      WHEN NOT WS-SUSP-EOF
          AND WS-SUSP-KEY <= WS-TFILE-KEY
          AND WS-SUSP-KEY <= WS-PEND-KEY
       ADD 1 TO WS-SUSPENSE-IN-COUNT
       MOVE WS-SUSP-ACTION TO WS-TRANS-ACTION
       MOVE WS-SUSP-IMAGE TO WS-TRANS-IMAGE
       MOVE WS-SUSP-KEY TO WS-TRANS-KEY
       MOVE WS-SUSP-FIRST-DATE TO WS-TRANS-FIRST-DATE
       PERFORM READ-NEXT-SUSPENSE
      WHEN NOT WS-PEND-EOF
          AND WS-PEND-KEY <= WS-TFILE-KEY
       PERFORM HAND-OVER-PENDING-ITEM
       PERFORM READ-NEXT-PENDING
      WHEN OTHER
       MOVE WS-TFILE-ACTION TO WS-TRANS-ACTION
       MOVE WS-TFILE-IMAGE TO WS-TRANS-IMAGE
       MOVE WS-TFILE-KEY TO WS-TRANS-KEY
       MOVE RUN-ID-CURRENT-DATE TO WS-TRANS-FIRST-DATE
       PERFORM READ-NEXT-TRANS-FILE
     END-EVALUATE
    END-IF.

READ-NEXT-TRANS-FILE.
* Records dated for a later business date are set aside to the
* pending file as they are read, so the merge only ever sees what
* applies today.
    MOVE 'N' TO WS-TFILE-TAKEN-FLAG.
    PERFORM READ-ONE-TRANS-RECORD
        UNTIL WS-TFILE-TAKEN OR WS-TFILE-EOF.

READ-ONE-TRANS-RECORD.
    READ TRANSACTION-FILE INTO TRANSACTION-RECORD
     AT END
      SET WS-TFILE-EOF TO TRUE
      MOVE HIGH-VALUES TO WS-TFILE-KEY
     NOT AT END
      ADD 1 TO WS-TFILE-READ-COUNT
      MOVE TRANSACTION-RECORD(1:1) TO WS-TFILE-ACTION
      IF TRANSACTION-RECORD(2:8) IS NUMERIC
          AND TRANSACTION-RECORD(10:1) = SPACE
       MOVE TRANSACTION-RECORD(2:8) TO WS-TFILE-EFFECTIVE-DATE
       MOVE TRANSACTION-RECORD(11:100) TO WS-TFILE-IMAGE
      ELSE
       MOVE 0 TO WS-TFILE-EFFECTIVE-DATE
       MOVE TRANSACTION-RECORD(3:100) TO WS-TFILE-IMAGE
      END-IF
      MOVE WS-TFILE-IMAGE(WS-KEY-POSITION:WS-KEY-LENGTH)
          TO WS-TFILE-KEY
      IF WS-KEY-FORM NOT = 'C'
       PERFORM NORMALIZE-ONE-KEY
       MOVE WS-NORM-KEY-WORK TO WS-TFILE-KEY
      END-IF
      EVALUATE TRUE
       WHEN WS-TFILE-EFFECTIVE-DATE = 0
        SET WS-TFILE-TAKEN TO TRUE
       WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TFILE-EFFECTIVE-DATE)
           NOT = 0
        PERFORM REJECT-BAD-EFFECTIVE-DATE
       WHEN WS-TFILE-EFFECTIVE-DATE > RUN-ID-CURRENT-DATE
        PERFORM HOLD-FUTURE-TRANSACTION
       WHEN OTHER
        SET WS-TFILE-TAKEN TO TRUE
      END-EVALUATE
    END-READ.

REJECT-BAD-EFFECTIVE-DATE.
* Not carried to suspense: retried tomorrow it would be just as
* wrong, and applying it undated would apply it on the wrong day.
    ADD 1 TO WS-TRANS-IN-COUNT.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'REJECT ' DELIMITED BY SIZE
        WS-TFILE-ACTION DELIMITED BY SIZE
        ' KEY ' DELIMITED BY SIZE
        WS-TFILE-KEY DELIMITED BY SIZE
        ' - EFFECTIVE DATE ' DELIMITED BY SIZE
        TRANSACTION-RECORD(2:8) DELIMITED BY SIZE
        ' IS NOT A REAL CALENDAR DATE' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.

HOLD-FUTURE-TRANSACTION.
    ADD 1 TO WS-PENDING-HELD-COUNT.
    MOVE WS-TFILE-EFFECTIVE-DATE TO PEND-NEW-EFFECTIVE-DATE.
    MOVE RUN-ID-CURRENT-DATE TO PEND-NEW-QUEUED-DATE.
    MOVE WS-TFILE-ACTION TO PEND-NEW-ACTION.
    MOVE WS-TFILE-IMAGE TO PEND-NEW-IMAGE.
    PERFORM WRITE-PENDING-NEW.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'HELD   ' DELIMITED BY SIZE
        WS-TFILE-ACTION DELIMITED BY SIZE
        ' KEY ' DELIMITED BY SIZE
        WS-TFILE-KEY DELIMITED BY SIZE
        ' - PENDING UNTIL ' DELIMITED BY SIZE
        WS-TFILE-EFFECTIVE-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-PENDING-NEW.
    WRITE PENDING-NEW-RECORD.
    ADD 1 TO WS-PENDING-OUT-COUNT.

LOAD-DUE-PENDING-ITEMS.
* Items whose date has not come are copied straight to PENDING.NEW;
* the due ones go into the table in merge order. A table already
* full carries the rest forward a day with a warning rather than
* dropping them. A restart rebuilds the same table from the same
* file, but the copies and warnings are already in the staging it
* cut back, so they are not made twice.
    OPEN INPUT PENDING-FILE.
    IF WS-PENDING-STATUS NOT = '00'
     SET WS-PENDING-LOAD-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-PENDING-ITEM UNTIL WS-PENDING-LOAD-EOF.
    IF WS-PENDING-STATUS = '00' OR WS-PENDING-STATUS = '10'
     CLOSE PENDING-FILE
    END-IF.

LOAD-ONE-PENDING-ITEM.
    READ PENDING-FILE
     AT END
      SET WS-PENDING-LOAD-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-PENDING-IN-COUNT
      EVALUATE TRUE
       WHEN PEND-REC-EFFECTIVE-DATE > RUN-ID-CURRENT-DATE
           AND WS-RESTART-RUN
        CONTINUE
       WHEN PEND-REC-EFFECTIVE-DATE > RUN-ID-CURRENT-DATE
        MOVE PENDING-RECORD TO PENDING-NEW-RECORD
        PERFORM WRITE-PENDING-NEW
       WHEN WS-PEND-TABLE-COUNT >= 500 AND WS-RESTART-RUN
        CONTINUE
       WHEN WS-PEND-TABLE-COUNT >= 500
        MOVE PENDING-RECORD TO PENDING-NEW-RECORD
        PERFORM WRITE-PENDING-NEW
        MOVE SPACES TO WS-REPORT-LINE
        STRING 'WARNING ' DELIMITED BY SIZE
            PEND-REC-ACTION DELIMITED BY SIZE
            ' DUE ' DELIMITED BY SIZE
            PEND-REC-EFFECTIVE-DATE DELIMITED BY SIZE
            ' - PENDING TABLE FULL, CARRIED TO THE NEXT RUN'
            DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
       WHEN OTHER
        PERFORM INSERT-DUE-PENDING-ITEM
      END-EVALUATE
    END-READ.

INSERT-DUE-PENDING-ITEM.
* Insertion by key, then effective date; an equal entry stays ahead
* of the newcomer, so items queued earlier still apply first.
    MOVE PEND-REC-EFFECTIVE-DATE TO WS-PEND-N-EFFECTIVE-DATE.
    MOVE PEND-REC-QUEUED-DATE TO WS-PEND-N-QUEUED-DATE.
    MOVE PEND-REC-ACTION TO WS-PEND-N-ACTION.
    MOVE PEND-REC-IMAGE TO WS-PEND-N-IMAGE.
    MOVE WS-PEND-N-IMAGE(WS-KEY-POSITION:WS-KEY-LENGTH)
        TO WS-PEND-N-KEY.
    IF WS-KEY-FORM NOT = 'C'
     MOVE WS-PEND-N-KEY TO WS-NORM-KEY-WORK
     PERFORM NORMALIZE-ONE-KEY
     MOVE WS-NORM-KEY-WORK TO WS-PEND-N-KEY
    END-IF.
    ADD 1 TO WS-PEND-TABLE-COUNT.
    MOVE WS-PEND-TABLE-COUNT TO WS-PEND-SLOT.
    PERFORM UNTIL WS-PEND-SLOT = 1
        OR WS-PEND-T-KEY(WS-PEND-SLOT - 1) < WS-PEND-N-KEY
        OR (WS-PEND-T-KEY(WS-PEND-SLOT - 1) = WS-PEND-N-KEY
            AND WS-PEND-T-EFFECTIVE-DATE(WS-PEND-SLOT - 1)
            <= WS-PEND-N-EFFECTIVE-DATE)
     MOVE WS-PEND-ENTRY(WS-PEND-SLOT - 1)
         TO WS-PEND-ENTRY(WS-PEND-SLOT)
     SUBTRACT 1 FROM WS-PEND-SLOT
    END-PERFORM.
    MOVE WS-PEND-NEW-ENTRY TO WS-PEND-ENTRY(WS-PEND-SLOT).

READ-NEXT-PENDING.
    ADD 1 TO WS-PEND-INDEX.
    IF WS-PEND-INDEX > WS-PEND-TABLE-COUNT
     SET WS-PEND-EOF TO TRUE
     MOVE HIGH-VALUES TO WS-PEND-KEY
    ELSE
     MOVE WS-PEND-T-KEY(WS-PEND-INDEX) TO WS-PEND-KEY
    END-IF.

HAND-OVER-PENDING-ITEM.
* A released item is today's transaction from here on: should it
* reject, its suspense age counts from today, not from when it was
* queued.
    ADD 1 TO WS-PENDING-RELEASED-COUNT.
    MOVE WS-PEND-T-ACTION(WS-PEND-INDEX) TO WS-TRANS-ACTION.
    MOVE WS-PEND-T-IMAGE(WS-PEND-INDEX) TO WS-TRANS-IMAGE.
    MOVE WS-PEND-KEY TO WS-TRANS-KEY.
    MOVE RUN-ID-CURRENT-DATE TO WS-TRANS-FIRST-DATE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'RELEASE ' DELIMITED BY SIZE
        WS-TRANS-ACTION DELIMITED BY SIZE
        ' KEY ' DELIMITED BY SIZE
        WS-TRANS-KEY DELIMITED BY SIZE
        ' - EFFECTIVE ' DELIMITED BY SIZE
        WS-PEND-T-EFFECTIVE-DATE(WS-PEND-INDEX) DELIMITED BY SIZE
        ', QUEUED ' DELIMITED BY SIZE
        WS-PEND-T-QUEUED-DATE(WS-PEND-INDEX) DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.

PRINT-PENDING-SECTION.
* Everything still waiting after this run, read back from the
* staged PENDING.NEW so the section shows exactly what tomorrow's
* run will find.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'PENDING (FUTURE-DATED) TRANSACTIONS' TO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'APPLIES ON QUEUED   ACT RECORD IMAGE' TO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'N' TO WS-PENDING-LOAD-EOF-FLAG.
    OPEN INPUT PENDING-NEW-FILE.
    IF WS-PENDING-NEW-STATUS NOT = '00'
     SET WS-PENDING-LOAD-EOF TO TRUE
    END-IF.
    PERFORM PRINT-ONE-PENDING-ITEM UNTIL WS-PENDING-LOAD-EOF.
    IF WS-PENDING-NEW-STATUS = '00' OR WS-PENDING-NEW-STATUS = '10'
     CLOSE PENDING-NEW-FILE
    END-IF.
    IF WS-PENDING-OUT-COUNT = 0
     MOVE '  (NONE)' TO WS-REPORT-LINE
     WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

PRINT-ONE-PENDING-ITEM.
    READ PENDING-NEW-FILE
     AT END
      SET WS-PENDING-LOAD-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-REPORT-LINE
      STRING PEND-NEW-EFFECTIVE-DATE DELIMITED BY SIZE
          '   ' DELIMITED BY SIZE
          PEND-NEW-QUEUED-DATE DELIMITED BY SIZE
          ' ' DELIMITED BY SIZE
          PEND-NEW-ACTION DELIMITED BY SIZE
          '   ' DELIMITED BY SIZE
          PEND-NEW-IMAGE DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE
    END-READ.

RELEASE-PENDING-LOCK.
    MOVE 'DEQ' TO PENDING-LOCK-OPERATION.
    CALL 'DSLOCK' USING PENDING-LOCK-REQUEST.

READ-NEXT-SUSPENSE.
    IF NOT WS-SUSP-EOF
     READ SUSPENSE-FILE
       SET WS-SUSP-EOF TO TRUE
       MOVE HIGH-VALUES TO WS-SUSP-KEY
      NOT AT END
       ADD 1 TO WS-SUSP-READ-COUNT
       MOVE SUSP-REC-ACTION TO WS-SUSP-ACTION
       MOVE SUSP-REC-IMAGE TO WS-SUSP-IMAGE
       MOVE SUSP-REC-FIRST-DATE TO WS-SUSP-FIRST-DATE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

TURN-OVER-PENDING-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mv ' DELIMITED BY SIZE
        WS-PENDING-NEW-NAME DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-PENDING-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

PRINT-CONTROL-TOTALS.
    COMPUTE WS-EXPECTED-OUT = WS-OLD-IN-COUNT + WS-ADD-COUNT
        - WS-DELETE-COUNT.
        WS-DELETE-COUNT DELIMITED BY SIZE
        '  REJECTS: ' DELIMITED BY SIZE
        WS-REJECT-COUNT DELIMITED BY SIZE
        '  (FIELD-LEVEL CHANGES: ' DELIMITED BY SIZE
        WS-FIELD-CHANGE-COUNT DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.
        INTO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'PENDING IN: ' DELIMITED BY SIZE
        WS-PENDING-IN-COUNT DELIMITED BY SIZE
        '  RELEASED: ' DELIMITED BY SIZE
        WS-PENDING-RELEASED-COUNT DELIMITED BY SIZE
        '  NEWLY HELD: ' DELIMITED BY SIZE
        WS-PENDING-HELD-COUNT DELIMITED BY SIZE
        '  STILL PENDING: ' DELIMITED BY SIZE
        WS-PENDING-OUT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.
    IF WS-NEW-OUT-COUNT = WS-EXPECTED-OUT
        AND WS-REJECT-COUNT = 0
     MOVE 'CONTROL TOTALS BALANCE.' TO WS-REPORT-LINE
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

PROVE-OPENING-POSITION.
* A pre-pass over the old master: its record count and CRC-32
* checksum must equal what the run that WROTE this file recorded in
* the continuity ledger as it closed. No ledger entry for the name
* is a first sighting and passes with a note; a mismatch means the
      MOVE 'CONTINUITY: OPENING POSITION PROVED AGAINST THE LEDGER'
          TO WS-REPORT-LINE
      WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE
     WHEN CRC32-LEGACY-ACCEPTED
         AND WS-OPEN-COUNT = WS-LEDGER-COUNT
         AND WS-OPEN-LEGACY-SUM = WS-LEDGER-CHECKSUM
      MOVE 'CONTINUITY: OPENING POSITION PROVED AGAINST THE LEDGER'
          TO WS-REPORT-LINE
      WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE
      MOVE 'CONTINUITY: PROVED ON THE BYTE-SUM OF A PRE-CRC-32 ENTRY'
          TO WS-REPORT-LINE
      WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE
     WHEN OTHER
      MOVE '*** CONTINUITY BREAK - THE OLD MASTER IS NOT THE FILE '
          TO WS-REPORT-LINE
       CLOSE SUSPENSE-FILE
      END-IF
      CLOSE SUSPENSE-NEW-FILE
      CLOSE PENDING-NEW-FILE
      CLOSE NEW-MASTER-FILE
      CLOSE UPDATE-REPORT-FILE
      PERFORM RELEASE-PENDING-LOCK
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-EVALUATE.
* line; the main pass's own counters stay untouched.
    MOVE 0 TO WS-OPEN-COUNT.
    MOVE 0 TO WS-OPEN-CHECKSUM.
    MOVE 0 TO WS-OPEN-LEGACY-SUM.
    MOVE 'INI' TO OPEN-CRC-OPERATION.
    CALL 'CRC32' USING OPEN-CRC-REQUEST.
    MOVE 'N' TO WS-MASTER-EOF-FLAG.
    PERFORM MEASURE-ONE-OLD-RECORD UNTIL WS-MASTER-EOF.
    CLOSE OLD-MASTER-FILE.
      SET WS-MASTER-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-OPEN-COUNT
      MOVE 'ADD' TO OPEN-CRC-OPERATION
      MOVE OLD-MASTER-RECORD TO OPEN-CRC-DATA
      MOVE 100 TO OPEN-CRC-LENGTH
      CALL 'CRC32' USING OPEN-CRC-REQUEST
      MOVE OPEN-CRC-VALUE TO WS-OPEN-CHECKSUM
      PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
          UNTIL WS-CHAR-INDEX > 100
       ADD FUNCTION ORD(OLD-MASTER-RECORD(WS-CHAR-INDEX:1))
           TO WS-OPEN-LEGACY-SUM
      END-PERFORM
    END-READ.

    PERFORM POST-NEW-MASTER-INTENT.
    PERFORM POST-REPORT-INTENT.
    PERFORM POST-SUSPENSE-INTENT.
    PERFORM POST-PENDING-INTENT.

POST-NEW-MASTER-INTENT.
    COPY "commit-post.cpy"
                   ==:CJ-TEMP-NAME:==    BY ==WS-SUSPENSE-NEW-NAME==
                   ==:CJ-FINAL-NAME:==   BY ==WS-SUSPENSE-NAME==.

POST-PENDING-INTENT.
    COPY "commit-post.cpy"
        REPLACING ==:CJ-STATE:==        BY =='INTENT'==
                   ==:CJ-PROGRAM-NAME:== BY =='MASTER-UPDATE'==
                   ==:CJ-TEMP-NAME:==    BY ==WS-PENDING-NEW-NAME==
                   ==:CJ-FINAL-NAME:==   BY ==WS-PENDING-NAME==.

POST-COMMIT-MARK.
    COPY "commit-post.cpy"
        REPLACING ==:CJ-STATE:==        BY =='COMMIT'==
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    PERFORM TURN-OVER-SUSPENSE-FILE.
    PERFORM TURN-OVER-PENDING-FILE.
    PERFORM POST-DONE-MARK.
    MOVE WS-NEW-MASTER-FINAL-NAME TO WS-NEW-MASTER-NAME.
    MOVE WS-REPORT-FINAL-NAME TO WS-REPORT-NAME.

LOOK-FOR-CHECKPOINT.
* A checkpoint left behind means a run died after taking it; the
* operator decides whether this run carries that one on.
    MOVE 'N' TO WS-RESTART-FLAG.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CHECKPOINT-STATUS = '00'
     READ CHECKPOINT-FILE
      AT END
       MOVE '10' TO WS-CHECKPOINT-STATUS
     END-READ
     CLOSE CHECKPOINT-FILE
     IF WS-CHECKPOINT-STATUS = '00'
      DISPLAY 'Run ' CKPT-RUN-STAMP ' (business date '
          CKPT-BUSINESS-DATE ') stopped after checkpoint '
          CKPT-SEQUENCE ' - ' CKPT-OLD-IN-COUNT ' master and '
          CKPT-TFILE-READ-COUNT ' transaction records read.'
      DISPLAY 'Restart it from the checkpoint? (Y/N): '
          WITH NO ADVANCING
      ACCEPT WS-RESTART-ANSWER
      IF WS-RESTART-ANSWER = 'Y' OR WS-RESTART-ANSWER = 'y'
       SET WS-RESTART-RUN TO TRUE
      ELSE
       PERFORM DISCARD-CHECKPOINT
       DISPLAY 'Checkpoint discarded - COMMIT-RECOVERY backs out '
           'that run''s staging.'
      END-IF
     END-IF
    END-IF.

ADOPT-CHECKPOINT-SETTINGS.
* The restart continues the interrupted run, so it runs under that
* run's identifier and business date and with its settings and
* resolved names - resolving name(+1) again would cut a second
* generation.
    MOVE CKPT-RUN-STAMP TO RUN-ID-STAMP.
    MOVE CKPT-BUSINESS-DATE TO RUN-ID-CURRENT-DATE.
    MOVE CKPT-SEQUENCE TO WS-CKPT-SEQUENCE.
    MOVE CKPT-OLD-MASTER-NAME TO WS-OLD-MASTER-NAME.
    MOVE CKPT-TRANSACTION-NAME TO WS-TRANSACTION-NAME.
    MOVE CKPT-NEW-MASTER-NAME TO WS-NEW-MASTER-NAME.
    MOVE CKPT-NEW-MASTER-FINAL-NAME TO WS-NEW-MASTER-FINAL-NAME.
    MOVE CKPT-REPORT-NAME TO WS-REPORT-NAME.
    MOVE CKPT-REPORT-FINAL-NAME TO WS-REPORT-FINAL-NAME.
    MOVE CKPT-KEY-POSITION TO WS-KEY-POSITION.
    MOVE CKPT-KEY-LENGTH TO WS-KEY-LENGTH.
    MOVE CKPT-KEY-FORM TO WS-KEY-FORM.
    MOVE CKPT-AGE-LIMIT TO WS-AGE-LIMIT.
    MOVE CKPT-INTERVAL TO WS-CKPT-INTERVAL.
    MOVE CKPT-LAYOUT-NAME TO LAYOUT-DICT-WANTED.
    IF LAYOUT-DICT-WANTED NOT = SPACES
     PERFORM LOAD-LAYOUT-FROM-DICTIONARY
     MOVE LAYOUT-DICT-WANTED TO XRULE-LAYOUT-NAME
     PERFORM LOAD-XRULES
     SET WS-FIELD-LAYOUT-LOADED TO TRUE
    END-IF.
    DISPLAY 'RESTARTING RUN ' RUN-ID-STAMP ' INTO '
        FUNCTION TRIM(WS-NEW-MASTER-FINAL-NAME).

RESUME-FROM-CHECKPOINT.
* The old master must still be the file the run began on; then each
* staged output is cut back to what the checkpoint counted, the
* journal loses what the run wrote after it, and the inputs are
* read forward past what was already consumed. The buffers and the
* totals then come back exactly as they stood.
    MOVE 'Y' TO WS-RESTART-OK-FLAG.
    PERFORM MEASURE-OLD-MASTER.
    IF WS-OPEN-COUNT NOT = CKPT-OPEN-COUNT
        OR WS-OPEN-CHECKSUM NOT = CKPT-OPEN-CHECKSUM
     DISPLAY '*** OLD MASTER ' FUNCTION TRIM(WS-OLD-MASTER-NAME)
         ' NO LONGER MATCHES THE INTERRUPTED RUN ***'
     PERFORM REFUSE-RESTART
    END-IF.
    MOVE 'M' TO WS-RESTART-TARGET.
    MOVE WS-NEW-MASTER-NAME TO WS-RESTART-TARGET-NAME.
    MOVE CKPT-NEW-OUT-COUNT TO WS-RESTART-WANTED.
    PERFORM CUT-BACK-STAGED-OUTPUT.
    MOVE 'S' TO WS-RESTART-TARGET.
    MOVE WS-SUSPENSE-NEW-NAME TO WS-RESTART-TARGET-NAME.
    MOVE CKPT-SUSPENSE-OUT-COUNT TO WS-RESTART-WANTED.
    PERFORM CUT-BACK-STAGED-OUTPUT.
    MOVE 'P' TO WS-RESTART-TARGET.
    MOVE WS-PENDING-NEW-NAME TO WS-RESTART-TARGET-NAME.
    MOVE CKPT-PENDING-OUT-COUNT TO WS-RESTART-WANTED.
    PERFORM CUT-BACK-STAGED-OUTPUT.
    MOVE 'R' TO WS-RESTART-TARGET.
    MOVE WS-REPORT-NAME TO WS-RESTART-TARGET-NAME.
    MOVE CKPT-REPORT-LINE-COUNT TO WS-RESTART-WANTED.
    PERFORM CUT-BACK-STAGED-OUTPUT.
    IF NOT WS-RESTART-OK
     DISPLAY '*** STAGED OUTPUT IS SHORTER THAN THE CHECKPOINT - '
         'RUN COMMIT-RECOVERY AND RERUN ***'
     CLOSE NEW-MASTER-FILE
     CLOSE SUSPENSE-NEW-FILE
     CLOSE PENDING-NEW-FILE
     CLOSE UPDATE-REPORT-FILE
     PERFORM REFUSE-RESTART
    END-IF.
    PERFORM TRIM-JOURNAL-TO-CHECKPOINT.
    PERFORM LOAD-DUE-PENDING-ITEMS.

    MOVE CKPT-OLD-IN-COUNT TO WS-SKIP-COUNT.
    PERFORM SKIP-ONE-OLD-MASTER WS-SKIP-COUNT TIMES.
    MOVE CKPT-TFILE-READ-COUNT TO WS-SKIP-COUNT.
    PERFORM SKIP-ONE-TRANSACTION WS-SKIP-COUNT TIMES.
    IF WS-SUSPENSE-STATUS = '00'
     MOVE CKPT-SUSP-READ-COUNT TO WS-SKIP-COUNT
     PERFORM SKIP-ONE-SUSPENSE WS-SKIP-COUNT TIMES
    END-IF.

    MOVE CKPT-MASTER-EOF-FLAG TO WS-MASTER-EOF-FLAG.
    MOVE CKPT-MASTER-RECORD TO WS-MASTER-RECORD.
    MOVE CKPT-MASTER-KEY TO WS-MASTER-KEY.
    MOVE CKPT-TFILE-READ-COUNT TO WS-TFILE-READ-COUNT.
    MOVE CKPT-TFILE-EOF-FLAG TO WS-TFILE-EOF-FLAG.
    MOVE CKPT-TFILE-ACTION TO WS-TFILE-ACTION.
    MOVE CKPT-TFILE-IMAGE TO WS-TFILE-IMAGE.
    MOVE CKPT-TFILE-KEY TO WS-TFILE-KEY.
    MOVE CKPT-SUSP-READ-COUNT TO WS-SUSP-READ-COUNT.
    MOVE CKPT-SUSP-EOF-FLAG TO WS-SUSP-EOF-FLAG.
    MOVE CKPT-SUSP-ACTION TO WS-SUSP-ACTION.
    MOVE CKPT-SUSP-IMAGE TO WS-SUSP-IMAGE.
    MOVE CKPT-SUSP-KEY TO WS-SUSP-KEY.
    MOVE CKPT-SUSP-FIRST-DATE TO WS-SUSP-FIRST-DATE.
    MOVE CKPT-PEND-INDEX TO WS-PEND-INDEX.
    MOVE CKPT-PEND-EOF-FLAG TO WS-PEND-EOF-FLAG.
    MOVE CKPT-PEND-KEY TO WS-PEND-KEY.
    MOVE CKPT-TRANS-EOF-FLAG TO WS-TRANS-EOF-FLAG.
    MOVE CKPT-TRANS-ACTION TO WS-TRANS-ACTION.
    MOVE CKPT-TRANS-IMAGE TO WS-TRANS-IMAGE.
    MOVE CKPT-TRANS-KEY TO WS-TRANS-KEY.
    MOVE CKPT-TRANS-FIRST-DATE TO WS-TRANS-FIRST-DATE.
* A side already at end carried HIGH-VALUES as its key, which the
* checkpoint line holds as spaces.
    IF WS-MASTER-EOF
     MOVE HIGH-VALUES TO WS-MASTER-KEY
    END-IF.
    IF WS-TFILE-EOF
     MOVE HIGH-VALUES TO WS-TFILE-KEY
    END-IF.
    IF WS-SUSP-EOF
     MOVE HIGH-VALUES TO WS-SUSP-KEY
    END-IF.
    IF WS-PEND-EOF
     MOVE HIGH-VALUES TO WS-PEND-KEY
    END-IF.
    IF WS-TRANS-EOF
     MOVE HIGH-VALUES TO WS-TRANS-KEY
    END-IF.

    MOVE CKPT-OLD-IN-COUNT TO WS-OLD-IN-COUNT.
    MOVE CKPT-TRANS-IN-COUNT TO WS-TRANS-IN-COUNT.
    MOVE CKPT-NEW-OUT-COUNT TO WS-NEW-OUT-COUNT.
    MOVE CKPT-ADD-COUNT TO WS-ADD-COUNT.
    MOVE CKPT-CHANGE-COUNT TO WS-CHANGE-COUNT.
    MOVE CKPT-DELETE-COUNT TO WS-DELETE-COUNT.
    MOVE CKPT-REJECT-COUNT TO WS-REJECT-COUNT.
    MOVE CKPT-FIELD-CHANGE-COUNT TO WS-FIELD-CHANGE-COUNT.
    MOVE CKPT-SUSPENSE-IN-COUNT TO WS-SUSPENSE-IN-COUNT.
    MOVE CKPT-SUSPENSE-OUT-COUNT TO WS-SUSPENSE-OUT-COUNT.
    MOVE CKPT-ESCALATED-COUNT TO WS-ESCALATED-COUNT.
    MOVE CKPT-PENDING-IN-COUNT TO WS-PENDING-IN-COUNT.
    MOVE CKPT-PENDING-RELEASED-COUNT TO WS-PENDING-RELEASED-COUNT.
    MOVE CKPT-PENDING-HELD-COUNT TO WS-PENDING-HELD-COUNT.
    MOVE CKPT-PENDING-OUT-COUNT TO WS-PENDING-OUT-COUNT.
    MOVE CKPT-NEW-CHECKSUM TO WS-NEW-CHECKSUM.
    MOVE WS-NEW-CHECKSUM TO CRC32-VALUE.
    MOVE 'SET' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    COMPUTE WS-CKPT-NEXT-AT = WS-OLD-IN-COUNT + WS-TFILE-READ-COUNT
        + WS-CKPT-INTERVAL.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'RESTARTED FROM CHECKPOINT ' DELIMITED BY SIZE
        WS-CKPT-SEQUENCE DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-OLD-IN-COUNT DELIMITED BY SIZE
        ' MASTER AND ' DELIMITED BY SIZE
        WS-TFILE-READ-COUNT DELIMITED BY SIZE
        ' TRANSACTION RECORDS ALREADY APPLIED' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE UPDATE-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.

REFUSE-RESTART.
* The checkpoint stays where it is; nothing has been applied.
    CLOSE OLD-MASTER-FILE.
    CLOSE TRANSACTION-FILE.
    IF WS-SUSPENSE-STATUS = '00'
     CLOSE SUSPENSE-FILE
    END-IF.
    PERFORM RELEASE-PENDING-LOCK.
    DISPLAY '*** RESTART REFUSED ***'.
    MOVE 8 TO RETURN-CODE.
    GOBACK.

CUT-BACK-STAGED-OUTPUT.
* The staged file is set aside under <name>.RST, its first
* WS-RESTART-WANTED records are copied back under the staged name,
* and the output stays open for the run to go on writing.
    MOVE SPACES TO WS-RESTART-SOURCE-NAME.
    STRING WS-RESTART-TARGET-NAME DELIMITED BY SPACE
        '.RST' DELIMITED BY SIZE
        INTO WS-RESTART-SOURCE-NAME.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mv ' DELIMITED BY SIZE
        WS-RESTART-TARGET-NAME DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-RESTART-SOURCE-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    EVALUATE WS-RESTART-TARGET
     WHEN 'M' OPEN OUTPUT NEW-MASTER-FILE
     WHEN 'S' OPEN OUTPUT SUSPENSE-NEW-FILE
     WHEN 'P' OPEN OUTPUT PENDING-NEW-FILE
     WHEN 'R' OPEN OUTPUT UPDATE-REPORT-FILE
    END-EVALUATE.
    MOVE 0 TO WS-RESTART-COPIED.
    MOVE 'N' TO WS-RESTART-SOURCE-EOF-FLAG.
    OPEN INPUT RESTART-SOURCE-FILE.
    IF WS-RESTART-SOURCE-STATUS NOT = '00'
     SET WS-RESTART-SOURCE-EOF TO TRUE
    END-IF.
    PERFORM COPY-ONE-STAGED-RECORD
        UNTIL WS-RESTART-SOURCE-EOF
        OR WS-RESTART-COPIED >= WS-RESTART-WANTED.
    IF WS-RESTART-SOURCE-STATUS = '00'
        OR WS-RESTART-SOURCE-STATUS = '10'
     CLOSE RESTART-SOURCE-FILE
    END-IF.
    IF WS-RESTART-COPIED < WS-RESTART-WANTED
     MOVE 'N' TO WS-RESTART-OK-FLAG
    END-IF.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f ' DELIMITED BY SIZE
        WS-RESTART-SOURCE-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

COPY-ONE-STAGED-RECORD.
    READ RESTART-SOURCE-FILE
     AT END
      SET WS-RESTART-SOURCE-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RESTART-COPIED
      EVALUATE WS-RESTART-TARGET
       WHEN 'M'
        MOVE RESTART-SOURCE-RECORD TO NEW-MASTER-RECORD
        WRITE NEW-MASTER-RECORD
       WHEN 'S'
        MOVE RESTART-SOURCE-RECORD TO SUSPENSE-NEW-RECORD
        WRITE SUSPENSE-NEW-RECORD
       WHEN 'P'
        MOVE RESTART-SOURCE-RECORD TO PENDING-NEW-RECORD
        WRITE PENDING-NEW-RECORD
       WHEN 'R'
        MOVE RESTART-SOURCE-RECORD TO UPDATE-REPORT-RECORD
        WRITE UPDATE-REPORT-RECORD
      END-EVALUATE
    END-READ.

TRIM-JOURNAL-TO-CHECKPOINT.
* Every add, change, and delete journals exactly one line, so the
* checkpoint's totals say how many of this run's lines to keep; the
* rest were written after it and the restart will write them again.
* The journal is held under its lock for the rewrite.
    COMPUTE WS-JOURNAL-KEEP-COUNT = CKPT-ADD-COUNT
        + CKPT-CHANGE-COUNT + CKPT-DELETE-COUNT.
    MOVE 0 TO WS-JOURNAL-RUN-COUNT.
    MOVE 'N' TO WS-JOURNAL-EOF-FLAG.
    MOVE 'ENQ' TO JOURNAL-LOCK-OPERATION.
    MOVE 'CHGJOURNAL.TXT' TO JOURNAL-LOCK-DATASET.
    MOVE 'MASTER-UPDATE' TO JOURNAL-LOCK-PROGRAM.
    MOVE RUN-ID-STAMP TO JOURNAL-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING JOURNAL-LOCK-REQUEST.
    IF JOURNAL-LOCK-RESULT NOT = '00'
     DISPLAY '*** CHGJOURNAL.TXT LOCK WAIT RAN OUT - TRIMMING '
         'ANYWAY ***'
    END-IF.
    OPEN INPUT CHANGE-JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS = '00'
     OPEN OUTPUT JOURNAL-TRIM-FILE
     PERFORM TRIM-ONE-JOURNAL-LINE UNTIL WS-JOURNAL-EOF
     CLOSE CHANGE-JOURNAL-FILE
     CLOSE JOURNAL-TRIM-FILE
     MOVE SPACES TO WS-SHELL-COMMAND
     STRING 'mv CHGJOURNAL.TRM CHGJOURNAL.TXT' DELIMITED BY SIZE
         INTO WS-SHELL-COMMAND
     CALL 'SYSTEM' USING WS-SHELL-COMMAND
    END-IF.
    MOVE 'DEQ' TO JOURNAL-LOCK-OPERATION.
    CALL 'DSLOCK' USING JOURNAL-LOCK-REQUEST.

TRIM-ONE-JOURNAL-LINE.
    READ CHANGE-JOURNAL-FILE
     AT END
      SET WS-JOURNAL-EOF TO TRUE
     NOT AT END
      IF JRNL-RUN-STAMP = RUN-ID-STAMP
          AND JRNL-PROGRAM = 'MASTER-UPDATE'
       ADD 1 TO WS-JOURNAL-RUN-COUNT
      END-IF
      IF JRNL-RUN-STAMP NOT = RUN-ID-STAMP
          OR JRNL-PROGRAM NOT = 'MASTER-UPDATE'
          OR WS-JOURNAL-RUN-COUNT <= WS-JOURNAL-KEEP-COUNT
       MOVE CHANGE-JOURNAL-RECORD TO JOURNAL-TRIM-RECORD
       WRITE JOURNAL-TRIM-RECORD
      END-IF
    END-READ.

SKIP-ONE-OLD-MASTER.
    READ OLD-MASTER-FILE
     AT END
      CONTINUE
    END-READ.

SKIP-ONE-TRANSACTION.
    READ TRANSACTION-FILE
     AT END
      CONTINUE
    END-READ.

SKIP-ONE-SUSPENSE.
    READ SUSPENSE-FILE
     AT END
      CONTINUE
    END-READ.

TAKE-CHECKPOINT.
* The staged outputs are closed and reopened first, so every record
* the checkpoint counts is on disk before the checkpoint says so;
* the checkpoint itself is written aside and renamed into place, so
* a crash while writing it leaves the previous one standing.
    ADD 1 TO WS-CKPT-SEQUENCE.
    CLOSE NEW-MASTER-FILE.
    CLOSE SUSPENSE-NEW-FILE.
    CLOSE PENDING-NEW-FILE.
    CLOSE UPDATE-REPORT-FILE.
    MOVE 0 TO WS-REPORT-LINE-COUNT.
    MOVE 'N' TO WS-RESTART-SOURCE-EOF-FLAG.
    OPEN INPUT UPDATE-REPORT-FILE.
    PERFORM COUNT-ONE-REPORT-LINE UNTIL WS-RESTART-SOURCE-EOF.
    CLOSE UPDATE-REPORT-FILE.
    OPEN EXTEND NEW-MASTER-FILE.
    OPEN EXTEND SUSPENSE-NEW-FILE.
    OPEN EXTEND PENDING-NEW-FILE.
    OPEN EXTEND UPDATE-REPORT-FILE.

    MOVE SPACES TO CHECKPOINT-RECORD.
    MOVE WS-CKPT-SEQUENCE TO CKPT-SEQUENCE.
    MOVE RUN-ID-STAMP TO CKPT-RUN-STAMP.
    MOVE RUN-ID-CURRENT-DATE TO CKPT-BUSINESS-DATE.
    MOVE WS-OLD-MASTER-NAME TO CKPT-OLD-MASTER-NAME.
    MOVE WS-TRANSACTION-NAME TO CKPT-TRANSACTION-NAME.
    MOVE WS-NEW-MASTER-NAME TO CKPT-NEW-MASTER-NAME.
    MOVE WS-NEW-MASTER-FINAL-NAME TO CKPT-NEW-MASTER-FINAL-NAME.
    MOVE WS-REPORT-NAME TO CKPT-REPORT-NAME.
    MOVE WS-REPORT-FINAL-NAME TO CKPT-REPORT-FINAL-NAME.
    MOVE WS-KEY-POSITION TO CKPT-KEY-POSITION.
    MOVE WS-KEY-LENGTH TO CKPT-KEY-LENGTH.
    MOVE WS-KEY-FORM TO CKPT-KEY-FORM.
    MOVE WS-AGE-LIMIT TO CKPT-AGE-LIMIT.
    MOVE LAYOUT-DICT-WANTED TO CKPT-LAYOUT-NAME.
    MOVE WS-CKPT-INTERVAL TO CKPT-INTERVAL.
    MOVE WS-OPEN-COUNT TO CKPT-OPEN-COUNT.
    MOVE WS-OPEN-CHECKSUM TO CKPT-OPEN-CHECKSUM.
    MOVE WS-MASTER-EOF-FLAG TO CKPT-MASTER-EOF-FLAG.
    MOVE WS-MASTER-RECORD TO CKPT-MASTER-RECORD.
    MOVE WS-MASTER-KEY TO CKPT-MASTER-KEY.
    MOVE WS-TFILE-READ-COUNT TO CKPT-TFILE-READ-COUNT.
    MOVE WS-TFILE-EOF-FLAG TO CKPT-TFILE-EOF-FLAG.
    MOVE WS-TFILE-ACTION TO CKPT-TFILE-ACTION.
    MOVE WS-TFILE-IMAGE TO CKPT-TFILE-IMAGE.
    MOVE WS-TFILE-KEY TO CKPT-TFILE-KEY.
    MOVE WS-SUSP-READ-COUNT TO CKPT-SUSP-READ-COUNT.
    MOVE WS-SUSP-EOF-FLAG TO CKPT-SUSP-EOF-FLAG.
    MOVE WS-SUSP-ACTION TO CKPT-SUSP-ACTION.
    MOVE WS-SUSP-IMAGE TO CKPT-SUSP-IMAGE.
    MOVE WS-SUSP-KEY TO CKPT-SUSP-KEY.
    MOVE WS-SUSP-FIRST-DATE TO CKPT-SUSP-FIRST-DATE.
    MOVE WS-PEND-INDEX TO CKPT-PEND-INDEX.
    MOVE WS-PEND-EOF-FLAG TO CKPT-PEND-EOF-FLAG.
    MOVE WS-PEND-KEY TO CKPT-PEND-KEY.
    MOVE WS-TRANS-EOF-FLAG TO CKPT-TRANS-EOF-FLAG.
    MOVE WS-TRANS-ACTION TO CKPT-TRANS-ACTION.
    MOVE WS-TRANS-IMAGE TO CKPT-TRANS-IMAGE.
    MOVE WS-TRANS-KEY TO CKPT-TRANS-KEY.
    MOVE WS-TRANS-FIRST-DATE TO CKPT-TRANS-FIRST-DATE.
    IF WS-MASTER-EOF
     MOVE SPACES TO CKPT-MASTER-KEY
    END-IF.
    IF WS-TFILE-EOF
     MOVE SPACES TO CKPT-TFILE-KEY
    END-IF.
    IF WS-SUSP-EOF
     MOVE SPACES TO CKPT-SUSP-KEY
    END-IF.
    IF WS-PEND-EOF
     MOVE SPACES TO CKPT-PEND-KEY
    END-IF.
    IF WS-TRANS-EOF
     MOVE SPACES TO CKPT-TRANS-KEY
    END-IF.
    MOVE WS-OLD-IN-COUNT TO CKPT-OLD-IN-COUNT.
    MOVE WS-TRANS-IN-COUNT TO CKPT-TRANS-IN-COUNT.
    MOVE WS-NEW-OUT-COUNT TO CKPT-NEW-OUT-COUNT.
    MOVE WS-ADD-COUNT TO CKPT-ADD-COUNT.
    MOVE WS-CHANGE-COUNT TO CKPT-CHANGE-COUNT.
    MOVE WS-DELETE-COUNT TO CKPT-DELETE-COUNT.
    MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT.
    MOVE WS-FIELD-CHANGE-COUNT TO CKPT-FIELD-CHANGE-COUNT.
    MOVE WS-SUSPENSE-IN-COUNT TO CKPT-SUSPENSE-IN-COUNT.
    MOVE WS-SUSPENSE-OUT-COUNT TO CKPT-SUSPENSE-OUT-COUNT.
    MOVE WS-ESCALATED-COUNT TO CKPT-ESCALATED-COUNT.
    MOVE WS-PENDING-IN-COUNT TO CKPT-PENDING-IN-COUNT.
    MOVE WS-PENDING-RELEASED-COUNT TO CKPT-PENDING-RELEASED-COUNT.
    MOVE WS-PENDING-HELD-COUNT TO CKPT-PENDING-HELD-COUNT.
    MOVE WS-PENDING-OUT-COUNT TO CKPT-PENDING-OUT-COUNT.
    MOVE WS-NEW-CHECKSUM TO CKPT-NEW-CHECKSUM.
    MOVE WS-REPORT-LINE-COUNT TO CKPT-REPORT-LINE-COUNT.
    OPEN OUTPUT CHECKPOINT-NEW-FILE.
    MOVE CHECKPOINT-RECORD TO CHECKPOINT-NEW-RECORD.
    WRITE CHECKPOINT-NEW-RECORD.
    CLOSE CHECKPOINT-NEW-FILE.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mv ' DELIMITED BY SIZE
        WS-CHECKPOINT-NEW-NAME DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-CHECKPOINT-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    COMPUTE WS-CKPT-NEXT-AT = WS-OLD-IN-COUNT + WS-TFILE-READ-COUNT
        + WS-CKPT-INTERVAL.
    DISPLAY 'CHECKPOINT ' WS-CKPT-SEQUENCE ' - ' WS-OLD-IN-COUNT
        ' MASTER AND ' WS-TFILE-READ-COUNT ' TRANSACTION RECORDS READ'.

COUNT-ONE-REPORT-LINE.
    READ UPDATE-REPORT-FILE
     AT END
      SET WS-RESTART-SOURCE-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-REPORT-LINE-COUNT
    END-READ.

DISCARD-CHECKPOINT.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f ' DELIMITED BY SIZE
        WS-CHECKPOINT-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

CHECK-CHANGE-FREEZE.
    COPY "freeze-check.cpy"
        REPLACING ==:FREEZE-ACTION-CLASS:== BY =='UPDATE'==.
    COPY "sandbox-route.cpy"
        REPLACING ==:SANDBOX-NAME-FIELD:== BY ==WS-SUSPENSE-NEW-NAME==.

ROUTE-CHECKPOINT-NAME.
    COPY "sandbox-route.cpy"
        REPLACING ==:SANDBOX-NAME-FIELD:== BY ==WS-CHECKPOINT-NAME==.

ROUTE-CHECKPOINT-NEW-NAME.
    COPY "sandbox-route.cpy"
        REPLACING ==:SANDBOX-NAME-FIELD:== BY ==WS-CHECKPOINT-NEW-NAME==.

ROUTE-PENDING-NAME.
    COPY "sandbox-route.cpy"
        REPLACING ==:SANDBOX-NAME-FIELD:== BY ==WS-PENDING-NAME==.

ROUTE-PENDING-NEW-NAME.
    COPY "sandbox-route.cpy"
        REPLACING ==:SANDBOX-NAME-FIELD:== BY ==WS-PENDING-NEW-NAME==.

RESOLVE-OLD-MASTER-GENERATION.
    COPY "gdg-resolve.cpy"
        REPLACING ==:GDG-NAME-FIELD:== BY ==WS-OLD-MASTER-NAME==.
                   ==:JRNL-BEFORE-DATA:==  BY ==WS-BEFORE-IMAGE==
                   ==:JRNL-AFTER-DATA:==   BY ==WS-TRANS-IMAGE==.

WRITE-FIELD-CHANGE-JOURNAL.
    COPY "journal-write.cpy"
        REPLACING ==:JRNL-DATASET-NAME:== BY ==WS-NEW-MASTER-FINAL-NAME==
                   ==:JRNL-RECORD-KEY:==   BY ==WS-HELD-KEY==
                   ==:JRNL-WRITER-NAME:==  BY =='MASTER-UPDATE'==
                   ==:JRNL-ACTION-NAME:==  BY =='CHANGE'==
                   ==:JRNL-BEFORE-DATA:==  BY ==WS-BEFORE-IMAGE==
                   ==:JRNL-AFTER-DATA:==   BY ==WS-HELD-RECORD==.

WRITE-DELETE-JOURNAL.
    COPY "journal-write.cpy"
        REPLACING ==:JRNL-DATASET-NAME:== BY ==WS-NEW-MASTER-FINAL-NAME==
     MOVE WS-NORM-KEY-TEXT TO WS-NORM-KEY-WORK
    END-IF.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

GET-RUN-ID.
    COPY "run-id-get.cpy".

POST-PROGRESS.
    COMPUTE WS-PROGRESS-WORK = WS-OLD-IN-COUNT + WS-TRANS-IN-COUNT.
    COPY "progress-post.cpy"
        REPLACING ==:PROGRESS-PROGRAM-NAME:== BY =='MASTER-UPDATE'==
                   ==:PROGRESS-RECORD-COUNT:== BY ==WS-PROGRESS-WORK==
                   ==:PROGRESS-POSITION:== BY ==WS-OLD-IN-COUNT==
                   ==:PROGRESS-INPUT-NAME:== BY ==WS-OLD-MASTER-NAME==.

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='MASTER-UPDATE'==.

COPY "field-check.cpy".
