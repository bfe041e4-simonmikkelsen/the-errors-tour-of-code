* where op is EQ, NE, GT, GE, LT, or LE and the comparison is against
* the literal value text. OMIT is applied after INCLUDE, both before
* the records reach the sort.
* A sort of a production-size file can run for hours, and one that
* has hung looks the same from outside as one that is working hard.
* So the run posts a heartbeat to the shared progress file
* PROGRESS.TXT (PROGRESS-SELECT.CPY) - a START when it begins, a BEAT
* every thousand records handled, and an END when it is done - each
* carrying the records handled so far (read, merged, and written
* out) and how far into the input it has read. PROGRESS-INQUIRY
* turns that into a percentage and an estimated finish, and
* STALL-WATCHDOG raises an alert on a run whose heartbeat stops.
* Two runs at a time made a big file pay for its size many times
* over - six million records went through the disk about eight
* times before the output was written. The runs are now merged by
* the shared RUNMERGE subprogram up to sixteen at a time (fewer if
* the operator sets a smaller fan-in as the step parameter), so a
* night's sort is one merge pass, and the run count and the passes
* taken are reported. Each run line carries the record's composite
* key in front of the record itself, which is what RUNMERGE orders
* on; the order, and so the output, is the same as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT RUN-OUT-FILE ASSIGN TO WS-RUN-OUT-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUN-OUT-STATUS.
    SELECT FINAL-RUN-FILE ASSIGN TO WS-FINAL-RUN-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FINAL-RUN-STATUS.
    SELECT CONTROL-STMT-FILE ASSIGN TO WS-CONTROL-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONTROL-STATUS.
    COPY "run-id-select.cpy".
    COPY "perf-stats-select.cpy".
    COPY "progress-select.cpy".

DATA DIVISION.
FILE SECTION.
01  OUTPUT-RECORD PIC X(200).

FD  RUN-OUT-FILE.
01  RUN-OUT-RECORD PIC X(400).

FD  FINAL-RUN-FILE.
01  FINAL-RUN-LINE.
    05  FINAL-RUN-KEY PIC X(200).
    05  FINAL-RUN-RECORD PIC X(200).

FD  CONTROL-STMT-FILE.
01  CONTROL-STMT-RECORD PIC X(100).

COPY "run-id-fd.cpy".
COPY "perf-stats-fd.cpy".
COPY "progress-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "perf-stats-ws.cpy".
COPY "progress-ws.cpy".
COPY "fieldconv-linkage.cpy".
COPY "runmerge-linkage.cpy".
01  WS-INPUT-FILE-NAME          PIC X(100).
01  WS-OUTPUT-FILE-NAME         PIC X(100).
01  WS-INPUT-STATUS             PIC X(02).
01  WS-OUTPUT-STATUS            PIC X(02).
01  WS-RUN-OUT-NAME             PIC X(20).
01  WS-RUN-OUT-STATUS           PIC X(02).
01  WS-FINAL-RUN-NAME           PIC X(20).
01  WS-FINAL-RUN-STATUS         PIC X(02).
01  WS-KEY-START                PIC 9(03) VALUE 1.
01  WS-KEY-LENGTH               PIC 9(03) VALUE 10.
* Up to five sort keys; key 1 is the classic WS-KEY-START/LENGTH
01  WS-HOLD-KEY                 PIC X(200).
01  WS-HOLD-DATA                PIC X(200).

01  WS-RUN-COUNT                PIC 9(04) VALUE 0.
01  WS-NAME-GENERATION          PIC 9(02) VALUE 0.
01  WS-NAME-SEQUENCE            PIC 9(04) VALUE 0.
01  WS-BUILT-RUN-NAME           PIC X(20).

01  WS-FINAL-EOF-FLAG           PIC X VALUE 'N'.
    88  WS-FINAL-EOF                VALUE 'Y'.
01  WS-SHELL-COMMAND            PIC X(150) VALUE SPACES.
01  WS-OUTREC-FILL              PIC 9(03) VALUE 0.

01  WS-READ-COUNT               PIC 9(07) VALUE 0.
* Every record read, merged, or written out, for the heartbeat.
01  WS-PROGRESS-WORK            PIC 9(09) VALUE 0.
01  WS-OMITTED-COUNT            PIC 9(07) VALUE 0.
01  WS-SUMMED-AWAY-COUNT        PIC 9(07) VALUE 0.

     PERFORM LOAD-CONTROL-STATEMENTS
    END-IF.

    MOVE 'START' TO PROGRESS-KIND.
    PERFORM POST-PROGRESS.
    PERFORM DISTRIBUTE-INPUT-INTO-RUNS.
    IF WS-RUN-COUNT = 0
     DISPLAY 'Input file is empty or could not be read - '
         'no output produced.'
     MOVE 'END' TO PROGRESS-KIND
     PERFORM POST-PROGRESS
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'INITIAL SORTED RUNS: ' WS-RUN-COUNT.

    PERFORM MERGE-SORTED-RUNS.
    IF RUNMERGE-RESULT NOT = '00'
     DISPLAY 'A merge run could not be written - no output produced.'
     PERFORM REMOVE-RUN-FILES
     MOVE 'END' TO PROGRESS-KIND
     PERFORM POST-PROGRESS
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM WRITE-FINAL-OUTPUT.
    PERFORM REMOVE-RUN-FILES.

    DISPLAY 'Sort complete. ' WS-RECORD-COUNT ' record(s) written to '
        WS-OUTPUT-FILE-NAME.
    MOVE 'END' TO PROGRESS-KIND.
    PERFORM POST-PROGRESS.
    PERFORM WRITE-PERFORMANCE-STATS.
    IF WS-CONDITION-COUNT > 0 OR WS-SUM-FIELD-COUNT > 0
     DISPLAY 'RECORDS READ        : ' WS-READ-COUNT
    MOVE 'N' TO WS-SUM-HELD-FLAG.
    MOVE 0 TO WS-RECORD-COUNT.
    MOVE 0 TO WS-READ-COUNT.
    MOVE 0 TO WS-PROGRESS-WORK.
    MOVE 0 TO WS-OMITTED-COUNT.
    MOVE 0 TO WS-SUMMED-AWAY-COUNT.
    MOVE 0 TO WS-RUN-COUNT.
    MOVE 0 TO WS-CONDITION-COUNT.
    MOVE 0 TO WS-INCLUDE-COUNT.
    MOVE 0 TO WS-SUM-FIELD-COUNT.
     NOT AT END
      IF INPUT-RECORD(1:3) NOT = 'HDR' AND INPUT-RECORD(1:3) NOT = 'TRL'
       ADD 1 TO WS-READ-COUNT
       PERFORM TAKE-PROGRESS-BEAT
       PERFORM APPLY-INCLUDE-OMIT-CONDITIONS
       IF WS-KEEP-RECORD
        ADD 1 TO WS-RUN-FILL
    SUBTRACT 1 FROM WS-SORT-J.

WRITE-ONE-RUN-ENTRY.
    WRITE RUN-OUT-RECORD FROM WS-RUN-ENTRY(WS-SORT-I).

BUILD-RUN-NAME.
    MOVE SPACES TO WS-BUILT-RUN-NAME.
        '.TMP' DELIMITED BY SIZE
        INTO WS-BUILT-RUN-NAME.

MERGE-SORTED-RUNS.
* The composite key leads every run line, so RUNMERGE orders on its
* 200 bytes alone and the record behind it rides along.
    MOVE 'FSRUN' TO RUNMERGE-NAME-PREFIX.
    MOVE WS-RUN-COUNT TO RUNMERGE-RUN-COUNT.
    MOVE 200 TO RUNMERGE-KEY-LENGTH.
    MOVE 0 TO RUNMERGE-FAN-IN.
    MOVE 'FILE-SORT' TO RUNMERGE-PROGRESS-PROGRAM.
    MOVE RUN-ID-STAMP TO RUNMERGE-RUN-STAMP.
    MOVE WS-INPUT-FILE-NAME TO RUNMERGE-PROGRESS-INPUT.
    MOVE WS-READ-COUNT TO RUNMERGE-PROGRESS-POSITION.
    MOVE WS-PROGRESS-WORK TO RUNMERGE-PROGRESS-WORK.
    CALL 'RUNMERGE' USING RUNMERGE-REQUEST.
    MOVE RUNMERGE-PROGRESS-WORK TO WS-PROGRESS-WORK.
    DISPLAY 'MERGE PASSES: ' RUNMERGE-PASS-COUNT
        ' (FAN-IN ' RUNMERGE-FAN-IN ')'.

WRITE-FINAL-OUTPUT.
    MOVE RUNMERGE-FINAL-NAME TO WS-FINAL-RUN-NAME.
    MOVE 'N' TO WS-FINAL-EOF-FLAG.
    OPEN INPUT FINAL-RUN-FILE.
    IF WS-FINAL-RUN-STATUS NOT = '00'
     SET WS-FINAL-EOF TO TRUE
    END-IF.
    OPEN OUTPUT OUTPUT-FILE.
    IF WS-OUTPUT-STATUS NOT = '00'
     DISPLAY 'Cannot open output file: ' WS-OUTPUT-FILE-NAME
     MOVE 8 TO RETURN-CODE
     CLOSE FINAL-RUN-FILE
    ELSE
     PERFORM COPY-ONE-FINAL-RECORD UNTIL WS-FINAL-EOF
     CLOSE FINAL-RUN-FILE
     CLOSE OUTPUT-FILE
    END-IF.

COPY-ONE-FINAL-RECORD.
    READ FINAL-RUN-FILE INTO FINAL-RUN-LINE
     AT END
      SET WS-FINAL-EOF TO TRUE
      IF WS-SUM-RECORD-HELD
       MOVE 'N' TO WS-SUM-HELD-FLAG
      END-IF
     NOT AT END
      PERFORM TAKE-PROGRESS-BEAT
      IF WS-SUM-FIELD-COUNT = 0
       PERFORM WRITE-ONE-OUTPUT-RECORD-M
      ELSE
* SUM processing: the first record of each key is held back; records
* with the same key fold their sum fields into it; the held record is
* released when the key changes (and at end of file). The compare is
* on the full compound key, so SUM groups exactly as the sort did;
* the run line still carries that key in front of the record.
    MOVE FINAL-RUN-KEY TO WS-CURRENT-FINAL-KEY.
    IF WS-SUM-RECORD-HELD AND WS-CURRENT-FINAL-KEY = WS-SUM-HELD-KEY
     PERFORM FOLD-SUM-FIELDS-INTO-HELD
     ADD 1 TO WS-SUMMED-AWAY-COUNT
     IF WS-SUM-RECORD-HELD
      PERFORM WRITE-ONE-OUTPUT-RECORD-H
     END-IF
     MOVE FINAL-RUN-RECORD TO WS-SUM-HELD-RECORD
     MOVE WS-CURRENT-FINAL-KEY TO WS-SUM-HELD-KEY
     SET WS-SUM-RECORD-HELD TO TRUE
    END-IF.
     IF FUNCTION TEST-NUMVAL(WS-SUM-HELD-RECORD(
            WS-SF-POSITION(WS-SF-INDEX):WS-SF-LENGTH(WS-SF-INDEX)))
            = 0
        AND FUNCTION TEST-NUMVAL(FINAL-RUN-RECORD(
            WS-SF-POSITION(WS-SF-INDEX):WS-SF-LENGTH(WS-SF-INDEX)))
            = 0
      COMPUTE WS-SUM-ACCUMULATOR =
          FUNCTION NUMVAL(WS-SUM-HELD-RECORD(
              WS-SF-POSITION(WS-SF-INDEX):WS-SF-LENGTH(WS-SF-INDEX)))
          + FUNCTION NUMVAL(FINAL-RUN-RECORD(
              WS-SF-POSITION(WS-SF-INDEX):WS-SF-LENGTH(WS-SF-INDEX)))
      MOVE WS-SUM-ACCUMULATOR TO WS-SUM-EDIT-FIELD
      MOVE WS-SUM-EDIT-FIELD(19 - WS-SF-LENGTH(WS-SF-INDEX):
    END-PERFORM.

WRITE-ONE-OUTPUT-RECORD-M.
    MOVE FINAL-RUN-RECORD TO WS-SUM-HELD-RECORD.
    PERFORM WRITE-ONE-OUTPUT-RECORD-H.

WRITE-ONE-OUTPUT-RECORD-H.
    COPY "perf-stats-write.cpy"
        REPLACING ==:PERF-PROGRAM-NAME:== BY =='FILE-SORT'==
                   ==:PERF-RECORD-COUNT:== BY ==WS-RECORD-COUNT==.

TAKE-PROGRESS-BEAT.
    ADD 1 TO WS-PROGRESS-WORK.
    MOVE 'BEAT' TO PROGRESS-KIND.
    PERFORM POST-PROGRESS.

POST-PROGRESS.
    COPY "progress-post.cpy"
        REPLACING ==:PROGRESS-PROGRAM-NAME:== BY =='FILE-SORT'==
                   ==:PROGRESS-RECORD-COUNT:== BY ==WS-PROGRESS-WORK==
                   ==:PROGRESS-POSITION:== BY ==WS-READ-COUNT==
                   ==:PROGRESS-INPUT-NAME:== BY ==WS-INPUT-FILE-NAME==.
