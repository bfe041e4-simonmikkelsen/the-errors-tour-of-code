IDENTIFICATION DIVISION.
PROGRAM-ID. RUNMERGE.
AUTHOR. Simon Mikkelsen.
* FILE-SORT, DUPLICATE-FINDER and STATS-ANALYZER each spilled their
* sorted runs and then merged them two at a time, generation by
* generation, so a month-end file of six million records was read
* and rewritten some eight times over before the sort was done.
* This subprogram is the one merge all three now share: it opens up
* to sixteen runs at once and draws the lowest key among them, so
* the runs of an ordinary night come together in a single pass and
* even a very large file needs only two or three. How many runs go
* into one merge (the fan-in) is the operator's to set through the
* step parameter; without one the merge takes as many as it can
* hold open. Of equal keys the lowest-numbered run's line always
* goes first, which is the same order the pairwise generations
* left, so the sorted output is the same byte for byte. The merged
* line is ordered on its leading key bytes only, which is how
* FILE-SORT carries its composite key in front of the record. The
* parameter area is documented in RUNMERGE-LINKAGE.CPY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-OUT-FILE ASSIGN TO WS-RUN-OUT-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUN-OUT-STATUS.
    SELECT MERGE-IN-01 ASSIGN TO WS-IN01-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN01-STATUS.
    SELECT MERGE-IN-02 ASSIGN TO WS-IN02-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN02-STATUS.
    SELECT MERGE-IN-03 ASSIGN TO WS-IN03-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN03-STATUS.
    SELECT MERGE-IN-04 ASSIGN TO WS-IN04-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN04-STATUS.
    SELECT MERGE-IN-05 ASSIGN TO WS-IN05-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN05-STATUS.
    SELECT MERGE-IN-06 ASSIGN TO WS-IN06-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN06-STATUS.
    SELECT MERGE-IN-07 ASSIGN TO WS-IN07-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN07-STATUS.
    SELECT MERGE-IN-08 ASSIGN TO WS-IN08-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN08-STATUS.
    SELECT MERGE-IN-09 ASSIGN TO WS-IN09-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN09-STATUS.
    SELECT MERGE-IN-10 ASSIGN TO WS-IN10-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN10-STATUS.
    SELECT MERGE-IN-11 ASSIGN TO WS-IN11-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN11-STATUS.
    SELECT MERGE-IN-12 ASSIGN TO WS-IN12-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN12-STATUS.
    SELECT MERGE-IN-13 ASSIGN TO WS-IN13-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN13-STATUS.
    SELECT MERGE-IN-14 ASSIGN TO WS-IN14-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN14-STATUS.
    SELECT MERGE-IN-15 ASSIGN TO WS-IN15-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN15-STATUS.
    SELECT MERGE-IN-16 ASSIGN TO WS-IN16-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-IN16-STATUS.
    COPY "progress-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  RUN-OUT-FILE.
01  RUN-OUT-RECORD PIC X(400).

FD  MERGE-IN-01.
01  MERGE-IN-01-RECORD PIC X(400).

FD  MERGE-IN-02.
01  MERGE-IN-02-RECORD PIC X(400).

FD  MERGE-IN-03.
01  MERGE-IN-03-RECORD PIC X(400).

FD  MERGE-IN-04.
01  MERGE-IN-04-RECORD PIC X(400).

FD  MERGE-IN-05.
01  MERGE-IN-05-RECORD PIC X(400).

FD  MERGE-IN-06.
01  MERGE-IN-06-RECORD PIC X(400).

FD  MERGE-IN-07.
01  MERGE-IN-07-RECORD PIC X(400).

FD  MERGE-IN-08.
01  MERGE-IN-08-RECORD PIC X(400).

FD  MERGE-IN-09.
01  MERGE-IN-09-RECORD PIC X(400).

FD  MERGE-IN-10.
01  MERGE-IN-10-RECORD PIC X(400).

FD  MERGE-IN-11.
01  MERGE-IN-11-RECORD PIC X(400).

FD  MERGE-IN-12.
01  MERGE-IN-12-RECORD PIC X(400).

FD  MERGE-IN-13.
01  MERGE-IN-13-RECORD PIC X(400).

FD  MERGE-IN-14.
01  MERGE-IN-14-RECORD PIC X(400).

FD  MERGE-IN-15.
01  MERGE-IN-15-RECORD PIC X(400).

FD  MERGE-IN-16.
01  MERGE-IN-16-RECORD PIC X(400).

COPY "progress-fd.cpy".

WORKING-STORAGE SECTION.
COPY "progress-ws.cpy".
* The caller's run stamp, under the name PROGRESS-POST.CPY posts by.
01  RUN-ID-STAMP PIC X(13) VALUE SPACES.
01  WS-STEP-PARAMETER PIC X(80) VALUE SPACES.
COPY "jobstep-parm-ws.cpy".
01  WS-MAX-FAN-IN PIC 9(02) VALUE 16.
01  WS-RUN-OUT-NAME PIC X(20).
01  WS-RUN-OUT-STATUS PIC X(02).

* One ASSIGN name and one status per input; the tables over them
* let the merge loop walk the inputs by number.
01  WS-INPUT-NAMES.
    05  WS-IN01-NAME PIC X(20).
    05  WS-IN02-NAME PIC X(20).
    05  WS-IN03-NAME PIC X(20).
    05  WS-IN04-NAME PIC X(20).
    05  WS-IN05-NAME PIC X(20).
    05  WS-IN06-NAME PIC X(20).
    05  WS-IN07-NAME PIC X(20).
    05  WS-IN08-NAME PIC X(20).
    05  WS-IN09-NAME PIC X(20).
    05  WS-IN10-NAME PIC X(20).
    05  WS-IN11-NAME PIC X(20).
    05  WS-IN12-NAME PIC X(20).
    05  WS-IN13-NAME PIC X(20).
    05  WS-IN14-NAME PIC X(20).
    05  WS-IN15-NAME PIC X(20).
    05  WS-IN16-NAME PIC X(20).
01  WS-INPUT-NAME-TABLE REDEFINES WS-INPUT-NAMES.
    05  WS-IN-NAME PIC X(20) OCCURS 16 TIMES.
01  WS-INPUT-STATUSES.
    05  WS-IN01-STATUS PIC X(02).
    05  WS-IN02-STATUS PIC X(02).
    05  WS-IN03-STATUS PIC X(02).
    05  WS-IN04-STATUS PIC X(02).
    05  WS-IN05-STATUS PIC X(02).
    05  WS-IN06-STATUS PIC X(02).
    05  WS-IN07-STATUS PIC X(02).
    05  WS-IN08-STATUS PIC X(02).
    05  WS-IN09-STATUS PIC X(02).
    05  WS-IN10-STATUS PIC X(02).
    05  WS-IN11-STATUS PIC X(02).
    05  WS-IN12-STATUS PIC X(02).
    05  WS-IN13-STATUS PIC X(02).
    05  WS-IN14-STATUS PIC X(02).
    05  WS-IN15-STATUS PIC X(02).
    05  WS-IN16-STATUS PIC X(02).
01  WS-INPUT-STATUS-TABLE REDEFINES WS-INPUT-STATUSES.
    05  WS-IN-STATUS PIC X(02) OCCURS 16 TIMES.
01  WS-INPUT-TABLE.
    05  WS-INPUT-ENTRY OCCURS 16 TIMES.
        10  WS-IN-LINE PIC X(400).
        10  WS-IN-EOF-FLAG PIC X.
            88  WS-IN-EOF VALUE 'Y'.

01  WS-GENERATION PIC 9(02) VALUE 1.
01  WS-RUN-COUNT PIC 9(04) VALUE 0.
01  WS-NEXT-RUN-COUNT PIC 9(04) VALUE 0.
01  WS-GROUP-START PIC 9(04) VALUE 0.
01  WS-GROUP-SIZE PIC 9(02) VALUE 0.
01  WS-IN-INDEX PIC 9(02) VALUE 0.
01  WS-LOW-INDEX PIC 9(02) VALUE 0.
01  WS-LIVE-COUNT PIC 9(02) VALUE 0.
01  WS-NAME-GENERATION PIC 9(02) VALUE 0.
01  WS-NAME-SEQUENCE PIC 9(04) VALUE 0.
01  WS-BUILT-RUN-NAME PIC X(20).
01  WS-READ-LINE PIC X(400).
01  WS-READ-EOF-FLAG PIC X VALUE 'N'.
    88  WS-READ-AT-END VALUE 'Y'.
01  WS-SHELL-COMMAND PIC X(150).

LINKAGE SECTION.
COPY "runmerge-linkage.cpy".

PROCEDURE DIVISION USING RUNMERGE-REQUEST.
MAIN-PROCEDURE.
    MOVE '00' TO RUNMERGE-RESULT.
    MOVE 0 TO RUNMERGE-PASS-COUNT.
    PERFORM SET-FAN-IN.
    IF RUNMERGE-KEY-LENGTH < 1 OR RUNMERGE-KEY-LENGTH > 400
     MOVE 400 TO RUNMERGE-KEY-LENGTH
    END-IF.
    MOVE RUNMERGE-RUN-STAMP TO RUN-ID-STAMP.
    COMPUTE PROGRESS-NEXT-BEAT =
        RUNMERGE-PROGRESS-WORK + PROGRESS-INTERVAL.
    MOVE 1 TO WS-GENERATION.
    MOVE RUNMERGE-RUN-COUNT TO WS-RUN-COUNT.
    PERFORM MERGE-ONE-PASS
        UNTIL WS-RUN-COUNT <= 1 OR RUNMERGE-RESULT NOT = '00'.
    MOVE WS-GENERATION TO WS-NAME-GENERATION.
    MOVE 1 TO WS-NAME-SEQUENCE.
    PERFORM BUILD-RUN-NAME.
    MOVE WS-BUILT-RUN-NAME TO RUNMERGE-FINAL-NAME.
    GOBACK.

SET-FAN-IN.
* The operator's fan-in is the step parameter, a plain number; one
* outside 2-16 (or none at all) gives way to the widest merge the
* sixteen inputs allow.
    IF RUNMERGE-FAN-IN = 0
     MOVE JOBSTEP-PASSED-PARAMETER TO WS-STEP-PARAMETER
     INSPECT WS-STEP-PARAMETER REPLACING ALL LOW-VALUE BY SPACE
     IF WS-STEP-PARAMETER NOT = SPACES
         AND FUNCTION TEST-NUMVAL(WS-STEP-PARAMETER) = 0
      IF FUNCTION NUMVAL(WS-STEP-PARAMETER) >= 2
          AND FUNCTION NUMVAL(WS-STEP-PARAMETER) <= WS-MAX-FAN-IN
       COMPUTE RUNMERGE-FAN-IN = FUNCTION NUMVAL(WS-STEP-PARAMETER)
      END-IF
     END-IF
    END-IF.
    IF RUNMERGE-FAN-IN < 2 OR RUNMERGE-FAN-IN > WS-MAX-FAN-IN
     MOVE WS-MAX-FAN-IN TO RUNMERGE-FAN-IN
    END-IF.

MERGE-ONE-PASS.
* Consecutive groups of up to fan-in runs of this generation become
* one run each of the next: runs 1-16 new run 1, runs 17-32 new run
* 2, and a lone run left at the end rides through unmerged.
    MOVE 0 TO WS-NEXT-RUN-COUNT.
    MOVE 1 TO WS-GROUP-START.
    PERFORM MERGE-ONE-GROUP
        UNTIL WS-GROUP-START > WS-RUN-COUNT
        OR RUNMERGE-RESULT NOT = '00'.
    ADD 1 TO WS-GENERATION.
    ADD 1 TO RUNMERGE-PASS-COUNT.
    MOVE WS-NEXT-RUN-COUNT TO WS-RUN-COUNT.

MERGE-ONE-GROUP.
    COMPUTE WS-GROUP-SIZE =
        FUNCTION MIN(RUNMERGE-FAN-IN,
                     WS-RUN-COUNT - WS-GROUP-START + 1).
    ADD 1 TO WS-NEXT-RUN-COUNT.
    COMPUTE WS-NAME-GENERATION = WS-GENERATION + 1.
    MOVE WS-NEXT-RUN-COUNT TO WS-NAME-SEQUENCE.
    PERFORM BUILD-RUN-NAME.
    MOVE WS-BUILT-RUN-NAME TO WS-RUN-OUT-NAME.
    MOVE WS-GENERATION TO WS-NAME-GENERATION.
    PERFORM VARYING WS-IN-INDEX FROM 1 BY 1
        UNTIL WS-IN-INDEX > WS-GROUP-SIZE
     COMPUTE WS-NAME-SEQUENCE = WS-GROUP-START + WS-IN-INDEX - 1
     PERFORM BUILD-RUN-NAME
     MOVE WS-BUILT-RUN-NAME TO WS-IN-NAME(WS-IN-INDEX)
    END-PERFORM.
    IF WS-GROUP-SIZE = 1
     PERFORM CARRY-LONE-RUN-FORWARD
    ELSE
     PERFORM MERGE-GROUP-RUN-FILES
    END-IF.
    ADD WS-GROUP-SIZE TO WS-GROUP-START.

CARRY-LONE-RUN-FORWARD.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mv ' DELIMITED BY SIZE
        WS-IN-NAME(1) DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-RUN-OUT-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

MERGE-GROUP-RUN-FILES.
    OPEN OUTPUT RUN-OUT-FILE.
    IF WS-RUN-OUT-STATUS NOT = '00'
     MOVE '08' TO RUNMERGE-RESULT
    ELSE
     MOVE 0 TO WS-LIVE-COUNT
     PERFORM OPEN-ONE-INPUT
         VARYING WS-IN-INDEX FROM 1 BY 1
         UNTIL WS-IN-INDEX > WS-GROUP-SIZE
     PERFORM MERGE-ONE-LINE UNTIL WS-LIVE-COUNT = 0
     CLOSE RUN-OUT-FILE
     PERFORM CLOSE-ONE-INPUT
         VARYING WS-IN-INDEX FROM 1 BY 1
         UNTIL WS-IN-INDEX > WS-GROUP-SIZE
    END-IF.

OPEN-ONE-INPUT.
    EVALUATE WS-IN-INDEX
     WHEN 1
      OPEN INPUT MERGE-IN-01
     WHEN 2
      OPEN INPUT MERGE-IN-02
     WHEN 3
      OPEN INPUT MERGE-IN-03
     WHEN 4
      OPEN INPUT MERGE-IN-04
     WHEN 5
      OPEN INPUT MERGE-IN-05
     WHEN 6
      OPEN INPUT MERGE-IN-06
     WHEN 7
      OPEN INPUT MERGE-IN-07
     WHEN 8
      OPEN INPUT MERGE-IN-08
     WHEN 9
      OPEN INPUT MERGE-IN-09
     WHEN 10
      OPEN INPUT MERGE-IN-10
     WHEN 11
      OPEN INPUT MERGE-IN-11
     WHEN 12
      OPEN INPUT MERGE-IN-12
     WHEN 13
      OPEN INPUT MERGE-IN-13
     WHEN 14
      OPEN INPUT MERGE-IN-14
     WHEN 15
      OPEN INPUT MERGE-IN-15
     WHEN 16
      OPEN INPUT MERGE-IN-16
    END-EVALUATE.
    IF WS-IN-STATUS(WS-IN-INDEX) NOT = '00'
     SET WS-IN-EOF(WS-IN-INDEX) TO TRUE
    ELSE
     MOVE 'N' TO WS-IN-EOF-FLAG(WS-IN-INDEX)
     ADD 1 TO WS-LIVE-COUNT
     PERFORM READ-ONE-INPUT
    END-IF.

MERGE-ONE-LINE.
* The lowest key wins; on a tie the strict compare keeps the input
* found first, which is the lower-numbered run.
    MOVE 0 TO WS-LOW-INDEX.
    PERFORM VARYING WS-IN-INDEX FROM 1 BY 1
        UNTIL WS-IN-INDEX > WS-GROUP-SIZE
     IF NOT WS-IN-EOF(WS-IN-INDEX)
      IF WS-LOW-INDEX = 0
       MOVE WS-IN-INDEX TO WS-LOW-INDEX
      ELSE
       IF WS-IN-LINE(WS-IN-INDEX)(1:RUNMERGE-KEY-LENGTH) <
           WS-IN-LINE(WS-LOW-INDEX)(1:RUNMERGE-KEY-LENGTH)
        MOVE WS-IN-INDEX TO WS-LOW-INDEX
       END-IF
      END-IF
     END-IF
    END-PERFORM.
    WRITE RUN-OUT-RECORD FROM WS-IN-LINE(WS-LOW-INDEX).
    MOVE WS-LOW-INDEX TO WS-IN-INDEX.
    PERFORM READ-ONE-INPUT.
    ADD 1 TO RUNMERGE-PROGRESS-WORK.
    IF RUNMERGE-PROGRESS-PROGRAM NOT = SPACES
     MOVE 'BEAT' TO PROGRESS-KIND
     PERFORM POST-PROGRESS
    END-IF.

READ-ONE-INPUT.
    MOVE 'N' TO WS-READ-EOF-FLAG.
    EVALUATE WS-IN-INDEX
     WHEN 1
      READ MERGE-IN-01 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 2
      READ MERGE-IN-02 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 3
      READ MERGE-IN-03 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 4
      READ MERGE-IN-04 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 5
      READ MERGE-IN-05 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 6
      READ MERGE-IN-06 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 7
      READ MERGE-IN-07 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 8
      READ MERGE-IN-08 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 9
      READ MERGE-IN-09 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 10
      READ MERGE-IN-10 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 11
      READ MERGE-IN-11 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 12
      READ MERGE-IN-12 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 13
      READ MERGE-IN-13 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 14
      READ MERGE-IN-14 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 15
      READ MERGE-IN-15 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
     WHEN 16
      READ MERGE-IN-16 INTO WS-READ-LINE
       AT END
        SET WS-READ-AT-END TO TRUE
      END-READ
    END-EVALUATE.
    IF WS-READ-AT-END
     SET WS-IN-EOF(WS-IN-INDEX) TO TRUE
     SUBTRACT 1 FROM WS-LIVE-COUNT
    ELSE
     MOVE WS-READ-LINE TO WS-IN-LINE(WS-IN-INDEX)
    END-IF.

CLOSE-ONE-INPUT.
    IF WS-IN-STATUS(WS-IN-INDEX) = '00'
        OR WS-IN-STATUS(WS-IN-INDEX) = '10'
     EVALUATE WS-IN-INDEX
      WHEN 1
       CLOSE MERGE-IN-01
      WHEN 2
       CLOSE MERGE-IN-02
      WHEN 3
       CLOSE MERGE-IN-03
      WHEN 4
       CLOSE MERGE-IN-04
      WHEN 5
       CLOSE MERGE-IN-05
      WHEN 6
       CLOSE MERGE-IN-06
      WHEN 7
       CLOSE MERGE-IN-07
      WHEN 8
       CLOSE MERGE-IN-08
      WHEN 9
       CLOSE MERGE-IN-09
      WHEN 10
       CLOSE MERGE-IN-10
      WHEN 11
       CLOSE MERGE-IN-11
      WHEN 12
       CLOSE MERGE-IN-12
      WHEN 13
       CLOSE MERGE-IN-13
      WHEN 14
       CLOSE MERGE-IN-14
      WHEN 15
       CLOSE MERGE-IN-15
      WHEN 16
       CLOSE MERGE-IN-16
     END-EVALUATE
    END-IF.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f ' DELIMITED BY SIZE
        WS-IN-NAME(WS-IN-INDEX) DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

BUILD-RUN-NAME.
    MOVE SPACES TO WS-BUILT-RUN-NAME.
    STRING RUNMERGE-NAME-PREFIX DELIMITED BY SIZE
        WS-NAME-GENERATION DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-NAME-SEQUENCE DELIMITED BY SIZE
        '.TMP' DELIMITED BY SIZE
        INTO WS-BUILT-RUN-NAME.

POST-PROGRESS.
    COPY "progress-post.cpy"
        REPLACING ==:PROGRESS-PROGRAM-NAME:==
                  BY ==RUNMERGE-PROGRESS-PROGRAM==
                  ==:PROGRESS-RECORD-COUNT:==
                  BY ==RUNMERGE-PROGRESS-WORK==
                  ==:PROGRESS-POSITION:==
                  BY ==RUNMERGE-PROGRESS-POSITION==
                  ==:PROGRESS-INPUT-NAME:==
                  BY ==RUNMERGE-PROGRESS-INPUT==.
