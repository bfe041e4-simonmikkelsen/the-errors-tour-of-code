* The stream's own run id rides to every step as the parent id via
* the parent-run marker (see RUN-ID-SELECT.CPY), so a night's forty
* audit lines read as one tree under the stream that drove them.
* Any job in JOBDEFS.TXT can also be run through here by naming it
* at the first prompt - the usual way to finish by hand a job the
* scheduler failed partway through, restarting from the failed step.
* Its steps are run with the same conditions and step parameters the
* scheduler honors (see JOBSTEP-WS.CPY): each step runs, or is
* bypassed, on the condition codes of the steps before it, and every
* step decision and the job's outcome are logged in SCHEDLOG.TXT
* under the job, just as a scheduled run is - so a job completed
* here releases its successors on the scheduler's next pass.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "run-id-select.cpy".
    SELECT JOB-DEFS-FILE ASSIGN TO 'JOBDEFS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-JOB-DEFS-STATUS.
    SELECT SCHED-LOG-FILE ASSIGN TO 'SCHEDLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SCHED-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
COPY "run-id-fd.cpy".
FD  JOB-DEFS-FILE.
01  JOB-DEFS-RECORD PIC X(200).

FD  SCHED-LOG-FILE.
01  SCHED-LOG-RECORD PIC X(150).

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
01  WS-ABORT-FLAG PIC X VALUE 'N'.
    88  WS-ABORTED VALUE 'Y'.

01  WS-JOB-DEFS-STATUS PIC X(02).
01  WS-SCHED-LOG-STATUS PIC X(02).
01  WS-JOB-DEFS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-JOB-DEFS-EOF VALUE 'Y'.
01  WS-JOB-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-JOB-FOUND VALUE 'Y'.
01  WS-JOB-NAME PIC X(20) VALUE SPACES.
01  WS-DEF-JOB-NAME PIC X(20).
01  WS-JOB-FREQUENCY PIC X(09).
01  WS-JOB-RUN-DAY-TEXT PIC X(02).
01  WS-JOB-PARAMETER PIC X(40).
01  WS-JOB-STEP-LIST PIC X(120).
01  WS-JOB-DECISION PIC X(80).
01  WS-SCHED-LOG-LINE PIC X(150).
01  WS-STEP-LOG-POINTER PIC 9(03) VALUE 1.
COPY "jobstep-ws.cpy".
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==SCHEDLOG-LOCK==.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM SET-PARENT-RUN-MARKER.
    DISPLAY 'JOBDEFS job to run (blank = the file-maintenance stream): '
        WITH NO ADVANCING.
    ACCEPT WS-JOB-NAME.
    MOVE FUNCTION UPPER-CASE(WS-JOB-NAME) TO WS-JOB-NAME.
    IF WS-JOB-NAME = SPACES
     PERFORM RUN-FILE-MAINTENANCE-STREAM
    ELSE
     PERFORM RUN-DEFINED-JOB
    END-IF.
    PERFORM RESTORE-PARENT-RUN-MARKER.
    STOP RUN.

RUN-FILE-MAINTENANCE-STREAM.
    DISPLAY '========================================'.
    DISPLAY 'FILE-MAINTENANCE JOB STREAM'.
    DISPLAY '  STEP 1 - FILE-SPLITTER'.
     PERFORM RUN-STEP-BALANCER
    END-IF.

    PERFORM DISPLAY-JOB-SUMMARY.

GET-RUN-ID.
    COPY "run-id-get.cpy".
         WS-LAST-STEP-RUN
    END-IF.
    DISPLAY '========================================'.

RUN-DEFINED-JOB.
    PERFORM FIND-JOB-DEFINITION.
    IF NOT WS-JOB-FOUND
     DISPLAY 'JOB ' FUNCTION TRIM(WS-JOB-NAME)
         ' IS NOT DEFINED IN JOBDEFS.TXT.'
    ELSE
     PERFORM SPLIT-JOB-STEPS
     DISPLAY '========================================'
     DISPLAY 'JOB ' WS-JOB-NAME
     PERFORM SHOW-ONE-JOB-STEP
         VARYING JOBSTEP-INDEX FROM 1 BY 1
         UNTIL JOBSTEP-INDEX > JOBSTEP-COUNT
     DISPLAY '========================================'
     DISPLAY 'Restart from step (1-' JOBSTEP-COUNT
         ', 1=run the whole job): ' WITH NO ADVANCING
     ACCEPT WS-START-STEP
     IF WS-START-STEP < 1 OR WS-START-STEP > JOBSTEP-COUNT
      MOVE 1 TO WS-START-STEP
     END-IF
     PERFORM RUN-ONE-DEFINED-STEP
         VARYING JOBSTEP-INDEX FROM 1 BY 1
         UNTIL JOBSTEP-INDEX > JOBSTEP-COUNT
     MOVE JOBSTEP-OUTCOME TO WS-JOB-DECISION
     PERFORM RECORD-JOB-DECISION
     DISPLAY ' '
     DISPLAY '========================================'
     DISPLAY 'JOB ' FUNCTION TRIM(WS-JOB-NAME) ' '
         FUNCTION TRIM(JOBSTEP-OUTCOME)
     DISPLAY '========================================'
    END-IF.

FIND-JOB-DEFINITION.
    MOVE 'N' TO WS-JOB-FOUND-FLAG.
    MOVE 'N' TO WS-JOB-DEFS-EOF-FLAG.
    OPEN INPUT JOB-DEFS-FILE.
    IF WS-JOB-DEFS-STATUS NOT = '00'
     SET WS-JOB-DEFS-EOF TO TRUE
    END-IF.
    PERFORM UNTIL WS-JOB-DEFS-EOF OR WS-JOB-FOUND
     READ JOB-DEFS-FILE INTO JOB-DEFS-RECORD
      AT END
       SET WS-JOB-DEFS-EOF TO TRUE
      NOT AT END
       IF JOB-DEFS-RECORD NOT = SPACES
           AND JOB-DEFS-RECORD(1:1) NOT = '*'
        MOVE SPACES TO WS-DEF-JOB-NAME
        MOVE SPACES TO WS-JOB-FREQUENCY
        MOVE SPACES TO WS-JOB-RUN-DAY-TEXT
        MOVE SPACES TO WS-JOB-PARAMETER
        MOVE SPACES TO WS-JOB-STEP-LIST
        UNSTRING JOB-DEFS-RECORD DELIMITED BY ','
            INTO WS-DEF-JOB-NAME WS-JOB-FREQUENCY
                 WS-JOB-RUN-DAY-TEXT WS-JOB-PARAMETER
                 WS-JOB-STEP-LIST
        IF WS-DEF-JOB-NAME = WS-JOB-NAME
         SET WS-JOB-FOUND TO TRUE
        END-IF
       END-IF
     END-READ
    END-PERFORM.
    IF WS-JOB-DEFS-STATUS NOT = '35'
     CLOSE JOB-DEFS-FILE
    END-IF.

SPLIT-JOB-STEPS.
    COPY "jobstep-parse.cpy"
        REPLACING ==:JOBSTEP-STEP-LIST:== BY ==WS-JOB-STEP-LIST==
                   ==:JOBSTEP-JOB-PARAMETER:== BY ==WS-JOB-PARAMETER==.

SHOW-ONE-JOB-STEP.
    DISPLAY '  STEP ' JOBSTEP-INDEX ' - '
        JOBSTEP-PROGRAM(JOBSTEP-INDEX) ' '
        JOBSTEP-CONDITION(JOBSTEP-INDEX).

RUN-ONE-DEFINED-STEP.
* Steps ahead of the restart point are bypassed as not run, so a
* later step's condition on one of them is not met.
    IF JOBSTEP-INDEX < WS-START-STEP
     MOVE 'N' TO JOBSTEP-RUN-FLAG
     MOVE SPACES TO JOBSTEP-DECISION
     STRING 'BYPASSED - RESTART FROM STEP ' DELIMITED BY SIZE
         WS-START-STEP DELIMITED BY SIZE
         INTO JOBSTEP-DECISION
    ELSE
     PERFORM DECIDE-ONE-JOB-STEP
    END-IF.
    IF JOBSTEP-RUNS
     DISPLAY ' '
     DISPLAY '--- STEP ' JOBSTEP-INDEX ': '
         FUNCTION TRIM(JOBSTEP-PROGRAM(JOBSTEP-INDEX)) ' ---'
     IF JOBSTEP-PARAMETER(JOBSTEP-INDEX) NOT = SPACES
      DISPLAY 'STEP PARAMETER: ' JOBSTEP-PARAMETER(JOBSTEP-INDEX)
     END-IF
     PERFORM PASS-STEP-PARAMETER
     MOVE 0 TO RETURN-CODE
     CALL JOBSTEP-PROGRAM(JOBSTEP-INDEX)
      ON EXCEPTION
       DISPLAY 'STEP PROGRAM NOT AVAILABLE: '
           JOBSTEP-PROGRAM(JOBSTEP-INDEX)
       MOVE 12 TO RETURN-CODE
     END-CALL
     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
     MOVE 0 TO RETURN-CODE
     MOVE JOBSTEP-INDEX TO WS-LAST-STEP-RUN
     DISPLAY 'STEP ' JOBSTEP-INDEX ' CONDITION CODE: '
         WS-STEP-RETURN-CODE
     PERFORM SETTLE-ONE-JOB-STEP
     MOVE WS-STEP-RETURN-CODE TO JOBSTEP-RC-TEXT
    END-IF.
    MOVE SPACES TO WS-JOB-DECISION.
    MOVE 1 TO WS-STEP-LOG-POINTER.
    STRING 'STEP ' DELIMITED BY SIZE
        JOBSTEP-INDEX DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        JOBSTEP-PROGRAM(JOBSTEP-INDEX) DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        JOBSTEP-DECISION DELIMITED BY '  '
        INTO WS-JOB-DECISION WITH POINTER WS-STEP-LOG-POINTER.
    IF JOBSTEP-RUNS
     STRING ' - ENDED ' DELIMITED BY SIZE
         JOBSTEP-RC-TEXT DELIMITED BY SIZE
         INTO WS-JOB-DECISION WITH POINTER WS-STEP-LOG-POINTER
    END-IF.
    PERFORM RECORD-JOB-DECISION.

DECIDE-ONE-JOB-STEP.
    COPY "jobstep-decide.cpy".

SETTLE-ONE-JOB-STEP.
    COPY "jobstep-settle.cpy"
        REPLACING ==:JOBSTEP-RETURN-CODE:== BY ==WS-STEP-RETURN-CODE==.

PASS-STEP-PARAMETER.
* The step's parameter travels in JOBSTEP-PASSED-PARAMETER, where
* RUN-ID-GET.CPY picks it up for the step.
    MOVE JOBSTEP-PARAMETER(JOBSTEP-INDEX) TO JOBSTEP-PASSED-PARAMETER.

RECORD-JOB-DECISION.
* Same line shape as JOB-SCHEDULER's, under the open business date,
* written under the SCHEDLOG.TXT lock the initiators use.
    MOVE SPACES TO WS-SCHED-LOG-LINE.
    STRING RUN-ID-CURRENT-DATE DELIMITED BY SIZE
        ' JOB=' DELIMITED BY SIZE
        WS-JOB-NAME DELIMITED BY SPACE
        ' FREQ=' DELIMITED BY SIZE
        WS-JOB-FREQUENCY DELIMITED BY SPACE
        ' RUN-ID=' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        ' DECISION=' DELIMITED BY SIZE
        WS-JOB-DECISION DELIMITED BY SIZE
        INTO WS-SCHED-LOG-LINE.
    MOVE 'ENQ' TO SCHEDLOG-LOCK-OPERATION.
    MOVE 'SCHEDLOG.TXT' TO SCHEDLOG-LOCK-DATASET.
    MOVE 'JOB-STREAM-DRIVER' TO SCHEDLOG-LOCK-PROGRAM.
    MOVE RUN-ID-STAMP TO SCHEDLOG-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING SCHEDLOG-LOCK-REQUEST.
    IF SCHEDLOG-LOCK-RESULT NOT = '00'
     DISPLAY '*** SCHEDLOG.TXT LOCK WAIT RAN OUT - WRITING ANYWAY ***'
    END-IF.
    OPEN EXTEND SCHED-LOG-FILE.
    IF WS-SCHED-LOG-STATUS = '35'
     OPEN OUTPUT SCHED-LOG-FILE
    END-IF.
    MOVE WS-SCHED-LOG-LINE TO SCHED-LOG-RECORD.
    WRITE SCHED-LOG-RECORD.
    CLOSE SCHED-LOG-FILE.
    MOVE 'DEQ' TO SCHEDLOG-LOCK-OPERATION.
    CALL 'DSLOCK' USING SCHEDLOG-LOCK-REQUEST.
