* this program says so at 18:00, while the night can still be
* reshuffled. It takes tonight's due jobs from JOBDEFS.TXT using the
* same calendar rules JOB-SCHEDULER applies (DAILY on a business
* day, WEEKLY on its run day, MONTHEND on the last business day of
* the month, PERIODEND on the last business day of the fiscal period -
* weekends and holidays answered by the shared DATEROUTINES
* subprogram), estimates each job's elapsed time from its step
* programs' history in PERFSTATS.TXT scaled by tonight's volume -
* history is carried at a stated default so a new job shows up as
* a guess, not a blank. Predicted misses end the run with
* RETURN-CODE 8.
* With JOB-SCHEDULER running several initiators side by side, the
* forecast plans the night on the same number of lanes the operator
* gives it. The due jobs are placed in JOBDEFS order the way the
* initiators take them: a job goes on the lane that frees up first,
* but not before every predecessor in its depends-on field has
* finished, nor while a job declaring one of the same datasets is
* still running. A job with one lane and no dependencies therefore
* stacks exactly as before. A job whose predecessor is not due
* tonight - or is itself held - will be held by the scheduler; it
* takes no lane and is listed after the planned jobs, with the
* predecessor that holds it.
* Tonight's operator overrides in JOBCTL.TXT shape the plan the way
* they shape the scheduler's night: a FORCEd or RERUN job is planned
* although the calendar would not have it, a job on HOLD takes no
* lane and holds its successors, and a SKIPped job takes no lane
* while its successors plan as though it had finished at once. Both
* are listed with the operator who entered the override.
* A job naming its own holiday calendar in the twelfth JOBDEFS field
* is judged on that calendar's business days and month end, as the
* scheduler judges it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "jobctl-select.cpy".

DATA DIVISION.
FILE SECTION.

COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "jobctl-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "dateroutines-linkage.cpy".
COPY "jobctl-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE 'FORECAST.RPT'.
01  WS-JOB-DEFS-STATUS PIC X(02).
01  WS-CLOCK-SECONDS PIC 9(06) VALUE 0.

01  WS-JOB-NAME PIC X(20).
01  WS-JOB-FREQUENCY PIC X(09).
01  WS-JOB-RUN-DAY-TEXT PIC X(02).
01  WS-JOB-RUN-DAY PIC 9(01) VALUE 0.
01  WS-JOB-PARAMETER PIC X(40).
01  WS-JOB-STEP-LIST PIC X(120).
01  WS-JOB-DEADLINE-TEXT PIC X(04).
01  WS-JOB-DEADLINE PIC 9(04) VALUE 0.
01  WS-JOB-DEPARTMENT PIC X(10).
01  WS-JOB-DEPENDS-LIST PIC X(100).
01  WS-JOB-DATASET-LIST PIC X(100).
01  WS-JOB-ARRIVAL-FILE PIC X(40).
01  WS-JOB-LATEST-TEXT PIC X(04).
01  WS-JOB-CALENDAR PIC X(08) VALUE SPACES.
01  WS-JOB-MONTH-END PIC 9(08) VALUE 0.
01  WS-JOB-DUE-FLAG PIC X VALUE 'N'.
    88  WS-JOB-DUE VALUE 'Y'.
COPY "jobstep-ws.cpy".
01  WS-STEP-INDEX PIC 9(01) VALUE 0.

* The whole of PERFSTATS.TXT is folded into per-program totals up
01  WS-MISSES-PREDICTED PIC 9(03) VALUE 0.
01  WS-REPORT-LINE PIC X(132).

* Lanes stand for the scheduler's initiators; each is free again at
* the finish of the last job planned on it.
01  WS-LANE-TEXT PIC X(02).
01  WS-LANE-COUNT PIC 9(01) VALUE 1.
01  WS-LANE-TABLE.
    05  WS-LANE-FREE-AT PIC 9(07) OCCURS 9 TIMES.
01  WS-LANE-INDEX PIC 9(02) VALUE 0.
01  WS-LANE-PICKED PIC 9(01) VALUE 0.
01  WS-JOB-LANE PIC 9(01) VALUE 0.
01  WS-WINDOW-SECONDS PIC 9(07) VALUE 0.
01  WS-READY-SECONDS PIC 9(07) VALUE 0.

* Tonight's due jobs with their estimates, planned once all are in.
* State blank not yet planned, P planned, H will be held, S skipped
* by an operator; an operator HOLD is an H with its override set.
01  WS-DUE-TABLE.
    05  WS-DUE-ENTRY OCCURS 50 TIMES.
        10  WS-DU-NAME PIC X(20).
        10  WS-DU-DEADLINE PIC 9(04).
        10  WS-DU-EST-SECONDS PIC 9(07).
        10  WS-DU-DEPENDS PIC X(100).
        10  WS-DU-DATASETS PIC X(100).
        10  WS-DU-STATE PIC X(01).
        10  WS-DU-START PIC 9(07).
        10  WS-DU-FINISH PIC 9(07).
        10  WS-DU-LANE PIC 9(01).
        10  WS-DU-BLOCKER PIC X(20).
        10  WS-DU-OVERRIDE PIC X(07).
        10  WS-DU-OPERATOR PIC X(20).
01  WS-DUE-COUNT PIC 9(02) VALUE 0.
01  WS-DU-INDEX PIC 9(02) VALUE 0.
01  WS-DU-OTHER PIC 9(02) VALUE 0.
01  WS-DU-PICKED PIC 9(02) VALUE 0.
01  WS-DU-FOUND PIC 9(02) VALUE 0.
01  WS-PRED-TABLE.
    05  WS-PRED-NAME PIC X(20) OCCURS 5 TIMES.
01  WS-PRED-INDEX PIC 9(01) VALUE 0.
01  WS-OWN-DATASET-TABLE.
    05  WS-OWN-DATASET PIC X(40) OCCURS 5 TIMES.
01  WS-OTHER-DATASET-TABLE.
    05  WS-OTHER-DATASET PIC X(40) OCCURS 5 TIMES.
01  WS-OWN-DS-INDEX PIC 9(01) VALUE 0.
01  WS-OTHER-DS-INDEX PIC 9(01) VALUE 0.
01  WS-DATASET-SHARED-FLAG PIC X VALUE 'N'.
    88  WS-DATASET-SHARED VALUE 'Y'.
01  WS-JOB-READY-FLAG PIC X VALUE 'N'.
    88  WS-JOB-READY VALUE 'Y'.
01  WS-PLAN-SETTLED-FLAG PIC X VALUE 'N'.
    88  WS-PLAN-SETTLED VALUE 'Y'.
01  WS-JOBS-HELD PIC 9(03) VALUE 0.
01  WS-JOBS-SKIPPED PIC 9(03) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    IF WS-WINDOW-START-TEXT(1:4) IS NOT NUMERIC
     MOVE '1800' TO WS-WINDOW-START-TEXT
    END-IF.
    COMPUTE WS-WINDOW-SECONDS =
        FUNCTION NUMVAL(WS-WINDOW-START-TEXT(1:2)) * 3600
        + FUNCTION NUMVAL(WS-WINDOW-START-TEXT(3:2)) * 60.
    DISPLAY 'Lanes - initiators (1-9, blank = 1): '
        WITH NO ADVANCING.
    ACCEPT WS-LANE-TEXT.
    IF WS-LANE-TEXT(1:1) IS NUMERIC AND WS-LANE-TEXT(1:1) NOT = '0'
     MOVE WS-LANE-TEXT(1:1) TO WS-LANE-COUNT
    END-IF.
    PERFORM VARYING WS-LANE-INDEX FROM 1 BY 1 UNTIL WS-LANE-INDEX > 9
     MOVE WS-WINDOW-SECONDS TO WS-LANE-FREE-AT(WS-LANE-INDEX)
    END-PERFORM.

    PERFORM LOAD-PERF-HISTORY.
    OPEN INPUT JOB-DEFS-FILE.
        WS-TODAY-DATE DELIMITED BY SIZE
        ' FROM ' DELIMITED BY SIZE
        WS-WINDOW-START-TEXT DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        WS-LANE-COUNT DELIMITED BY SIZE
        ' LANE(S)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'JOB                  LANE START FINISH DEADLINE VERDICT'
        TO WS-REPORT-LINE.
    WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE.

    PERFORM FORECAST-ONE-JOB UNTIL WS-JOB-DEFS-EOF.
    CLOSE JOB-DEFS-FILE.
    PERFORM PLAN-NEXT-JOB UNTIL WS-PLAN-SETTLED.
    PERFORM REPORT-HELD-JOB
        VARYING WS-DU-INDEX FROM 1 BY 1
        UNTIL WS-DU-INDEX > WS-DUE-COUNT.

    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'JOBS DUE TONIGHT: ' DELIMITED BY SIZE
        WS-JOBS-DUE DELIMITED BY SIZE
        '  PREDICTED DEADLINE MISSES: ' DELIMITED BY SIZE
        WS-MISSES-PREDICTED DELIMITED BY SIZE
        '  WILL BE HELD: ' DELIMITED BY SIZE
        WS-JOBS-HELD DELIMITED BY SIZE
        '  SKIPPED: ' DELIMITED BY SIZE
        WS-JOBS-SKIPPED DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE FORECAST-REPORT-FILE.
CHECK-BUSINESS-DAY.
    MOVE 'IBD' TO DATECALC-OPERATION.
    MOVE WS-WORK-DATE TO DATECALC-DATE-1.
    MOVE WS-JOB-CALENDAR TO DATECALC-CALENDAR.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE DATECALC-BUSINESS-FLAG TO WS-BUSINESS-DAY-FLAG.

FIND-LAST-BUSINESS-DAY-OF-MONTH.
    MOVE SPACES TO WS-JOB-CALENDAR.
    PERFORM WALK-TO-LAST-BUSINESS-DAY.
    MOVE WS-WORK-DATE TO WS-LAST-BUSINESS-DAY.

WALK-TO-LAST-BUSINESS-DAY.
* Same walk JOB-SCHEDULER makes: the day before the first of next
* month, stepped back over weekends and holidays.
    MOVE WS-TODAY-DATE TO WS-NEXT-MONTH-DATE.
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER) TO WS-WORK-DATE.
    PERFORM CHECK-BUSINESS-DAY.
    PERFORM STEP-BACK-TO-BUSINESS-DAY UNTIL WS-IS-BUSINESS-DAY.

STEP-BACK-TO-BUSINESS-DAY.
    SUBTRACT 1 FROM WS-WORK-INTEGER.
      IF JOB-DEFS-RECORD NOT = SPACES
       PERFORM PARSE-JOB-DEFINITION
       PERFORM DECIDE-IF-JOB-IS-DUE
       PERFORM CHECK-JOB-OVERRIDE
       IF JOBCTL-FORCE OR JOBCTL-RERUN
        MOVE 'Y' TO WS-JOB-DUE-FLAG
       END-IF
       IF WS-JOB-DUE
        ADD 1 TO WS-JOBS-DUE
        PERFORM ESTIMATE-DUE-JOB
       END-IF
      END-IF
    END-READ.
    MOVE SPACES TO WS-JOB-PARAMETER.
    MOVE SPACES TO WS-JOB-STEP-LIST.
    MOVE SPACES TO WS-JOB-DEADLINE-TEXT.
    MOVE SPACES TO WS-JOB-DEPARTMENT.
    MOVE SPACES TO WS-JOB-DEPENDS-LIST.
    MOVE SPACES TO WS-JOB-DATASET-LIST.
    MOVE SPACES TO WS-JOB-ARRIVAL-FILE.
    MOVE SPACES TO WS-JOB-LATEST-TEXT.
    MOVE SPACES TO WS-JOB-CALENDAR.
    UNSTRING JOB-DEFS-RECORD DELIMITED BY ','
        INTO WS-JOB-NAME WS-JOB-FREQUENCY WS-JOB-RUN-DAY-TEXT
             WS-JOB-PARAMETER WS-JOB-STEP-LIST
             WS-JOB-DEADLINE-TEXT WS-JOB-DEPARTMENT
             WS-JOB-DEPENDS-LIST WS-JOB-DATASET-LIST
             WS-JOB-ARRIVAL-FILE WS-JOB-LATEST-TEXT
             WS-JOB-CALENDAR.
    IF WS-JOB-RUN-DAY-TEXT(1:1) IS NUMERIC
     MOVE WS-JOB-RUN-DAY-TEXT(1:1) TO WS-JOB-RUN-DAY
    ELSE
    ELSE
     MOVE 0 TO WS-JOB-DEADLINE
    END-IF.
    PERFORM SPLIT-JOB-STEPS.

SPLIT-JOB-STEPS.
    COPY "jobstep-parse.cpy"
        REPLACING ==:JOBSTEP-STEP-LIST:== BY ==WS-JOB-STEP-LIST==
                   ==:JOBSTEP-JOB-PARAMETER:== BY ==WS-JOB-PARAMETER==.

DECIDE-IF-JOB-IS-DUE.
* The scheduler's own due-tonight rules, without the
       MOVE 'Y' TO WS-JOB-DUE-FLAG
      END-IF
     WHEN 'MONTHEND'
      IF WS-JOB-CALENDAR = SPACES
       MOVE WS-LAST-BUSINESS-DAY TO WS-JOB-MONTH-END
      ELSE
       PERFORM WALK-TO-LAST-BUSINESS-DAY
       MOVE WS-WORK-DATE TO WS-JOB-MONTH-END
      END-IF
      IF WS-TODAY-DATE = WS-JOB-MONTH-END
       MOVE 'Y' TO WS-JOB-DUE-FLAG
      END-IF
     WHEN 'PERIODEND'
      MOVE 'LBP' TO DATECALC-OPERATION
      MOVE WS-TODAY-DATE TO DATECALC-DATE-1
      MOVE WS-JOB-CALENDAR TO DATECALC-CALENDAR
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      IF DATECALC-RESULT-DATE = WS-TODAY-DATE
       MOVE 'Y' TO WS-JOB-DUE-FLAG
      END-IF
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

ESTIMATE-DUE-JOB.
    PERFORM MEASURE-TONIGHT-INPUT.
    MOVE 0 TO WS-JOB-EST-SECONDS.
    PERFORM ESTIMATE-ONE-STEP
        VARYING WS-STEP-INDEX FROM 1 BY 1
        UNTIL WS-STEP-INDEX > 5.
    IF WS-DUE-COUNT < 50
     ADD 1 TO WS-DUE-COUNT
     MOVE WS-JOB-NAME TO WS-DU-NAME(WS-DUE-COUNT)
     MOVE WS-JOB-DEADLINE TO WS-DU-DEADLINE(WS-DUE-COUNT)
     MOVE WS-JOB-EST-SECONDS TO WS-DU-EST-SECONDS(WS-DUE-COUNT)
     MOVE WS-JOB-DEPENDS-LIST TO WS-DU-DEPENDS(WS-DUE-COUNT)
     MOVE WS-JOB-DATASET-LIST TO WS-DU-DATASETS(WS-DUE-COUNT)
     MOVE SPACE TO WS-DU-STATE(WS-DUE-COUNT)
     MOVE SPACES TO WS-DU-BLOCKER(WS-DUE-COUNT)
     MOVE JOBCTL-ACTION TO WS-DU-OVERRIDE(WS-DUE-COUNT)
     MOVE JOBCTL-OPERATOR TO WS-DU-OPERATOR(WS-DUE-COUNT)
     IF JOBCTL-HOLD
      MOVE 'H' TO WS-DU-STATE(WS-DUE-COUNT)
     END-IF
     IF JOBCTL-SKIP
      MOVE 'S' TO WS-DU-STATE(WS-DUE-COUNT)
     END-IF
    ELSE
     DISPLAY 'Due-job table full - ' WS-JOB-NAME ' not forecast.'
    END-IF.

PLAN-NEXT-JOB.
* The first unplanned job in JOBDEFS order whose predecessors are
* all planned goes next; when none is left, the plan is settled and
* whatever is still unplanned waits on a job that never runs.
    MOVE 0 TO WS-DU-PICKED.
    PERFORM VARYING WS-DU-INDEX FROM 1 BY 1
        UNTIL WS-DU-INDEX > WS-DUE-COUNT OR WS-DU-PICKED > 0
     IF WS-DU-STATE(WS-DU-INDEX) = SPACE
      PERFORM WEIGH-PREDECESSORS
      IF WS-JOB-READY
       MOVE WS-DU-INDEX TO WS-DU-PICKED
      END-IF
     END-IF
    END-PERFORM.
    IF WS-DU-PICKED = 0
     SET WS-PLAN-SETTLED TO TRUE
     PERFORM VARYING WS-DU-INDEX FROM 1 BY 1
         UNTIL WS-DU-INDEX > WS-DUE-COUNT
      IF WS-DU-STATE(WS-DU-INDEX) = SPACE
       PERFORM WEIGH-PREDECESSORS
       MOVE 'H' TO WS-DU-STATE(WS-DU-INDEX)
      END-IF
     END-PERFORM
    ELSE
     PERFORM PLACE-PICKED-JOB
    END-IF.

WEIGH-PREDECESSORS.
* Ready when every predecessor is planned, and not before the last
* of them finishes. A predecessor not due tonight, or itself held,
* holds this job too.
    MOVE 'Y' TO WS-JOB-READY-FLAG.
    MOVE WS-WINDOW-SECONDS TO WS-READY-SECONDS.
    MOVE SPACES TO WS-PRED-TABLE.
    UNSTRING WS-DU-DEPENDS(WS-DU-INDEX) DELIMITED BY ';'
        INTO WS-PRED-NAME(1) WS-PRED-NAME(2) WS-PRED-NAME(3)
             WS-PRED-NAME(4) WS-PRED-NAME(5).
    PERFORM VARYING WS-PRED-INDEX FROM 1 BY 1
        UNTIL WS-PRED-INDEX > 5
     IF WS-PRED-NAME(WS-PRED-INDEX) NOT = SPACES
      MOVE 0 TO WS-DU-FOUND
      PERFORM VARYING WS-DU-OTHER FROM 1 BY 1
          UNTIL WS-DU-OTHER > WS-DUE-COUNT
       IF WS-DU-NAME(WS-DU-OTHER) = WS-PRED-NAME(WS-PRED-INDEX)
        MOVE WS-DU-OTHER TO WS-DU-FOUND
       END-IF
      END-PERFORM
      EVALUATE TRUE
       WHEN WS-DU-FOUND = 0
       WHEN WS-DU-STATE(WS-DU-FOUND) = 'H'
        MOVE 'N' TO WS-JOB-READY-FLAG
        MOVE 'H' TO WS-DU-STATE(WS-DU-INDEX)
        IF WS-DU-BLOCKER(WS-DU-INDEX) = SPACES
         MOVE WS-PRED-NAME(WS-PRED-INDEX)
             TO WS-DU-BLOCKER(WS-DU-INDEX)
        END-IF
       WHEN WS-DU-STATE(WS-DU-FOUND) = 'P'
        IF WS-DU-FINISH(WS-DU-FOUND) > WS-READY-SECONDS
         MOVE WS-DU-FINISH(WS-DU-FOUND) TO WS-READY-SECONDS
        END-IF
       WHEN WS-DU-STATE(WS-DU-FOUND) = 'S'
        CONTINUE
       WHEN OTHER
        MOVE 'N' TO WS-JOB-READY-FLAG
        IF WS-DU-BLOCKER(WS-DU-INDEX) = SPACES
         MOVE WS-PRED-NAME(WS-PRED-INDEX)
             TO WS-DU-BLOCKER(WS-DU-INDEX)
        END-IF
      END-EVALUATE
     END-IF
    END-PERFORM.
    IF WS-JOB-READY
     MOVE SPACES TO WS-DU-BLOCKER(WS-DU-INDEX)
    END-IF.

PLACE-PICKED-JOB.
* Earliest-free lane, then no earlier than the predecessors allow,
* then past any planned job that writes one of the same datasets -
* DSLOCK would keep the two apart on the night.
    MOVE 1 TO WS-LANE-PICKED.
    PERFORM VARYING WS-LANE-INDEX FROM 2 BY 1
        UNTIL WS-LANE-INDEX > WS-LANE-COUNT
     IF WS-LANE-FREE-AT(WS-LANE-INDEX)
         < WS-LANE-FREE-AT(WS-LANE-PICKED)
      MOVE WS-LANE-INDEX TO WS-LANE-PICKED
     END-IF
    END-PERFORM.
    MOVE WS-LANE-FREE-AT(WS-LANE-PICKED) TO WS-CLOCK-POSITION.
    IF WS-READY-SECONDS > WS-CLOCK-POSITION
     MOVE WS-READY-SECONDS TO WS-CLOCK-POSITION
    END-IF.
    MOVE SPACES TO WS-OWN-DATASET-TABLE.
    UNSTRING WS-DU-DATASETS(WS-DU-PICKED) DELIMITED BY ';'
        INTO WS-OWN-DATASET(1) WS-OWN-DATASET(2) WS-OWN-DATASET(3)
             WS-OWN-DATASET(4) WS-OWN-DATASET(5).
    IF WS-OWN-DATASET-TABLE NOT = SPACES
     PERFORM VARYING WS-DU-OTHER FROM 1 BY 1
         UNTIL WS-DU-OTHER > WS-DUE-COUNT
      IF WS-DU-STATE(WS-DU-OTHER) = 'P'
          AND WS-DU-FINISH(WS-DU-OTHER) > WS-CLOCK-POSITION
       PERFORM CHECK-SHARED-DATASET
       IF WS-DATASET-SHARED
        MOVE WS-DU-FINISH(WS-DU-OTHER) TO WS-CLOCK-POSITION
       END-IF
      END-IF
     END-PERFORM
    END-IF.
    MOVE 'P' TO WS-DU-STATE(WS-DU-PICKED).
    MOVE WS-LANE-PICKED TO WS-DU-LANE(WS-DU-PICKED).
    MOVE WS-CLOCK-POSITION TO WS-DU-START(WS-DU-PICKED).
    COMPUTE WS-DU-FINISH(WS-DU-PICKED) =
        WS-CLOCK-POSITION + WS-DU-EST-SECONDS(WS-DU-PICKED).
    MOVE WS-DU-FINISH(WS-DU-PICKED)
        TO WS-LANE-FREE-AT(WS-LANE-PICKED).
    MOVE WS-DU-NAME(WS-DU-PICKED) TO WS-JOB-NAME.
    MOVE WS-DU-DEADLINE(WS-DU-PICKED) TO WS-JOB-DEADLINE.
    MOVE WS-DU-EST-SECONDS(WS-DU-PICKED) TO WS-JOB-EST-SECONDS.
    MOVE WS-LANE-PICKED TO WS-JOB-LANE.
    PERFORM REPORT-PLANNED-JOB.

CHECK-SHARED-DATASET.
    MOVE 'N' TO WS-DATASET-SHARED-FLAG.
    MOVE SPACES TO WS-OTHER-DATASET-TABLE.
    UNSTRING WS-DU-DATASETS(WS-DU-OTHER) DELIMITED BY ';'
        INTO WS-OTHER-DATASET(1) WS-OTHER-DATASET(2)
             WS-OTHER-DATASET(3) WS-OTHER-DATASET(4)
             WS-OTHER-DATASET(5).
    PERFORM VARYING WS-OWN-DS-INDEX FROM 1 BY 1
        UNTIL WS-OWN-DS-INDEX > 5
     IF WS-OWN-DATASET(WS-OWN-DS-INDEX) NOT = SPACES
      PERFORM VARYING WS-OTHER-DS-INDEX FROM 1 BY 1
          UNTIL WS-OTHER-DS-INDEX > 5
       IF WS-OTHER-DATASET(WS-OTHER-DS-INDEX)
           = WS-OWN-DATASET(WS-OWN-DS-INDEX)
        SET WS-DATASET-SHARED TO TRUE
       END-IF
      END-PERFORM
     END-IF
    END-PERFORM.

REPORT-HELD-JOB.
    MOVE SPACES TO WS-REPORT-LINE.
    EVALUATE TRUE
     WHEN WS-DU-STATE(WS-DU-INDEX) = 'H'
         AND WS-DU-OVERRIDE(WS-DU-INDEX) = 'HOLD'
      ADD 1 TO WS-JOBS-HELD
      STRING WS-DU-NAME(WS-DU-INDEX) DELIMITED BY SIZE
          '    -  ----  ----   ' DELIMITED BY SIZE
          WS-DU-DEADLINE(WS-DU-INDEX) DELIMITED BY SIZE
          '     HELD BY OPERATOR ' DELIMITED BY SIZE
          WS-DU-OPERATOR(WS-DU-INDEX) DELIMITED BY SPACE
          INTO WS-REPORT-LINE
     WHEN WS-DU-STATE(WS-DU-INDEX) = 'H'
      ADD 1 TO WS-JOBS-HELD
      STRING WS-DU-NAME(WS-DU-INDEX) DELIMITED BY SIZE
          '    -  ----  ----   ' DELIMITED BY SIZE
          WS-DU-DEADLINE(WS-DU-INDEX) DELIMITED BY SIZE
          '     WILL BE HELD - WAITS ON ' DELIMITED BY SIZE
          WS-DU-BLOCKER(WS-DU-INDEX) DELIMITED BY SPACE
          INTO WS-REPORT-LINE
     WHEN WS-DU-STATE(WS-DU-INDEX) = 'S'
      ADD 1 TO WS-JOBS-SKIPPED
      STRING WS-DU-NAME(WS-DU-INDEX) DELIMITED BY SIZE
          '    -  ----  ----   ' DELIMITED BY SIZE
          WS-DU-DEADLINE(WS-DU-INDEX) DELIMITED BY SIZE
          '     SKIPPED BY OPERATOR ' DELIMITED BY SIZE
          WS-DU-OPERATOR(WS-DU-INDEX) DELIMITED BY SPACE
          INTO WS-REPORT-LINE
     WHEN OTHER
      CONTINUE
    END-EVALUATE.
    IF WS-REPORT-LINE NOT = SPACES
     WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE
     DISPLAY WS-REPORT-LINE
    END-IF.

CHECK-JOB-OVERRIDE.
    COPY "jobctl-check.cpy"
        REPLACING ==:JOBCTL-BUSINESS-DATE:== BY ==WS-TODAY-DATE==
                   ==:JOBCTL-JOB-NAME:==      BY ==WS-JOB-NAME==.

REPORT-PLANNED-JOB.
    COMPUTE WS-START-HHMM =
        FUNCTION INTEGER(WS-CLOCK-POSITION / 3600) * 100
        + FUNCTION INTEGER(
    IF WS-MISS-FLAG = 'Y'
     ADD 1 TO WS-MISSES-PREDICTED
     STRING WS-JOB-NAME DELIMITED BY SIZE
         '    ' DELIMITED BY SIZE
         WS-JOB-LANE DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         WS-START-HHMM DELIMITED BY SIZE
         '  ' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
    ELSE
     STRING WS-JOB-NAME DELIMITED BY SIZE
         '    ' DELIMITED BY SIZE
         WS-JOB-LANE DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         WS-START-HHMM DELIMITED BY SIZE
         '  ' DELIMITED BY SIZE
    END-IF.
    WRITE FORECAST-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.

ESTIMATE-ONE-STEP.
* Tonight's input size against the history's records-per-second
* rate is the estimate; when either side of that division is
* missing, the plain average elapsed time stands in, and a program
* with no history at all is carried at the stated default.
* A step that runs ONLY after a failure is not part of a good
* night and is left out of the estimate.
    IF JOBSTEP-PROGRAM(WS-STEP-INDEX) NOT = SPACES
        AND NOT JOBSTEP-ONLY(WS-STEP-INDEX)
     MOVE WS-DEFAULT-STEP-SECONDS TO WS-STEP-EST-SECONDS
     PERFORM VARYING WS-PF-INDEX FROM 1 BY 1
         UNTIL WS-PF-INDEX > WS-PERF-COUNT
      IF WS-PF-PROGRAM(WS-PF-INDEX)
          = JOBSTEP-PROGRAM(WS-STEP-INDEX)
          AND WS-PF-RUNS(WS-PF-INDEX) > 0
       IF WS-JOB-INPUT-COUNT > 0
           AND WS-PF-TOTAL-RECORDS(WS-PF-INDEX) > 0
