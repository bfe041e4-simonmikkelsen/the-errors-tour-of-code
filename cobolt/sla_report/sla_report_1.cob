IDENTIFICATION DIVISION.
PROGRAM-ID. SLA-REPORT.
AUTHOR. Simon Mikkelsen.
* SCHEDULE-MONITOR shouts about a late job the morning it is late,
* but nobody could say at month-end how often the night actually
* kept its promises. This monthly report reads the scheduler's own
* decisions for the month from SCHEDLOG.TXT and, for every job in
* JOBDEFS.TXT, counts the runs that were due, completed on time
* against the job's deadline (HHMM, the sixth JOBDEFS field),
* completed late - with the worst and the total lateness in minutes
* and one line per late run - failed, skipped by an operator, and
* never run at all (held to the end of the window, or its file never
* came). The attainment percentage is on-time runs over the runs due
* that an operator did not skip; a job with no deadline is on time
* whenever it completes. Jobs roll up per owning department (the
* seventh JOBDEFS field, UNASSIGND when blank), and any job or
* department below the target percentage asked for is flagged and
* ends the run with RETURN-CODE 4.
* A run's completion time is the latest end time PERFSTATS.TXT holds
* for one of the job's step programs under the run id the scheduler
* logged with the COMPLETED decision; a job whose steps keep no
* performance history falls back on the time its final step logged
* SUCCESS in AUDITLOG for the date, and a completion with neither is
* given the benefit of the doubt. Every line belonging to a
* department carries the department code in columns 1-10, so the
* report bursts by department with REPORT-BURST (key column 1,
* length 10); the title and the grand total go to every section. The
* report is archived in RPTARC like any other.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOB-DEFS-FILE ASSIGN TO 'JOBDEFS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-JOB-DEFS-STATUS.
    SELECT SCHED-LOG-FILE ASSIGN TO 'SCHEDLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SCHED-LOG-STATUS.
    SELECT PERF-HISTORY-FILE ASSIGN TO 'PERFSTATS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PERF-HISTORY-STATUS.
    SELECT SLA-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  JOB-DEFS-FILE.
01  JOB-DEFS-RECORD PIC X(200).

FD  SCHED-LOG-FILE.
01  SCHED-LOG-RECORD PIC X(150).

FD  PERF-HISTORY-FILE.
01  PERF-HISTORY-RECORD PIC X(100).

FD  SLA-REPORT-FILE.
01  SLA-REPORT-RECORD PIC X(132).

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "jobstep-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-JOB-DEFS-STATUS PIC X(02).
01  WS-SCHED-LOG-STATUS PIC X(02).
01  WS-PERF-HISTORY-STATUS PIC X(02).
01  WS-JOB-DEFS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-JOB-DEFS-EOF VALUE 'Y'.
01  WS-SCHED-EOF-FLAG PIC X VALUE 'N'.
    88  WS-SCHED-EOF VALUE 'Y'.
01  WS-PERF-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PERF-EOF VALUE 'Y'.
01  WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-AUDIT-EOF VALUE 'Y'.

01  WS-WANTED-MONTH PIC X(06).
01  WS-TARGET-TEXT PIC X(06).
01  WS-TARGET-PERCENT PIC 9(03)V9 VALUE 95.
01  WS-TARGET-EDIT PIC ZZ9.9.

01  WS-JOB-NAME PIC X(20).
01  WS-JOB-FREQUENCY PIC X(09).
01  WS-JOB-RUN-DAY-TEXT PIC X(02).
01  WS-JOB-PARAMETER PIC X(40).
01  WS-JOB-STEP-LIST PIC X(120).
01  WS-JOB-DEADLINE-TEXT PIC X(04).
01  WS-JOB-DEPARTMENT PIC X(10).

* One slot per job: JOBDEFS order first, then any job the log names
* that JOBDEFS no longer does.
01  WS-JOB-TABLE.
    05  WS-JOB-ENTRY OCCURS 50 TIMES.
        10  WS-JB-NAME PIC X(20).
        10  WS-JB-DEPARTMENT PIC X(10).
        10  WS-JB-DEADLINE PIC 9(04).
        10  WS-JB-FINAL-STEP PIC X(20).
        10  WS-JB-STEP-PROGRAM PIC X(20) OCCURS 5 TIMES.
        10  WS-JB-DUE PIC 9(03).
        10  WS-JB-ON-TIME PIC 9(03).
        10  WS-JB-LATE PIC 9(03).
        10  WS-JB-WORST-LATE PIC 9(04).
        10  WS-JB-MINUTES-LATE PIC 9(06).
        10  WS-JB-FAILED PIC 9(03).
        10  WS-JB-SKIPPED PIC 9(03).
        10  WS-JB-NOT-RUN PIC 9(03).
01  WS-JOB-COUNT PIC 9(02) VALUE 0.
01  WS-JB-INDEX PIC 9(02) VALUE 0.
01  WS-JB-FOUND PIC 9(02) VALUE 0.

* One slot per job per business date of the month the scheduler
* took the job on. State: C completed, F failed, S skipped, N not
* run; blank is a run that was due and never settled.
01  WS-RUN-TABLE.
    05  WS-RUN-ENTRY OCCURS 1600 TIMES.
        10  WS-RN-DATE PIC X(08).
        10  WS-RN-JOB PIC 9(02).
        10  WS-RN-RUN-ID PIC X(13).
        10  WS-RN-STATE PIC X(01).
        10  WS-RN-END-TIME PIC 9(06).
01  WS-RUN-COUNT PIC 9(04) VALUE 0.
01  WS-RN-INDEX PIC 9(04) VALUE 0.
01  WS-RN-FOUND PIC 9(04) VALUE 0.

* Department roll-up, in the order departments first appear.
01  WS-DEPT-TABLE.
    05  WS-DEPT-ENTRY OCCURS 30 TIMES.
        10  WS-DP-DEPARTMENT PIC X(10).
        10  WS-DP-DUE PIC 9(05).
        10  WS-DP-ON-TIME PIC 9(05).
        10  WS-DP-LATE PIC 9(05).
        10  WS-DP-FAILED PIC 9(05).
        10  WS-DP-SKIPPED PIC 9(05).
        10  WS-DP-NOT-RUN PIC 9(05).
01  WS-DEPT-COUNT PIC 9(02) VALUE 0.
01  WS-DP-INDEX PIC 9(02) VALUE 0.
01  WS-DP-FOUND PIC 9(02) VALUE 0.

01  WS-SL-HEAD PIC X(80).
01  WS-SL-DATE PIC X(08).
01  WS-SL-JOB PIC X(20).
01  WS-SL-FREQUENCY PIC X(09).
01  WS-SL-RUN-ID PIC X(13).
01  WS-SL-INITIATOR PIC X(02).
01  WS-SL-DECISION PIC X(80).

01  WS-PF-PROGRAM PIC X(20).
01  WS-PF-RUN-ID PIC X(13).
01  WS-PF-START PIC X(06).
01  WS-PF-END PIC X(06).
01  WS-PF-RECORDS PIC X(10).
01  WS-PF-ELAPSED PIC X(08).
01  WS-PF-RATE PIC X(10).
01  WS-PF-PARENT PIC X(13).
01  WS-PF-END-TIME PIC 9(06).

01  WS-AUDIT-LINE-WORK PIC X(200).
01  WS-LEAD-PART PIC X(150).
01  WS-PARSED-RUN-ID PIC X(13).
01  WS-PARSED-DATE PIC X(10).
01  WS-PARSED-TIME PIC X(08).
01  WS-PARSED-OUTCOME PIC X(20).
01  WS-PARSED-PROGRAM PIC X(20).
01  WS-PARSED-YYYYMMDD PIC X(08).
01  WS-PARSED-END-TIME PIC 9(06).

01  WS-COMPLETED-HHMM PIC 9(04).
01  WS-LATE-MINUTES PIC 9(04).
01  WS-ATTAIN-BASE PIC 9(05).
01  WS-ATTAIN-PERCENT PIC 9(03)V9.
01  WS-ATTAIN-EDIT PIC ZZ9.9.
01  WS-ANY-BELOW-FLAG PIC X VALUE 'N'.
    88  WS-ANY-BELOW VALUE 'Y'.
01  WS-TOTAL-DUE PIC 9(05) VALUE 0.
01  WS-TOTAL-ON-TIME PIC 9(05) VALUE 0.
01  WS-TOTAL-LATE PIC 9(05) VALUE 0.
01  WS-TOTAL-FAILED PIC 9(05) VALUE 0.
01  WS-TOTAL-SKIPPED PIC 9(05) VALUE 0.
01  WS-TOTAL-NOT-RUN PIC 9(05) VALUE 0.

01  WS-COUNT-EDIT PIC ZZZZ9.
01  WS-TIME-EDIT PIC 99B99.
01  WS-MINUTES-EDIT PIC ZZZ9.
01  WS-REPORT-LINE PIC X(132).
01  WS-REPORT-POINTER PIC 9(03) VALUE 1.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Month to report (YYYYMM): ' WITH NO ADVANCING.
    ACCEPT WS-WANTED-MONTH.
    IF WS-WANTED-MONTH(1:6) IS NOT NUMERIC
     DISPLAY 'A report month of the form YYYYMM is required.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'Target attainment percent (blank = 95): '
        WITH NO ADVANCING.
    ACCEPT WS-TARGET-TEXT.
    IF WS-TARGET-TEXT NOT = SPACES
     IF FUNCTION TEST-NUMVAL(WS-TARGET-TEXT) = 0
         AND FUNCTION NUMVAL(WS-TARGET-TEXT) <= 100
      COMPUTE WS-TARGET-PERCENT = FUNCTION NUMVAL(WS-TARGET-TEXT)
     ELSE
      DISPLAY 'Target must be a percentage; 95 is used.'
     END-IF
    END-IF.
    PERFORM LOAD-JOB-DEFINITIONS.
    PERFORM LOAD-MONTH-OF-DECISIONS.
    PERFORM TIME-RUNS-FROM-PERF-HISTORY.
    PERFORM TIME-RUNS-FROM-AUDIT-LOG.
    PERFORM TALLY-ONE-RUN
        VARYING WS-RN-INDEX FROM 1 BY 1
        UNTIL WS-RN-INDEX > WS-RUN-COUNT.
    PERFORM WRITE-SLA-REPORT.
    IF WS-ANY-BELOW
     MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-JOB-DEFINITIONS.
    OPEN INPUT JOB-DEFS-FILE.
    IF WS-JOB-DEFS-STATUS NOT = '00'
     DISPLAY 'Job-definition file JOBDEFS.TXT not found.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LOAD-ONE-JOB UNTIL WS-JOB-DEFS-EOF.
    CLOSE JOB-DEFS-FILE.

LOAD-ONE-JOB.
    READ JOB-DEFS-FILE INTO JOB-DEFS-RECORD
     AT END
      SET WS-JOB-DEFS-EOF TO TRUE
     NOT AT END
      IF JOB-DEFS-RECORD NOT = SPACES
          AND JOB-DEFS-RECORD(1:1) NOT = '*'
          AND WS-JOB-COUNT < 50
       MOVE SPACES TO WS-JOB-NAME
       MOVE SPACES TO WS-JOB-PARAMETER
       MOVE SPACES TO WS-JOB-STEP-LIST
       MOVE SPACES TO WS-JOB-DEADLINE-TEXT
       MOVE SPACES TO WS-JOB-DEPARTMENT
       UNSTRING JOB-DEFS-RECORD DELIMITED BY ','
           INTO WS-JOB-NAME WS-JOB-FREQUENCY WS-JOB-RUN-DAY-TEXT
                WS-JOB-PARAMETER WS-JOB-STEP-LIST
                WS-JOB-DEADLINE-TEXT WS-JOB-DEPARTMENT
       PERFORM ADD-JOB-SLOT
       IF WS-JOB-DEADLINE-TEXT IS NUMERIC
        MOVE WS-JOB-DEADLINE-TEXT TO WS-JB-DEADLINE(WS-JB-FOUND)
       END-IF
       IF WS-JOB-DEPARTMENT NOT = SPACES
        MOVE WS-JOB-DEPARTMENT TO WS-JB-DEPARTMENT(WS-JB-FOUND)
       END-IF
       PERFORM SPLIT-JOB-STEPS
       PERFORM KEEP-ONE-STEP-PROGRAM
           VARYING JOBSTEP-INDEX FROM 1 BY 1
           UNTIL JOBSTEP-INDEX > 5
      END-IF
    END-READ.

SPLIT-JOB-STEPS.
    COPY "jobstep-parse.cpy"
        REPLACING ==:JOBSTEP-STEP-LIST:== BY ==WS-JOB-STEP-LIST==
                   ==:JOBSTEP-JOB-PARAMETER:== BY ==WS-JOB-PARAMETER==.

KEEP-ONE-STEP-PROGRAM.
* The final step is the last one a good run ends with - a step that
* runs ONLY after a failure is not it.
    MOVE JOBSTEP-PROGRAM(JOBSTEP-INDEX)
        TO WS-JB-STEP-PROGRAM(WS-JB-FOUND, JOBSTEP-INDEX).
    IF JOBSTEP-PROGRAM(JOBSTEP-INDEX) NOT = SPACES
        AND NOT JOBSTEP-ONLY(JOBSTEP-INDEX)
     MOVE JOBSTEP-PROGRAM(JOBSTEP-INDEX)
         TO WS-JB-FINAL-STEP(WS-JB-FOUND)
    END-IF.

ADD-JOB-SLOT.
* Answers in WS-JB-FOUND; a job already known keeps its slot.
    PERFORM FIND-JOB-SLOT.
    IF WS-JB-FOUND = 0 AND WS-JOB-COUNT < 50
     ADD 1 TO WS-JOB-COUNT
     MOVE WS-JOB-COUNT TO WS-JB-FOUND
     MOVE WS-JOB-NAME TO WS-JB-NAME(WS-JB-FOUND)
     MOVE 'UNASSIGND' TO WS-JB-DEPARTMENT(WS-JB-FOUND)
     MOVE 0 TO WS-JB-DEADLINE(WS-JB-FOUND)
     MOVE SPACES TO WS-JB-FINAL-STEP(WS-JB-FOUND)
     PERFORM VARYING JOBSTEP-INDEX FROM 1 BY 1
         UNTIL JOBSTEP-INDEX > 5
      MOVE SPACES TO WS-JB-STEP-PROGRAM(WS-JB-FOUND, JOBSTEP-INDEX)
     END-PERFORM
     MOVE 0 TO WS-JB-DUE(WS-JB-FOUND)
     MOVE 0 TO WS-JB-ON-TIME(WS-JB-FOUND)
     MOVE 0 TO WS-JB-LATE(WS-JB-FOUND)
     MOVE 0 TO WS-JB-WORST-LATE(WS-JB-FOUND)
     MOVE 0 TO WS-JB-MINUTES-LATE(WS-JB-FOUND)
     MOVE 0 TO WS-JB-FAILED(WS-JB-FOUND)
     MOVE 0 TO WS-JB-SKIPPED(WS-JB-FOUND)
     MOVE 0 TO WS-JB-NOT-RUN(WS-JB-FOUND)
    END-IF.

FIND-JOB-SLOT.
    MOVE 0 TO WS-JB-FOUND.
    PERFORM VARYING WS-JB-INDEX FROM 1 BY 1
        UNTIL WS-JB-INDEX > WS-JOB-COUNT OR WS-JB-FOUND > 0
     IF WS-JB-NAME(WS-JB-INDEX) = WS-JOB-NAME
      MOVE WS-JB-INDEX TO WS-JB-FOUND
     END-IF
    END-PERFORM.

LOAD-MONTH-OF-DECISIONS.
    OPEN INPUT SCHED-LOG-FILE.
    IF WS-SCHED-LOG-STATUS NOT = '00'
     DISPLAY 'No scheduler log SCHEDLOG.TXT on file.'
     SET WS-SCHED-EOF TO TRUE
    END-IF.
    PERFORM WEIGH-ONE-DECISION UNTIL WS-SCHED-EOF.
    IF WS-SCHED-LOG-STATUS = '00' OR WS-SCHED-LOG-STATUS = '10'
     CLOSE SCHED-LOG-FILE
    END-IF.
    DISPLAY 'RUNS DUE IN ' WS-WANTED-MONTH ': ' WS-RUN-COUNT.

WEIGH-ONE-DECISION.
* Only the decisions that say the job was taken on for the date
* open a run slot; a completion anywhere in the day settles it, so
* a failure put right by a rerun counts by the rerun's time.
    READ SCHED-LOG-FILE INTO SCHED-LOG-RECORD
     AT END
      SET WS-SCHED-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-SL-HEAD
      MOVE SPACES TO WS-SL-DECISION
      UNSTRING SCHED-LOG-RECORD DELIMITED BY ' DECISION='
          INTO WS-SL-HEAD WS-SL-DECISION
      MOVE SPACES TO WS-SL-DATE
      MOVE SPACES TO WS-SL-JOB
      MOVE SPACES TO WS-SL-RUN-ID
      UNSTRING WS-SL-HEAD
          DELIMITED BY ' JOB=' OR ' FREQ=' OR ' RUN-ID=' OR ' INIT='
          INTO WS-SL-DATE WS-SL-JOB WS-SL-FREQUENCY WS-SL-RUN-ID
               WS-SL-INITIATOR
      IF WS-SL-DATE(1:6) = WS-WANTED-MONTH
          AND WS-SL-JOB NOT = SPACES
       EVALUATE TRUE
        WHEN WS-SL-DECISION(1:9) = 'COMPLETED'
         PERFORM FIND-RUN-SLOT
         IF WS-RN-FOUND > 0
             AND WS-RN-STATE(WS-RN-FOUND) NOT = 'C'
          MOVE 'C' TO WS-RN-STATE(WS-RN-FOUND)
          MOVE WS-SL-RUN-ID TO WS-RN-RUN-ID(WS-RN-FOUND)
         END-IF
        WHEN WS-SL-DECISION(1:6) = 'FAILED'
         PERFORM SETTLE-UNCOMPLETED-RUN
        WHEN WS-SL-DECISION(1:7) = 'SKIPPED'
         PERFORM SETTLE-UNCOMPLETED-RUN
        WHEN WS-SL-DECISION(1:14) = 'NOT RUN - FILE'
         PERFORM SETTLE-UNCOMPLETED-RUN
        WHEN WS-SL-DECISION(1:5) = 'DUE -'
            OR WS-SL-DECISION(1:16) = 'WAITING FOR FILE'
            OR WS-SL-DECISION(1:4) = 'HELD'
            OR WS-SL-DECISION(1:10) = 'STILL HELD'
         PERFORM FIND-RUN-SLOT
        WHEN OTHER
         CONTINUE
       END-EVALUATE
      END-IF
    END-READ.

SETTLE-UNCOMPLETED-RUN.
    PERFORM FIND-RUN-SLOT.
    IF WS-RN-FOUND > 0 AND WS-RN-STATE(WS-RN-FOUND) NOT = 'C'
     EVALUATE TRUE
      WHEN WS-SL-DECISION(1:6) = 'FAILED'
       MOVE 'F' TO WS-RN-STATE(WS-RN-FOUND)
      WHEN WS-SL-DECISION(1:7) = 'SKIPPED'
       MOVE 'S' TO WS-RN-STATE(WS-RN-FOUND)
      WHEN OTHER
       MOVE 'N' TO WS-RN-STATE(WS-RN-FOUND)
     END-EVALUATE
    END-IF.

FIND-RUN-SLOT.
* Answers in WS-RN-FOUND, opening a slot for a date and job not seen
* yet.
    MOVE WS-SL-JOB TO WS-JOB-NAME.
    PERFORM ADD-JOB-SLOT.
    MOVE 0 TO WS-RN-FOUND.
    IF WS-JB-FOUND > 0
     PERFORM VARYING WS-RN-INDEX FROM 1 BY 1
         UNTIL WS-RN-INDEX > WS-RUN-COUNT OR WS-RN-FOUND > 0
      IF WS-RN-DATE(WS-RN-INDEX) = WS-SL-DATE
          AND WS-RN-JOB(WS-RN-INDEX) = WS-JB-FOUND
       MOVE WS-RN-INDEX TO WS-RN-FOUND
      END-IF
     END-PERFORM
     IF WS-RN-FOUND = 0 AND WS-RUN-COUNT < 1600
      ADD 1 TO WS-RUN-COUNT
      MOVE WS-RUN-COUNT TO WS-RN-FOUND
      MOVE WS-SL-DATE TO WS-RN-DATE(WS-RN-FOUND)
      MOVE WS-JB-FOUND TO WS-RN-JOB(WS-RN-FOUND)
      MOVE SPACES TO WS-RN-RUN-ID(WS-RN-FOUND)
      MOVE SPACE TO WS-RN-STATE(WS-RN-FOUND)
      MOVE 0 TO WS-RN-END-TIME(WS-RN-FOUND)
     END-IF
    END-IF.

TIME-RUNS-FROM-PERF-HISTORY.
    OPEN INPUT PERF-HISTORY-FILE.
    IF WS-PERF-HISTORY-STATUS NOT = '00'
     SET WS-PERF-EOF TO TRUE
    END-IF.
    PERFORM TIME-FROM-ONE-PERF-LINE UNTIL WS-PERF-EOF.
    IF WS-PERF-HISTORY-STATUS = '00'
        OR WS-PERF-HISTORY-STATUS = '10'
     CLOSE PERF-HISTORY-FILE
    END-IF.

TIME-FROM-ONE-PERF-LINE.
* A serial scheduler run is the parent of every step it ran, so the
* step program has to belong to the job as well as the run id match.
    READ PERF-HISTORY-FILE INTO PERF-HISTORY-RECORD
     AT END
      SET WS-PERF-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-PF-PROGRAM
      MOVE SPACES TO WS-PF-END
      MOVE SPACES TO WS-PF-PARENT
      UNSTRING PERF-HISTORY-RECORD DELIMITED BY ','
          INTO WS-PF-PROGRAM WS-PF-RUN-ID WS-PF-START WS-PF-END
               WS-PF-RECORDS WS-PF-ELAPSED WS-PF-RATE WS-PF-PARENT
      IF WS-PF-PARENT(1:6) = WS-WANTED-MONTH
          AND WS-PF-END IS NUMERIC
       MOVE WS-PF-END TO WS-PF-END-TIME
       PERFORM VARYING WS-RN-INDEX FROM 1 BY 1
           UNTIL WS-RN-INDEX > WS-RUN-COUNT
        IF WS-RN-STATE(WS-RN-INDEX) = 'C'
            AND WS-RN-RUN-ID(WS-RN-INDEX) = WS-PF-PARENT
            AND WS-PF-END-TIME > WS-RN-END-TIME(WS-RN-INDEX)
         MOVE WS-RN-JOB(WS-RN-INDEX) TO WS-JB-INDEX
         PERFORM VARYING JOBSTEP-INDEX FROM 1 BY 1
             UNTIL JOBSTEP-INDEX > 5
          IF WS-JB-STEP-PROGRAM(WS-JB-INDEX, JOBSTEP-INDEX)
              = WS-PF-PROGRAM
           MOVE WS-PF-END-TIME TO WS-RN-END-TIME(WS-RN-INDEX)
          END-IF
         END-PERFORM
        END-IF
       END-PERFORM
      END-IF
    END-READ.

TIME-RUNS-FROM-AUDIT-LOG.
    OPEN INPUT AUDIT-LOG-FILE.
    IF AUDITLOG-FILE-STATUS NOT = '00'
     SET WS-AUDIT-EOF TO TRUE
    END-IF.
    PERFORM TIME-FROM-ONE-AUDIT-LINE UNTIL WS-AUDIT-EOF.
    IF AUDITLOG-FILE-STATUS = '00' OR AUDITLOG-FILE-STATUS = '10'
     CLOSE AUDIT-LOG-FILE
    END-IF.

TIME-FROM-ONE-AUDIT-LINE.
* Only completions PERFSTATS could not time are looked for here: the
* final step's SUCCESS on the run's date.
    READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE-WORK
     AT END
      SET WS-AUDIT-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-LEAD-PART
      MOVE SPACES TO WS-PARSED-DATE
      MOVE SPACES TO WS-PARSED-TIME
      MOVE SPACES TO WS-PARSED-OUTCOME
      UNSTRING WS-AUDIT-LINE-WORK
          DELIMITED BY ' RUN-ID=' OR ' ON ' OR ' AT '
              OR ' OUTCOME=' OR ' PARENT=' OR ' CHAIN='
          INTO WS-LEAD-PART WS-PARSED-RUN-ID WS-PARSED-DATE
               WS-PARSED-TIME WS-PARSED-OUTCOME
      MOVE SPACES TO WS-PARSED-PROGRAM
      UNSTRING WS-LEAD-PART DELIMITED BY ' ' INTO WS-PARSED-PROGRAM
      IF WS-PARSED-OUTCOME(1:7) = 'SUCCESS'
          AND WS-PARSED-DATE(1:4) = WS-WANTED-MONTH(1:4)
          AND WS-PARSED-DATE(6:2) = WS-WANTED-MONTH(5:2)
       MOVE SPACES TO WS-PARSED-YYYYMMDD
       STRING WS-PARSED-DATE(1:4) DELIMITED BY SIZE
           WS-PARSED-DATE(6:2) DELIMITED BY SIZE
           WS-PARSED-DATE(9:2) DELIMITED BY SIZE
           INTO WS-PARSED-YYYYMMDD
       MOVE 0 TO WS-PARSED-END-TIME
       IF WS-PARSED-TIME(1:2) IS NUMERIC
           AND WS-PARSED-TIME(4:2) IS NUMERIC
           AND WS-PARSED-TIME(7:2) IS NUMERIC
        COMPUTE WS-PARSED-END-TIME =
            FUNCTION NUMVAL(WS-PARSED-TIME(1:2)) * 10000
            + FUNCTION NUMVAL(WS-PARSED-TIME(4:2)) * 100
            + FUNCTION NUMVAL(WS-PARSED-TIME(7:2))
       END-IF
       PERFORM VARYING WS-RN-INDEX FROM 1 BY 1
           UNTIL WS-RN-INDEX > WS-RUN-COUNT
        MOVE WS-RN-JOB(WS-RN-INDEX) TO WS-JB-INDEX
        IF WS-RN-STATE(WS-RN-INDEX) = 'C'
            AND WS-RN-END-TIME(WS-RN-INDEX) = 0
            AND WS-RN-DATE(WS-RN-INDEX) = WS-PARSED-YYYYMMDD
            AND WS-JB-FINAL-STEP(WS-JB-INDEX) = WS-PARSED-PROGRAM
            AND WS-PARSED-END-TIME > 0
         MOVE WS-PARSED-END-TIME TO WS-RN-END-TIME(WS-RN-INDEX)
        END-IF
       END-PERFORM
      END-IF
    END-READ.

TALLY-ONE-RUN.
    MOVE WS-RN-JOB(WS-RN-INDEX) TO WS-JB-INDEX.
    ADD 1 TO WS-JB-DUE(WS-JB-INDEX).
    EVALUATE WS-RN-STATE(WS-RN-INDEX)
     WHEN 'C'
      PERFORM JUDGE-COMPLETION-TIME
     WHEN 'F'
      ADD 1 TO WS-JB-FAILED(WS-JB-INDEX)
     WHEN 'S'
      ADD 1 TO WS-JB-SKIPPED(WS-JB-INDEX)
     WHEN OTHER
      ADD 1 TO WS-JB-NOT-RUN(WS-JB-INDEX)
    END-EVALUATE.

JUDGE-COMPLETION-TIME.
* Minutes late is the clock difference in HHMM, the same reckoning
* SCHEDULE-MONITOR alerts on.
    MOVE 0 TO WS-LATE-MINUTES.
    COMPUTE WS-COMPLETED-HHMM =
        FUNCTION INTEGER(WS-RN-END-TIME(WS-RN-INDEX) / 100).
    IF WS-JB-DEADLINE(WS-JB-INDEX) > 0
        AND WS-RN-END-TIME(WS-RN-INDEX) > 0
        AND WS-COMPLETED-HHMM > WS-JB-DEADLINE(WS-JB-INDEX)
     COMPUTE WS-LATE-MINUTES =
         FUNCTION INTEGER(WS-COMPLETED-HHMM / 100) * 60
         + FUNCTION MOD(WS-COMPLETED-HHMM 100)
         - FUNCTION INTEGER(WS-JB-DEADLINE(WS-JB-INDEX) / 100) * 60
         - FUNCTION MOD(WS-JB-DEADLINE(WS-JB-INDEX) 100)
    END-IF.
    IF WS-LATE-MINUTES > 0
     ADD 1 TO WS-JB-LATE(WS-JB-INDEX)
     ADD WS-LATE-MINUTES TO WS-JB-MINUTES-LATE(WS-JB-INDEX)
     IF WS-LATE-MINUTES > WS-JB-WORST-LATE(WS-JB-INDEX)
      MOVE WS-LATE-MINUTES TO WS-JB-WORST-LATE(WS-JB-INDEX)
     END-IF
    ELSE
     ADD 1 TO WS-JB-ON-TIME(WS-JB-INDEX)
    END-IF.

WRITE-SLA-REPORT.
    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'SLA-' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT SLA-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE SLA-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE WS-TARGET-PERCENT TO WS-TARGET-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'SERVICE-LEVEL ATTAINMENT FOR ' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SIZE
        ' - TARGET ' DELIMITED BY SIZE
        WS-TARGET-EDIT DELIMITED BY SIZE
        '%' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'DEPARTMENT JOB                  DEADLINE   DUE ON-TIME'
        TO WS-REPORT-LINE(1:54).
    MOVE '  LATE WORST-MIN TOTAL-MIN FAILED SKIPPED NOT-RUN  ATTAIN%'
        TO WS-REPORT-LINE(55:59).
    WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-RUN-COUNT = 0
     MOVE SPACES TO WS-REPORT-LINE
     MOVE 'NO RUNS WERE DUE IN THE MONTH.' TO WS-REPORT-LINE
     WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    PERFORM COLLECT-ONE-DEPARTMENT
        VARYING WS-JB-INDEX FROM 1 BY 1
        UNTIL WS-JB-INDEX > WS-JOB-COUNT.
    PERFORM WRITE-ONE-DEPARTMENT
        VARYING WS-DP-INDEX FROM 1 BY 1
        UNTIL WS-DP-INDEX > WS-DEPT-COUNT.
    PERFORM WRITE-GRAND-TOTAL.
    CLOSE SLA-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY 'Service-level report written to '
        FUNCTION TRIM(WS-REPORT-NAME) '.'.

COLLECT-ONE-DEPARTMENT.
* A job nothing was due for this month is left off the report.
    IF WS-JB-DUE(WS-JB-INDEX) > 0
     MOVE 0 TO WS-DP-FOUND
     PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
         UNTIL WS-DP-INDEX > WS-DEPT-COUNT
      IF WS-DP-DEPARTMENT(WS-DP-INDEX) = WS-JB-DEPARTMENT(WS-JB-INDEX)
       MOVE WS-DP-INDEX TO WS-DP-FOUND
      END-IF
     END-PERFORM
     IF WS-DP-FOUND = 0 AND WS-DEPT-COUNT < 30
      ADD 1 TO WS-DEPT-COUNT
      MOVE WS-DEPT-COUNT TO WS-DP-FOUND
      MOVE WS-JB-DEPARTMENT(WS-JB-INDEX)
          TO WS-DP-DEPARTMENT(WS-DP-FOUND)
      MOVE 0 TO WS-DP-DUE(WS-DP-FOUND)
      MOVE 0 TO WS-DP-ON-TIME(WS-DP-FOUND)
      MOVE 0 TO WS-DP-LATE(WS-DP-FOUND)
      MOVE 0 TO WS-DP-FAILED(WS-DP-FOUND)
      MOVE 0 TO WS-DP-SKIPPED(WS-DP-FOUND)
      MOVE 0 TO WS-DP-NOT-RUN(WS-DP-FOUND)
     END-IF
     IF WS-DP-FOUND > 0
      ADD WS-JB-DUE(WS-JB-INDEX) TO WS-DP-DUE(WS-DP-FOUND)
      ADD WS-JB-ON-TIME(WS-JB-INDEX) TO WS-DP-ON-TIME(WS-DP-FOUND)
      ADD WS-JB-LATE(WS-JB-INDEX) TO WS-DP-LATE(WS-DP-FOUND)
      ADD WS-JB-FAILED(WS-JB-INDEX) TO WS-DP-FAILED(WS-DP-FOUND)
      ADD WS-JB-SKIPPED(WS-JB-INDEX) TO WS-DP-SKIPPED(WS-DP-FOUND)
      ADD WS-JB-NOT-RUN(WS-JB-INDEX) TO WS-DP-NOT-RUN(WS-DP-FOUND)
     END-IF
    END-IF.

WRITE-ONE-DEPARTMENT.
    PERFORM WRITE-ONE-JOB
        VARYING WS-JB-INDEX FROM 1 BY 1
        UNTIL WS-JB-INDEX > WS-JOB-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-DP-DEPARTMENT(WS-DP-INDEX) TO WS-REPORT-LINE(1:10).
    MOVE '** DEPARTMENT TOTAL' TO WS-REPORT-LINE(12:19).
    MOVE WS-DP-DUE(WS-DP-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(41:5).
    MOVE WS-DP-ON-TIME(WS-DP-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(49:5).
    MOVE WS-DP-LATE(WS-DP-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(56:5).
    MOVE WS-DP-FAILED(WS-DP-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(82:5).
    MOVE WS-DP-SKIPPED(WS-DP-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(90:5).
    MOVE WS-DP-NOT-RUN(WS-DP-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(98:5).
    COMPUTE WS-ATTAIN-BASE =
        WS-DP-DUE(WS-DP-INDEX) - WS-DP-SKIPPED(WS-DP-INDEX).
    MOVE WS-DP-ON-TIME(WS-DP-INDEX) TO WS-TOTAL-ON-TIME.
    PERFORM PLACE-ATTAINMENT.
    WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-DP-DEPARTMENT(WS-DP-INDEX) TO WS-REPORT-LINE(1:10).
    WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
    ADD WS-DP-DUE(WS-DP-INDEX) TO WS-TOTAL-DUE.
    ADD WS-DP-LATE(WS-DP-INDEX) TO WS-TOTAL-LATE.
    ADD WS-DP-FAILED(WS-DP-INDEX) TO WS-TOTAL-FAILED.
    ADD WS-DP-SKIPPED(WS-DP-INDEX) TO WS-TOTAL-SKIPPED.
    ADD WS-DP-NOT-RUN(WS-DP-INDEX) TO WS-TOTAL-NOT-RUN.

WRITE-ONE-JOB.
    IF WS-JB-DUE(WS-JB-INDEX) > 0
        AND WS-JB-DEPARTMENT(WS-JB-INDEX)
            = WS-DP-DEPARTMENT(WS-DP-INDEX)
     MOVE SPACES TO WS-REPORT-LINE
     MOVE WS-JB-DEPARTMENT(WS-JB-INDEX) TO WS-REPORT-LINE(1:10)
     MOVE WS-JB-NAME(WS-JB-INDEX) TO WS-REPORT-LINE(12:20)
     IF WS-JB-DEADLINE(WS-JB-INDEX) > 0
      MOVE WS-JB-DEADLINE(WS-JB-INDEX) TO WS-TIME-EDIT
      INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'
      MOVE WS-TIME-EDIT TO WS-REPORT-LINE(33:5)
     ELSE
      MOVE ' NONE' TO WS-REPORT-LINE(33:5)
     END-IF
     MOVE WS-JB-DUE(WS-JB-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(41:5)
     MOVE WS-JB-ON-TIME(WS-JB-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(49:5)
     MOVE WS-JB-LATE(WS-JB-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(56:5)
     MOVE WS-JB-WORST-LATE(WS-JB-INDEX) TO WS-MINUTES-EDIT
     MOVE WS-MINUTES-EDIT TO WS-REPORT-LINE(66:4)
     MOVE WS-JB-MINUTES-LATE(WS-JB-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(75:5)
     MOVE WS-JB-FAILED(WS-JB-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(82:5)
     MOVE WS-JB-SKIPPED(WS-JB-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(90:5)
     MOVE WS-JB-NOT-RUN(WS-JB-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(98:5)
     COMPUTE WS-ATTAIN-BASE =
         WS-JB-DUE(WS-JB-INDEX) - WS-JB-SKIPPED(WS-JB-INDEX)
     MOVE WS-JB-ON-TIME(WS-JB-INDEX) TO WS-TOTAL-ON-TIME
     PERFORM PLACE-ATTAINMENT
     WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE
     PERFORM WRITE-ONE-LATE-RUN
         VARYING WS-RN-INDEX FROM 1 BY 1
         UNTIL WS-RN-INDEX > WS-RUN-COUNT
    END-IF.

WRITE-ONE-LATE-RUN.
* The late runs are listed under their job with the time they
* finished, so the department can see which nights went wrong.
    IF WS-RN-JOB(WS-RN-INDEX) = WS-JB-INDEX
        AND WS-RN-STATE(WS-RN-INDEX) = 'C'
        AND WS-JB-DEADLINE(WS-JB-INDEX) > 0
     COMPUTE WS-COMPLETED-HHMM =
         FUNCTION INTEGER(WS-RN-END-TIME(WS-RN-INDEX) / 100)
     IF WS-COMPLETED-HHMM > WS-JB-DEADLINE(WS-JB-INDEX)
      COMPUTE WS-LATE-MINUTES =
          FUNCTION INTEGER(WS-COMPLETED-HHMM / 100) * 60
          + FUNCTION MOD(WS-COMPLETED-HHMM 100)
          - FUNCTION INTEGER(WS-JB-DEADLINE(WS-JB-INDEX) / 100) * 60
          - FUNCTION MOD(WS-JB-DEADLINE(WS-JB-INDEX) 100)
      MOVE WS-COMPLETED-HHMM TO WS-TIME-EDIT
      INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'
      MOVE WS-LATE-MINUTES TO WS-MINUTES-EDIT
      MOVE SPACES TO WS-REPORT-LINE
      MOVE WS-JB-DEPARTMENT(WS-JB-INDEX) TO WS-REPORT-LINE(1:10)
      MOVE 1 TO WS-REPORT-POINTER
      STRING '  LATE ON ' DELIMITED BY SIZE
          WS-RN-DATE(WS-RN-INDEX) DELIMITED BY SIZE
          ' - COMPLETED ' DELIMITED BY SIZE
          WS-TIME-EDIT DELIMITED BY SIZE
          ', ' DELIMITED BY SIZE
          WS-MINUTES-EDIT DELIMITED BY SIZE
          ' MINUTE(S) PAST THE DEADLINE' DELIMITED BY SIZE
          INTO WS-REPORT-LINE(12:80) WITH POINTER WS-REPORT-POINTER
      WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE
     END-IF
    END-IF.

PLACE-ATTAINMENT.
* Attainment of WS-TOTAL-ON-TIME over WS-ATTAIN-BASE into the line,
* flagged when short of the target; nothing due but skips is N/A.
    IF WS-ATTAIN-BASE = 0
     MOVE '    N/A' TO WS-REPORT-LINE(106:7)
    ELSE
     COMPUTE WS-ATTAIN-PERCENT ROUNDED =
         WS-TOTAL-ON-TIME * 100 / WS-ATTAIN-BASE
     MOVE WS-ATTAIN-PERCENT TO WS-ATTAIN-EDIT
     MOVE WS-ATTAIN-EDIT TO WS-REPORT-LINE(107:5)
     MOVE '%' TO WS-REPORT-LINE(112:1)
     IF WS-ATTAIN-PERCENT < WS-TARGET-PERCENT
      MOVE 'Y' TO WS-ANY-BELOW-FLAG
      MOVE '*** BELOW TARGET' TO WS-REPORT-LINE(114:16)
     END-IF
    END-IF.

WRITE-GRAND-TOTAL.
    MOVE 0 TO WS-TOTAL-ON-TIME.
    PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
        UNTIL WS-DP-INDEX > WS-DEPT-COUNT
     ADD WS-DP-ON-TIME(WS-DP-INDEX) TO WS-TOTAL-ON-TIME
    END-PERFORM.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'ALL DEPARTMENTS' TO WS-REPORT-LINE(1:15).
    MOVE WS-TOTAL-DUE TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(41:5).
    MOVE WS-TOTAL-ON-TIME TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(49:5).
    MOVE WS-TOTAL-LATE TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(56:5).
    MOVE WS-TOTAL-FAILED TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(82:5).
    MOVE WS-TOTAL-SKIPPED TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(90:5).
    MOVE WS-TOTAL-NOT-RUN TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(98:5).
    COMPUTE WS-ATTAIN-BASE = WS-TOTAL-DUE - WS-TOTAL-SKIPPED.
    PERFORM PLACE-ATTAINMENT.
    WRITE SLA-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='SLA-REPORT'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='SLA-REPORT'==.
