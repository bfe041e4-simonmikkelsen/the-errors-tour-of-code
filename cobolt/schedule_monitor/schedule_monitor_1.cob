* This monitor reads the job-definition file JOBDEFS.TXT, works out
* which jobs should have run by now today (DAILY on a business day,
* WEEKLY on its run day, MONTHEND on the last business day of the
* month, PERIODEND on the last business day of the fiscal period -
* the same calendar rules the scheduler applies, answered by
* the shared DATEROUTINES subprogram), and checks each due job for a
* completion: first the scheduler's own COMPLETED decision for the
* job in today's SCHEDLOG.TXT (some step programs, like FILE-SORT,
* completion record raises an alert showing how late it is and its
* last successful run date, and the alert report goes out through
* the standard report-distribution step with RETURN-CODE 8.
* The operator overrides in JOBCTL.TXT count for today as they do
* for the scheduler: a job an operator SKIPPED is not late - the
* report lists it with the operator and reason instead of alerting
* - a FORCEd or RERUN job is watched against its deadline as if it
* were due, and a job on HOLD still alerts once its deadline passes,
* with the hold named on the alert line so nobody chases a job that
* was stopped on purpose without knowing who stopped it.
* A job naming its own holiday calendar in the twelfth JOBDEFS field
* is judged on that calendar's business days and month end, as the
* scheduler judges it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "alert-select.cpy".
    COPY "jobctl-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "alert-fd.cpy".
COPY "jobctl-fd.cpy".

WORKING-STORAGE SECTION.
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "alert-ws.cpy".
COPY "jobctl-ws.cpy".
COPY "report-header-ws.cpy".
COPY "report-distribute-ws.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-ALERT-FILE-NAME PIC X(100) VALUE 'SCHEDULE-ALERTS.RPT'.

01  WS-JOB-NAME PIC X(20).
01  WS-JOB-FREQUENCY PIC X(09).
01  WS-JOB-RUN-DAY-TEXT PIC X(02).
01  WS-JOB-RUN-DAY PIC 9(01) VALUE 0.
01  WS-JOB-PARAMETER PIC X(40).
01  WS-JOB-STEP-LIST PIC X(120).
01  WS-JOB-DEADLINE-TEXT PIC X(04).
01  WS-JOB-DEADLINE PIC 9(04) VALUE 0.
01  WS-JOB-OTHER-FIELD PIC X(100).
01  WS-JOB-CALENDAR PIC X(08) VALUE SPACES.
01  WS-FINAL-STEP PIC X(20).
COPY "jobstep-ws.cpy".

01  WS-TODAY-DATE PIC 9(08) VALUE 0.
01  WS-TODAY-TEXT PIC X(10).

01  WS-JOBS-CHECKED PIC 9(03) VALUE 0.
01  WS-ALERT-COUNT PIC 9(03) VALUE 0.
01  WS-SKIPPED-COUNT PIC 9(03) VALUE 0.
01  WS-REPORT-LINE PIC X(132).
01  WS-REPORT-POINTER PIC 9(03) VALUE 1.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
        WS-JOBS-CHECKED DELIMITED BY SIZE
        '  ALERTS: ' DELIMITED BY SIZE
        WS-ALERT-COUNT DELIMITED BY SIZE
        '  SKIPPED BY OPERATOR: ' DELIMITED BY SIZE
        WS-SKIPPED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE ALERT-RECORD FROM WS-REPORT-LINE.
    CLOSE ALERT-FILE.
    DISPLAY 'JOBS CHECKED: ' WS-JOBS-CHECKED
        '  ALERTS: ' WS-ALERT-COUNT
        '  SKIPPED BY OPERATOR: ' WS-SKIPPED-COUNT.
    IF WS-ALERT-COUNT > 0
     MOVE 8 TO RETURN-CODE
    END-IF.
       ADD 1 TO WS-JOBS-CHECKED
       PERFORM PARSE-ONE-JOB
       PERFORM DECIDE-IF-DUE-TODAY
       PERFORM APPLY-OPERATOR-OVERRIDE
       IF WS-JOB-DUE AND WS-JOB-DEADLINE > 0
           AND WS-NOW-HHMM > WS-JOB-DEADLINE
        PERFORM CHECK-COMPLETION-IN-SCHEDLOG
    MOVE SPACES TO WS-JOB-PARAMETER.
    MOVE SPACES TO WS-JOB-STEP-LIST.
    MOVE SPACES TO WS-JOB-DEADLINE-TEXT.
    MOVE SPACES TO WS-JOB-CALENDAR.
    UNSTRING JOB-DEFS-RECORD DELIMITED BY ','
        INTO WS-JOB-NAME WS-JOB-FREQUENCY WS-JOB-RUN-DAY-TEXT
             WS-JOB-PARAMETER WS-JOB-STEP-LIST
             WS-JOB-DEADLINE-TEXT WS-JOB-OTHER-FIELD
             WS-JOB-OTHER-FIELD WS-JOB-OTHER-FIELD
             WS-JOB-OTHER-FIELD WS-JOB-OTHER-FIELD
             WS-JOB-CALENDAR.
    IF WS-JOB-RUN-DAY-TEXT(1:1) IS NUMERIC
     MOVE WS-JOB-RUN-DAY-TEXT(1:1) TO WS-JOB-RUN-DAY
    ELSE
    ELSE
     MOVE 0 TO WS-JOB-DEADLINE
    END-IF.
* A step that runs ONLY after a failure is recovery, not the end of
* a good run, so the final step is the last one that is not.
    PERFORM SPLIT-JOB-STEPS.
    MOVE SPACES TO WS-FINAL-STEP.
    PERFORM VARYING JOBSTEP-INDEX FROM 1 BY 1
        UNTIL JOBSTEP-INDEX > JOBSTEP-COUNT
     IF JOBSTEP-PROGRAM(JOBSTEP-INDEX) NOT = SPACES
         AND NOT JOBSTEP-ONLY(JOBSTEP-INDEX)
      MOVE JOBSTEP-PROGRAM(JOBSTEP-INDEX) TO WS-FINAL-STEP
     END-IF
    END-PERFORM.

SPLIT-JOB-STEPS.
    COPY "jobstep-parse.cpy"
        REPLACING ==:JOBSTEP-STEP-LIST:== BY ==WS-JOB-STEP-LIST==
                   ==:JOBSTEP-JOB-PARAMETER:== BY ==WS-JOB-PARAMETER==.

DECIDE-IF-DUE-TODAY.
* The scheduler's calendar rules, asked of the shared date
* subprogram: the monitor only judges jobs the scheduler would have
* started today, on the job's own holiday calendar when it names
* one.
    MOVE 'N' TO WS-JOB-DUE-FLAG.
    MOVE WS-JOB-CALENDAR TO DATECALC-CALENDAR.
    PERFORM COMPUTE-CALENDAR-FACTS.
    EVALUATE WS-JOB-FREQUENCY
     WHEN 'DAILY'
      IF WS-BUSINESS-TODAY-FLAG = 'Y'
      IF WS-TODAY-DATE = WS-LAST-BUSINESS-DAY
       SET WS-JOB-DUE TO TRUE
      END-IF
     WHEN 'PERIODEND'
      MOVE 'LBP' TO DATECALC-OPERATION
      MOVE WS-TODAY-DATE TO DATECALC-DATE-1
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      IF DATECALC-RESULT-DATE = WS-TODAY-DATE
       SET WS-JOB-DUE TO TRUE
      END-IF
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

APPLY-OPERATOR-OVERRIDE.
    PERFORM CHECK-JOB-OVERRIDE.
    EVALUATE TRUE
     WHEN JOBCTL-SKIP AND WS-JOB-DUE
      MOVE 'N' TO WS-JOB-DUE-FLAG
      ADD 1 TO WS-SKIPPED-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  ' DELIMITED BY SIZE
          WS-JOB-NAME DELIMITED BY SIZE
          ' SKIPPED TODAY BY OPERATOR ' DELIMITED BY SIZE
          JOBCTL-OPERATOR DELIMITED BY SPACE
          ' - ' DELIMITED BY SIZE
          JOBCTL-REASON DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      WRITE ALERT-RECORD FROM WS-REPORT-LINE
     WHEN JOBCTL-FORCE
     WHEN JOBCTL-RERUN
      SET WS-JOB-DUE TO TRUE
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

CHECK-JOB-OVERRIDE.
    COPY "jobctl-check.cpy"
        REPLACING ==:JOBCTL-BUSINESS-DATE:== BY ==WS-TODAY-DATE==
                   ==:JOBCTL-JOB-NAME:==      BY ==WS-JOB-NAME==.

CHECK-COMPLETION-IN-SCHEDLOG.
* The scheduler's own COMPLETED decision for the job today is the
* primary completion evidence - it covers steps that legitimately
        - FUNCTION INTEGER(WS-JOB-DEADLINE / 100) * 60
        - FUNCTION MOD(WS-JOB-DEADLINE 100).
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 1 TO WS-REPORT-POINTER.
    STRING '* ' DELIMITED BY SIZE
        WS-JOB-NAME DELIMITED BY SIZE
        ' DUE BY ' DELIMITED BY SIZE
        ' - NO COMPLETION, ' DELIMITED BY SIZE
        WS-MINUTES-LATE DELIMITED BY SIZE
        ' MINUTE(S) LATE. LAST SUCCESS: ' DELIMITED BY SIZE
        WS-LAST-SUCCESS-DATE DELIMITED BY SPACE
        INTO WS-REPORT-LINE WITH POINTER WS-REPORT-POINTER.
    IF JOBCTL-HOLD
     STRING ' - ON HOLD BY OPERATOR ' DELIMITED BY SIZE
         JOBCTL-OPERATOR DELIMITED BY SPACE
         INTO WS-REPORT-LINE WITH POINTER WS-REPORT-POINTER
    END-IF.
    WRITE ALERT-RECORD FROM WS-REPORT-LINE.
    DISPLAY WS-REPORT-LINE.
* The alert also goes out as a cataloged message, which lands it on
