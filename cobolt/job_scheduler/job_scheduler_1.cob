*   MONTHEND - due on the last business day of the month, which is
*              how a month-end that lands on a weekend or holiday
*              still gets its run instead of being skipped
*   PERIODEND - due on the last business day of the fiscal period
*              on the fiscal calendar FISCALCAL.TXT, asked of
*              DATEROUTINES on the job's own holiday calendar; a
*              date in no period on file is never period-end
*   ARRIVAL  - due when the file it names has arrived today: logged
*              VERIFIED by GATEWAY-INBOUND in XMITLOG.TXT, or
*              registered in the dataset catalog by today's run
*
* JOBDEFS.TXT record layout (comma delimited):
*   job-name,frequency,run-day,job-parameter,step1;...;step5,
*   deadline,owning-department,depends-on(;-separated job names),
*   datasets-written(;-separated file names),arrival-file,
*   latest-arrival(HHMM),holiday-calendar
* The trailing deadline (HHMM) is optional; the scheduler ignores it,
* but SCHEDULE-MONITOR uses it to raise an alert when a due job has
* no completion record by that time. The owning-department code is
* reconciles.
* A forecast mode answers the what-if questions the paper calendar
* used to: it walks a future date range against JOBDEFS.TXT and
* HOLIDAYS.TXT using the very same DAILY/WEEKLY/MONTHEND/PERIODEND
* logic the decision pass applies for real, and prints per business
* day the jobs that will fall due - so staffing and freeze planning
* stop being guesswork. A forecast runs nothing and logs nothing.
* The night no longer has to run one job at a time. Asked for more
* than one initiator, the decision pass queues the due jobs in
* INITQUEUE.TXT instead of running them and starts that many copies
* of this program in initiator mode side by side; each initiator
* takes the first queued job whose predecessors have completed -
* jobs with no depends-on start as soon as an initiator is free -
* runs it, and logs its own decisions in SCHEDLOG.TXT tagged INIT=n.
* The queue and SCHEDLOG.TXT are serialized through DSLOCK, and an
* initiator ends when nothing is running and nothing left can start.
* The scheduler then settles the queue: completions and failures
* are counted and anything never started is reported as held, as
* the serial release passes do. One initiator is the serial run.
* An optional ninth JOBDEFS field names the datasets a job writes
* (;-separated, up to five); the job holds a DSLOCK lock on each of
* them while it runs, so two jobs writing the same master never run
* at once - a job that finds one in use goes back on the queue and
* is retried, failing after three tries, and in a serial run it
* fails at once. Shared files the steps already lock line by line
* (AUDITLOG.TXT, BALANCE.TXT, WORKQUEUE.TXT) are not named there.
* Operator overrides entered through the JOB-CONTROL console in
* JOBCTL.TXT are honored for their business date, in the decision
* pass and in the forecast alike: HOLD keeps a due job from starting
* (its successors wait on it), SKIP passes over a due run with the
* operator's reason and lets its successors go ahead, FORCE makes a
* job due that is not, and RERUN runs a job again. A job that
* already shows COMPLETED for today is otherwise not run a second
* time, so restarting the scheduler after a failure picks up only
* what is left. Every override decision names the operator in
* SCHEDLOG.TXT.
* A partner-fed job no longer has to run at a fixed hour and fail
* when the file is late. An ARRIVAL job names its file in the tenth
* JOBDEFS field; on a business day it waits for the file instead of
* running, the release passes look for it again every poll interval
* while anything is still awaited, and it starts as soon as the
* file is there. The eleventh field is the latest acceptable arrival
* time (blank = 2359): once it has gone by without the file the job
* is given up for the day, logged NOT RUN, and an alert is posted to
* the alert manager's ALERTS.TXT with a cataloged message, instead of
* the scheduler waiting forever. A file that turns up on a day off
* still runs its job, but nobody waits for one on a day off, and the
* forecast shows an ARRIVAL job on every business day.
* A step in the step list may carry its own parameter and a run
* condition on earlier steps' condition codes, written
* PROGRAM|parameter|condition (see JOBSTEP-WS.CPY): RCnLTv, RCnEQv
* and RCnGTv test step n's code, EVEN runs the step after a failure
* as well, and ONLY runs it only after one. A step with no parameter
* gets the job's parameter from the fourth field; the step finds it
* in RUN-ID-STEP-PARAMETER. A nonzero code that a later step's
* condition was written to catch no longer fails the job, and each
* step's decision - run or bypassed, the condition that decided it,
* and the code it ended with - is logged in SCHEDLOG.TXT.
* The twelfth JOBDEFS field names the holiday calendar a job keeps
* (blank = the house calendar HOLIDAYS.TXT): a job feeding a
* Swedish partner or a TARGET2 settlement is due, rolled and
* month-ended on that calendar's business days, through the named
* calendars of DATEROUTINES, in the decision pass and the forecast
* alike. The banner's month-end business day stays the house one.
* The command that starts an initiator is no longer written into the
* program: a SETTING,INITIATOR-COMMAND,<command> line in JOBCTL.TXT
* names it (see JOBCTL-SELECT.CPY), so a site that runs the
* scheduler as a built executable, or under another launcher, says
* so there; the initiator's own input and console files are added
* to it. More than one initiator needs the line: without it the
* console says so and the day's stream runs serially in this one
* process.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT SCHED-LOG-FILE ASSIGN TO 'SCHEDLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SCHED-LOG-STATUS.
    SELECT INIT-QUEUE-FILE ASSIGN TO 'INITQUEUE.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-INIT-QUEUE-STATUS.
    SELECT INITIATOR-INPUT-FILE ASSIGN TO WS-INITIATOR-INPUT-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-INITIATOR-INPUT-STATUS.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "jobctl-select.cpy".
    SELECT XMIT-LOG-FILE ASSIGN TO 'XMITLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-XMIT-LOG-STATUS.
    COPY "catalog-select.cpy".
    COPY "alert-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  SCHED-LOG-FILE.
01  SCHED-LOG-RECORD PIC X(150).

FD  INIT-QUEUE-FILE.
* One WS-QU-ENTRY, byte for byte; the two lengths move together.
01  INIT-QUEUE-RECORD PIC X(436).

FD  INITIATOR-INPUT-FILE.
01  INITIATOR-INPUT-RECORD PIC X(10).

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "jobctl-fd.cpy".

FD  XMIT-LOG-FILE.
01  XMIT-LOG-RECORD PIC X(160).

COPY "catalog-fd.cpy".
COPY "alert-fd.cpy".

WORKING-STORAGE SECTION.
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "jobctl-ws.cpy".
COPY "catalog-ws.cpy".
COPY "alert-ws.cpy".
COPY "msgissue-linkage.cpy".
01  WS-JOB-DEFS-STATUS PIC X(02).
01  WS-SCHED-LOG-STATUS PIC X(02).
COPY "dateroutines-linkage.cpy".
    05  WS-NM-MONTH PIC 9(02).
    05  WS-NM-DAY PIC 9(02).
01  WS-LAST-BUSINESS-DAY PIC 9(08) VALUE 0.
01  WS-JOB-MONTH-END PIC 9(08) VALUE 0.
01  WS-BUSINESS-DAY-FLAG PIC X VALUE 'N'.
    88  WS-IS-BUSINESS-DAY VALUE 'Y'.

01  WS-JOB-DEFS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-JOB-DEFS-EOF VALUE 'Y'.
01  WS-JOB-NAME PIC X(20).
01  WS-JOB-FREQUENCY PIC X(09).
01  WS-JOB-RUN-DAY-TEXT PIC X(02).
01  WS-JOB-RUN-DAY PIC 9(01) VALUE 0.
01  WS-JOB-PARAMETER PIC X(40).
01  WS-JOB-DEADLINE-TEXT PIC X(04).
01  WS-JOB-DEPARTMENT PIC X(10).
01  WS-JOB-DEPENDS-LIST PIC X(100).
01  WS-JOB-DATASET-LIST PIC X(100).
01  WS-JOB-ARRIVAL-FILE PIC X(40).
01  WS-JOB-LATEST-TEXT PIC X(04).
01  WS-JOB-CALENDAR PIC X(08) VALUE SPACES.
01  WS-JOB-DUE-FLAG PIC X VALUE 'N'.
    88  WS-JOB-DUE VALUE 'Y'.
01  WS-JOB-AWAITING-FLAG PIC X VALUE 'N'.
    88  WS-JOB-AWAITING VALUE 'Y'.
01  WS-JOB-DECISION PIC X(80).

COPY "jobstep-ws.cpy".
01  WS-STEP-RETURN-CODE PIC S9(04) VALUE 0.
01  WS-STEP-LOG-POINTER PIC 9(03) VALUE 1.
01  WS-JOB-ABORT-FLAG PIC X VALUE 'N'.
    88  WS-JOB-ABORTED VALUE 'Y'.

01  WS-MODE-CHOICE PIC X VALUE 'R'.
    88  WS-FORECAST-MODE VALUE 'F'.
    88  WS-INITIATOR-MODE VALUE 'I'.
01  WS-FORECAST-FROM PIC 9(08) VALUE 0.
01  WS-FORECAST-TO PIC 9(08) VALUE 0.
01  WS-FORECAST-INTEGER PIC 9(08) VALUE 0.
01  WS-FJ-TABLE.
    05  WS-FJ-ENTRY OCCURS 50 TIMES.
        10  WS-FJ-NAME PIC X(20).
        10  WS-FJ-FREQUENCY PIC X(09).
        10  WS-FJ-RUN-DAY PIC 9(01).
        10  WS-FJ-ARRIVAL-FILE PIC X(40).
        10  WS-FJ-LATEST PIC X(04).
        10  WS-FJ-CALENDAR PIC X(08).
01  WS-FJ-COUNT PIC 9(02) VALUE 0.
01  WS-FJ-INDEX PIC 9(02) VALUE 0.
01  WS-DAY-DUE-COUNT PIC 9(02) VALUE 0.

* Due jobs waiting on predecessors park here between release
* passes; a released job runs with its fields restored from the
* table exactly as the main sweep would have run it. State H held,
* R released, A awaiting its arrival file, X file never arrived.
01  WS-HELD-TABLE.
    05  WS-HD-ENTRY OCCURS 20 TIMES.
        10  WS-HD-NAME PIC X(20).
        10  WS-HD-PARAMETER PIC X(40).
        10  WS-HD-STEP-LIST PIC X(120).
        10  WS-HD-DEPENDS PIC X(100).
        10  WS-HD-DATASETS PIC X(100).
        10  WS-HD-ARRIVAL-FILE PIC X(40).
        10  WS-HD-LATEST PIC X(04).
        10  WS-HD-STATE PIC X(01).
01  WS-HELD-COUNT PIC 9(02) VALUE 0.
01  WS-HD-INDEX PIC 9(02) VALUE 0.
01  WS-RELEASED-THIS-PASS PIC 9(02) VALUE 0.
01  WS-RELEASE-PASS PIC 9(02) VALUE 0.
01  WS-STILL-HELD PIC 9(02) VALUE 0.
01  WS-AWAITING-COUNT PIC 9(02) VALUE 0.
01  WS-ARRIVAL-POLL-COMMAND PIC X(20) VALUE 'sleep 60'.
01  WS-FILE-ARRIVED-FLAG PIC X VALUE 'N'.
    88  WS-FILE-ARRIVED VALUE 'Y'.
01  WS-ARRIVAL-SOURCE PIC X(08).
01  WS-ARRIVAL-LATE-FLAG PIC X VALUE 'N'.
    88  WS-ARRIVAL-LATE VALUE 'Y'.
01  WS-NOW-TIME.
    05  WS-NOW-HHMM PIC X(04).
    05  FILLER PIC X(04).
01  WS-ALERT-TEXT PIC X(120).
01  WS-XMIT-LOG-STATUS PIC X(02).
01  WS-XMIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-XMIT-EOF VALUE 'Y'.
01  WS-XL-DIRECTION PIC X(03).
01  WS-XL-NAME PIC X(100).
01  WS-XL-COUNT PIC X(10).
01  WS-XL-CHECKSUM PIC X(10).
01  WS-XL-RUN-STAMP PIC X(13).
01  WS-XL-STATE PIC X(08).
01  WS-SKIPPED-COUNTS-FLAG PIC X VALUE 'Y'.
    88  WS-SKIPPED-COUNTS VALUE 'Y'.
01  WS-OVERRIDE-APPLIED-FLAG PIC X VALUE 'N'.
    88  WS-OVERRIDE-APPLIED VALUE 'Y'.
01  WS-DEPENDS-MET-FLAG PIC X VALUE 'Y'.
    88  WS-DEPENDS-MET VALUE 'Y'.
01  WS-BLOCKING-NAME PIC X(20).
01  WS-JOBS-READ PIC 9(04) VALUE 0.
01  WS-JOBS-RUN PIC 9(04) VALUE 0.
01  WS-JOBS-FAILED PIC 9(04) VALUE 0.
01  WS-JOBS-MISSED PIC 9(04) VALUE 0.
01  WS-SCHED-LOG-LINE PIC X(150).
01  WS-SCHED-LOG-POINTER PIC 9(03) VALUE 1.

* Parallel initiators. The scheduler itself is initiator 0; the
* copies it starts are numbered from 1 and read their mode and
* number from INITIATORn.IN.
01  WS-INITIATOR-COUNT PIC 9(01) VALUE 1.
01  WS-INITIATOR-TEXT PIC X(02).
01  WS-INITIATOR-NUMBER PIC 9(01) VALUE 0.
01  WS-INITIATOR-SLOT PIC 9(02) VALUE 0.
01  WS-INITIATOR-DONE-FLAG PIC X VALUE 'N'.
    88  WS-INITIATOR-DONE VALUE 'Y'.
01  WS-INITIATOR-INPUT-NAME PIC X(20).
01  WS-INITIATOR-INPUT-STATUS PIC X(02).
01  WS-INITIATOR-OPERATOR PIC X(20).
01  WS-SHELL-COMMAND PIC X(1000).
01  WS-COMMAND-POINTER PIC 9(04) VALUE 1.
01  WS-INITIATOR-LAUNCH PIC X(60) VALUE SPACES.
01  WS-SETTING-TAG PIC X(08).
01  WS-SETTING-NAME PIC X(20).
01  WS-SETTING-POINTER PIC 9(03) VALUE 1.
01  WS-SLEEP-COMMAND PIC X(20) VALUE 'sleep 1'.
01  WS-INIT-QUEUE-STATUS PIC X(02).
01  WS-INIT-QUEUE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-INIT-QUEUE-EOF VALUE 'Y'.
* One entry per queued job, saved as one INITQUEUE.TXT line. State W
* waiting, A active on initiator QU-INITIATOR, C completed, F failed,
* X arrival file never came. A waiting job with QU-ARRIVAL-FILE set
* still awaits that file.
01  WS-QUEUE-TABLE.
    05  WS-QU-ENTRY OCCURS 50 TIMES.
        10  WS-QU-STATE PIC X(01).
        10  WS-QU-INITIATOR PIC 9(01).
        10  WS-QU-TRIES PIC 9(01).
        10  WS-QU-NAME PIC X(20).
        10  WS-QU-FREQUENCY PIC X(09).
        10  WS-QU-PARAMETER PIC X(40).
        10  WS-QU-STEP-LIST PIC X(120).
        10  WS-QU-DEPENDS PIC X(100).
        10  WS-QU-DATASETS PIC X(100).
        10  WS-QU-ARRIVAL-FILE PIC X(40).
        10  WS-QU-LATEST PIC X(04).
01  WS-QU-COUNT PIC 9(02) VALUE 0.
01  WS-QU-INDEX PIC 9(02) VALUE 0.
01  WS-QU-PICKED PIC 9(02) VALUE 0.
01  WS-QU-ACTIVE PIC 9(02) VALUE 0.
01  WS-QU-AWAITING PIC 9(02) VALUE 0.
01  WS-QU-CHANGED-FLAG PIC X VALUE 'N'.
    88  WS-QU-CHANGED VALUE 'Y'.
01  WS-INITIATOR-JOBS PIC 9(04) VALUE 0.

* Datasets the running job writes, held under DSLOCK while it runs.
01  WS-DATASET-TABLE.
    05  WS-DATASET-NAME PIC X(40) OCCURS 5 TIMES.
01  WS-DATASET-INDEX PIC 9(01) VALUE 0.
01  WS-DATASETS-HELD PIC 9(01) VALUE 0.
01  WS-BUSY-DATASET PIC X(40).
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==DATASET-LOCK==.
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==INITQUEUE-LOCK==.
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==SCHEDLOG-LOCK==.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Mode (R=run today, F=forecast a date range, '
        'I=initiator - started by the scheduler): ' WITH NO ADVANCING.
    ACCEPT WS-MODE-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-MODE-CHOICE) TO WS-MODE-CHOICE.
    IF WS-FORECAST-MODE
     PERFORM FORECAST-DATE-RANGE
     STOP RUN
    END-IF.
    IF WS-INITIATOR-MODE
     PERFORM RUN-AS-INITIATOR
     STOP RUN
    END-IF.
    DISPLAY 'Initiators to run in parallel (1-9, blank = 1): '
        WITH NO ADVANCING.
    ACCEPT WS-INITIATOR-TEXT.
    IF WS-INITIATOR-TEXT(1:1) IS NUMERIC
        AND WS-INITIATOR-TEXT(1:1) NOT = '0'
     MOVE WS-INITIATOR-TEXT(1:1) TO WS-INITIATOR-COUNT
    END-IF.
    IF WS-INITIATOR-COUNT > 1
     PERFORM LOAD-INITIATOR-LAUNCH
     IF WS-INITIATOR-LAUNCH = SPACES
      DISPLAY 'NO SETTING,INITIATOR-COMMAND LINE IN JOBCTL.TXT - '
          'RUNNING THE STREAM SERIALLY IN THIS PROCESS.'
      MOVE 1 TO WS-INITIATOR-COUNT
     END-IF
    END-IF.
    MOVE 'JOB-SCHEDULER' TO WS-INITIATOR-OPERATOR.
    PERFORM SET-PARENT-RUN-MARKER.
    MOVE RUN-ID-CURRENT-DATE TO WS-TODAY-DATE.
    COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
    DISPLAY 'SCHEDULING DATE : ' WS-TODAY-DATE.
    DISPLAY 'DAY OF WEEK     : ' WS-TODAY-DOW ' (1=MON .. 7=SUN)'.
    DISPLAY 'MONTH-END B-DAY : ' WS-LAST-BUSINESS-DAY.
    DISPLAY 'INITIATORS      : ' WS-INITIATOR-COUNT.
    DISPLAY '========================================'.

    OPEN INPUT JOB-DEFS-FILE.
     CLOSE JOB-DEFS-FILE
    END-IF.

    IF WS-INITIATOR-COUNT > 1
     PERFORM RUN-PARALLEL-INITIATORS
    ELSE
     PERFORM RUN-RELEASE-PASSES
    END-IF.
    DISPLAY '----------------------------------------'.
    DISPLAY 'JOBS EXAMINED : ' WS-JOBS-READ.
    DISPLAY 'JOBS RUN      : ' WS-JOBS-RUN.
    DISPLAY 'JOBS FAILED   : ' WS-JOBS-FAILED.
    DISPLAY 'FILES MISSED  : ' WS-JOBS-MISSED.
    IF WS-JOBS-MISSED > 0
     MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-JOBS-FAILED > 0
     MOVE 8 TO RETURN-CODE
     MOVE 'FAILED' TO WS-AUDIT-OUTCOME

CHECK-BUSINESS-DAY.
* Expects WS-WORK-DATE already set; answers in WS-BUSINESS-DAY-FLAG.
* The weekend/holiday decision (against HOLIDAYS.TXT, or the job's
* own calendar) lives in the shared DATEROUTINES subprogram the
* whole suite uses.
    MOVE 'IBD' TO DATECALC-OPERATION.
    MOVE WS-WORK-DATE TO DATECALC-DATE-1.
    MOVE WS-JOB-CALENDAR TO DATECALC-CALENDAR.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE DATECALC-BUSINESS-FLAG TO WS-BUSINESS-DAY-FLAG.

FIND-LAST-BUSINESS-DAY-OF-MONTH.
* The house calendar's month-end business day, before any job's own
* calendar is in play.
    MOVE SPACES TO WS-JOB-CALENDAR.
    PERFORM WALK-TO-LAST-BUSINESS-DAY.
    MOVE WS-WORK-DATE TO WS-LAST-BUSINESS-DAY.

WALK-TO-LAST-BUSINESS-DAY.
* Last calendar day of this month is the day before the first of
* next month; from there walk backwards over weekends and holidays.
    MOVE WS-TODAY-DATE TO WS-NEXT-MONTH-DATE.
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER) TO WS-WORK-DATE.
    PERFORM CHECK-BUSINESS-DAY.
    PERFORM STEP-BACK-TO-BUSINESS-DAY UNTIL WS-IS-BUSINESS-DAY.

STEP-BACK-TO-BUSINESS-DAY.
    SUBTRACT 1 FROM WS-WORK-INTEGER.
       ADD 1 TO WS-JOBS-READ
       PERFORM PARSE-JOB-DEFINITION
       PERFORM DECIDE-IF-JOB-IS-DUE
       PERFORM APPLY-OPERATOR-OVERRIDE
       IF (WS-JOB-DUE OR WS-JOB-AWAITING) AND NOT JOBCTL-RERUN
        PERFORM CHECK-ALREADY-COMPLETED
       END-IF
       PERFORM RECORD-SCHEDULING-DECISION
       IF WS-JOB-AWAITING
        IF WS-INITIATOR-COUNT > 1
         PERFORM QUEUE-DUE-JOB
        ELSE
         PERFORM PARK-JOB-AWAITING-ARRIVAL
        END-IF
       END-IF
       IF WS-JOB-DUE
        IF WS-INITIATOR-COUNT > 1
         PERFORM QUEUE-DUE-JOB
        ELSE
         IF WS-JOB-DEPENDS-LIST = SPACES
          PERFORM RUN-ONE-DUE-JOB
         ELSE
          PERFORM CHECK-PREDECESSORS-MET
          IF WS-DEPENDS-MET
           PERFORM RUN-ONE-DUE-JOB
          ELSE
           PERFORM PARK-JOB-AS-HELD
          END-IF
         END-IF
        END-IF
       END-IF
    MOVE SPACES TO WS-JOB-STEP-LIST.
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
    IF WS-JOB-LATEST-TEXT IS NOT NUMERIC
     MOVE '2359' TO WS-JOB-LATEST-TEXT
    END-IF.
    IF WS-JOB-RUN-DAY-TEXT(1:1) IS NUMERIC
     MOVE WS-JOB-RUN-DAY-TEXT(1:1) TO WS-JOB-RUN-DAY
    ELSE
     MOVE 0 TO WS-JOB-RUN-DAY
    END-IF.

DECIDE-IF-JOB-IS-DUE.
    MOVE 'N' TO WS-JOB-DUE-FLAG.
    MOVE 'N' TO WS-JOB-AWAITING-FLAG.
    MOVE WS-TODAY-DATE TO WS-WORK-DATE.
    MOVE WS-TODAY-INTEGER TO WS-WORK-INTEGER.
    PERFORM CHECK-BUSINESS-DAY.
     WHEN 'WEEKLY'
      PERFORM DECIDE-WEEKLY-JOB
     WHEN 'MONTHEND'
      IF WS-JOB-CALENDAR = SPACES
       MOVE WS-LAST-BUSINESS-DAY TO WS-JOB-MONTH-END
      ELSE
       PERFORM WALK-TO-LAST-BUSINESS-DAY
       MOVE WS-WORK-DATE TO WS-JOB-MONTH-END
      END-IF
      IF WS-TODAY-DATE = WS-JOB-MONTH-END
       MOVE 'Y' TO WS-JOB-DUE-FLAG
       MOVE 'DUE - LAST BUSINESS DAY OF MONTH' TO WS-JOB-DECISION
      ELSE
       MOVE 'NOT DUE - NOT MONTH-END' TO WS-JOB-DECISION
      END-IF
     WHEN 'PERIODEND'
      PERFORM DECIDE-PERIOD-END-JOB
     WHEN 'ARRIVAL'
      PERFORM DECIDE-ARRIVAL-JOB
     WHEN OTHER
      MOVE 'NOT DUE - UNKNOWN FREQUENCY' TO WS-JOB-DECISION
    END-EVALUATE.

DECIDE-PERIOD-END-JOB.
* The fiscal calendar, not the month, sets the day: DATEROUTINES
* answers the last business day of the period today falls in.
    MOVE 'LBP' TO DATECALC-OPERATION.
    MOVE WS-TODAY-DATE TO DATECALC-DATE-1.
    MOVE WS-JOB-CALENDAR TO DATECALC-CALENDAR.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    EVALUATE TRUE
     WHEN DATECALC-RESULT-DATE = 0
      MOVE 'NOT DUE - NO FISCAL PERIOD ON FILE' TO WS-JOB-DECISION
     WHEN DATECALC-RESULT-DATE = WS-TODAY-DATE
      MOVE 'Y' TO WS-JOB-DUE-FLAG
      MOVE 'DUE - LAST BUSINESS DAY OF FISCAL PERIOD'
          TO WS-JOB-DECISION
     WHEN OTHER
      MOVE 'NOT DUE - NOT PERIOD-END' TO WS-JOB-DECISION
    END-EVALUATE.

DECIDE-WEEKLY-JOB.
* Due on the named run day; when that day is a holiday the job rolls
* forward, so it is also due on the first business day after a
     END-IF
    END-IF.

DECIDE-ARRIVAL-JOB.
* The forecast cannot know when a file will come, so it shows the
* job on every business day with the file and the time it waits to.
    IF WS-FORECAST-MODE
     IF WS-IS-BUSINESS-DAY
      MOVE 'Y' TO WS-JOB-DUE-FLAG
      MOVE SPACES TO WS-JOB-DECISION
      STRING 'DUE ON ARRIVAL OF ' DELIMITED BY SIZE
          WS-JOB-ARRIVAL-FILE DELIMITED BY SPACE
          ' - LATEST ' DELIMITED BY SIZE
          WS-JOB-LATEST-TEXT DELIMITED BY SIZE
          INTO WS-JOB-DECISION
     ELSE
      MOVE 'NOT DUE - NOT A BUSINESS DAY' TO WS-JOB-DECISION
     END-IF
    ELSE
     PERFORM CHECK-FILE-ARRIVED
     EVALUATE TRUE
      WHEN WS-FILE-ARRIVED
       MOVE 'Y' TO WS-JOB-DUE-FLAG
       PERFORM DESCRIBE-FILE-ARRIVAL
      WHEN WS-IS-BUSINESS-DAY
       MOVE 'Y' TO WS-JOB-AWAITING-FLAG
       MOVE SPACES TO WS-JOB-DECISION
       STRING 'WAITING FOR FILE ' DELIMITED BY SIZE
           WS-JOB-ARRIVAL-FILE DELIMITED BY SPACE
           ' - LATEST ' DELIMITED BY SIZE
           WS-JOB-LATEST-TEXT DELIMITED BY SIZE
           INTO WS-JOB-DECISION
      WHEN OTHER
       MOVE 'NOT DUE - NO FILE, NOT A BUSINESS DAY'
           TO WS-JOB-DECISION
     END-EVALUATE
    END-IF.

DESCRIBE-FILE-ARRIVAL.
    MOVE SPACES TO WS-JOB-DECISION.
    STRING 'DUE - FILE ' DELIMITED BY SIZE
        WS-JOB-ARRIVAL-FILE DELIMITED BY SPACE
        ' ARRIVED (' DELIMITED BY SIZE
        WS-ARRIVAL-SOURCE DELIMITED BY SPACE
        ')' DELIMITED BY SIZE
        INTO WS-JOB-DECISION.

CHECK-FILE-ARRIVED.
* Arrived means today's date on the evidence: an inbound XMITLOG.TXT
* line for the file that GATEWAY-INBOUND verified under a run of
* today, or a catalog entry registered by a run of today. A RECEIVED
* or BAD arrival does not release the job.
    MOVE 'N' TO WS-FILE-ARRIVED-FLAG.
    MOVE SPACES TO WS-ARRIVAL-SOURCE.
    MOVE 'N' TO WS-XMIT-EOF-FLAG.
    OPEN INPUT XMIT-LOG-FILE.
    IF WS-XMIT-LOG-STATUS NOT = '00'
     SET WS-XMIT-EOF TO TRUE
    END-IF.
    PERFORM WEIGH-ONE-XMITLOG-LINE
        UNTIL WS-XMIT-EOF OR WS-FILE-ARRIVED.
    IF WS-XMIT-LOG-STATUS = '00' OR WS-XMIT-LOG-STATUS = '10'
     CLOSE XMIT-LOG-FILE
    END-IF.
    IF WS-FILE-ARRIVED
     MOVE 'XMITLOG' TO WS-ARRIVAL-SOURCE
    ELSE
     OPEN INPUT DATASET-CATALOG-FILE
     IF CATALOG-FILE-STATUS = '00'
      MOVE WS-JOB-ARRIVAL-FILE TO CATALOG-FILE-KEY
      READ DATASET-CATALOG-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        IF CATALOG-RUN-STAMP(1:8) = WS-TODAY-DATE
         SET WS-FILE-ARRIVED TO TRUE
         MOVE 'CATALOG' TO WS-ARRIVAL-SOURCE
        END-IF
      END-READ
      CLOSE DATASET-CATALOG-FILE
     END-IF
    END-IF.

WEIGH-ONE-XMITLOG-LINE.
    READ XMIT-LOG-FILE
     AT END
      SET WS-XMIT-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-XL-DIRECTION
      MOVE SPACES TO WS-XL-NAME
      MOVE SPACES TO WS-XL-RUN-STAMP
      MOVE SPACES TO WS-XL-STATE
      UNSTRING XMIT-LOG-RECORD DELIMITED BY ','
          INTO WS-XL-DIRECTION WS-XL-NAME WS-XL-COUNT
               WS-XL-CHECKSUM WS-XL-RUN-STAMP WS-XL-STATE
      IF WS-XL-DIRECTION = 'IN'
          AND WS-XL-NAME = WS-JOB-ARRIVAL-FILE
          AND WS-XL-STATE = 'VERIFIED'
          AND WS-XL-RUN-STAMP(1:8) = WS-TODAY-DATE
       SET WS-FILE-ARRIVED TO TRUE
      END-IF
    END-READ.

CHECK-ARRIVAL-DEADLINE.
    MOVE 'N' TO WS-ARRIVAL-LATE-FLAG.
    ACCEPT WS-NOW-TIME FROM TIME.
    IF WS-NOW-HHMM > WS-JOB-LATEST-TEXT
     SET WS-ARRIVAL-LATE TO TRUE
    END-IF.

GIVE-UP-ON-ARRIVAL.
* The latest acceptable arrival has gone by: the job is not run
* today, its successors stay blocked by it, and the night is told
* through the alert manager and the central console log.
    ADD 1 TO WS-JOBS-MISSED.
    MOVE SPACES TO WS-JOB-DECISION.
    STRING 'NOT RUN - FILE ' DELIMITED BY SIZE
        WS-JOB-ARRIVAL-FILE DELIMITED BY SPACE
        ' NOT ARRIVED BY ' DELIMITED BY SIZE
        WS-JOB-LATEST-TEXT DELIMITED BY SIZE
        INTO WS-JOB-DECISION.
    PERFORM RECORD-SCHEDULING-DECISION.
    MOVE 'JOB-SCHEDULER' TO MSGISSUE-PROGRAM.
    MOVE WS-INITIATOR-OPERATOR TO MSGISSUE-OPERATOR.
    MOVE 'FMS0013' TO MSGISSUE-ID.
    MOVE WS-JOB-ARRIVAL-FILE TO MSGISSUE-SUB-1.
    MOVE WS-JOB-NAME TO MSGISSUE-SUB-2.
    CALL 'MSGISSUE' USING MSGISSUE-REQUEST.
    MOVE SPACES TO WS-ALERT-TEXT.
    STRING 'JOB ' DELIMITED BY SIZE
        WS-JOB-NAME DELIMITED BY SPACE
        ' NOT RUN - FILE ' DELIMITED BY SIZE
        WS-JOB-ARRIVAL-FILE DELIMITED BY SPACE
        ' NOT ARRIVED BY ' DELIMITED BY SIZE
        WS-JOB-LATEST-TEXT DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        WS-TODAY-DATE DELIMITED BY SIZE
        INTO WS-ALERT-TEXT.
    PERFORM POST-ONE-ALERT.

POST-ONE-ALERT.
    COPY "alert-post.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='JOB-SCHEDULER'==
                   ==:ALERT-TEXT:==   BY ==WS-ALERT-TEXT==.

CHECK-MISSED-WEEKLY-RUN-DAY.
* Walk back from yesterday to this week's run day; if every day in
* between (the run day included) was a non-business day, today is
     MOVE 'NOT DUE - RAN EARLIER THIS WEEK' TO WS-JOB-DECISION
    END-IF.

APPLY-OPERATOR-OVERRIDE.
* The override standing for this job today, if any, has the last
* word over the calendar: the decision names the operator and the
* reason they gave.
    MOVE 'N' TO WS-OVERRIDE-APPLIED-FLAG.
    PERFORM CHECK-JOB-OVERRIDE.
    EVALUATE TRUE
     WHEN JOBCTL-HOLD AND (WS-JOB-DUE OR WS-JOB-AWAITING)
      MOVE 'N' TO WS-JOB-DUE-FLAG
      MOVE 'N' TO WS-JOB-AWAITING-FLAG
      MOVE SPACES TO WS-JOB-DECISION
      STRING 'HELD BY OPERATOR ' DELIMITED BY SIZE
          JOBCTL-OPERATOR DELIMITED BY SPACE
          ' - ' DELIMITED BY SIZE
          JOBCTL-REASON DELIMITED BY SIZE
          INTO WS-JOB-DECISION
      SET WS-OVERRIDE-APPLIED TO TRUE
     WHEN JOBCTL-SKIP AND (WS-JOB-DUE OR WS-JOB-AWAITING)
      MOVE 'N' TO WS-JOB-DUE-FLAG
      MOVE 'N' TO WS-JOB-AWAITING-FLAG
      MOVE SPACES TO WS-JOB-DECISION
      STRING 'SKIPPED BY OPERATOR ' DELIMITED BY SIZE
          JOBCTL-OPERATOR DELIMITED BY SPACE
          ' - ' DELIMITED BY SIZE
          JOBCTL-REASON DELIMITED BY SIZE
          INTO WS-JOB-DECISION
      SET WS-OVERRIDE-APPLIED TO TRUE
     WHEN JOBCTL-FORCE AND NOT WS-JOB-DUE
      MOVE 'Y' TO WS-JOB-DUE-FLAG
      MOVE 'N' TO WS-JOB-AWAITING-FLAG
      MOVE SPACES TO WS-JOB-DECISION
      STRING 'DUE - FORCED BY OPERATOR ' DELIMITED BY SIZE
          JOBCTL-OPERATOR DELIMITED BY SPACE
          ' - ' DELIMITED BY SIZE
          JOBCTL-REASON DELIMITED BY SIZE
          INTO WS-JOB-DECISION
      SET WS-OVERRIDE-APPLIED TO TRUE
     WHEN JOBCTL-RERUN
      MOVE 'Y' TO WS-JOB-DUE-FLAG
      MOVE 'N' TO WS-JOB-AWAITING-FLAG
      MOVE SPACES TO WS-JOB-DECISION
      STRING 'DUE - RERUN BY OPERATOR ' DELIMITED BY SIZE
          JOBCTL-OPERATOR DELIMITED BY SPACE
          ' - ' DELIMITED BY SIZE
          JOBCTL-REASON DELIMITED BY SIZE
          INTO WS-JOB-DECISION
      SET WS-OVERRIDE-APPLIED TO TRUE
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

CHECK-JOB-OVERRIDE.
    COPY "jobctl-check.cpy"
        REPLACING ==:JOBCTL-BUSINESS-DATE:== BY ==WS-TODAY-DATE==
                   ==:JOBCTL-JOB-NAME:==      BY ==WS-JOB-NAME==.

CHECK-ALREADY-COMPLETED.
* Only a COMPLETED decision counts here - a run skipped earlier
* today and since released is still owed.
    MOVE SPACES TO WS-PRED-TABLE.
    MOVE WS-JOB-NAME TO WS-PRED-NAME(1).
    MOVE 1 TO WS-PRED-INDEX.
    MOVE 'N' TO WS-SKIPPED-COUNTS-FLAG.
    PERFORM SCAN-SCHEDLOG-FOR-COMPLETION.
    MOVE 'Y' TO WS-SKIPPED-COUNTS-FLAG.
    IF WS-PRED-SEEN
     MOVE 'N' TO WS-JOB-DUE-FLAG
     MOVE 'N' TO WS-JOB-AWAITING-FLAG
     MOVE 'NOT RUN - ALREADY COMPLETED TODAY' TO WS-JOB-DECISION
    END-IF.

RECORD-SCHEDULING-DECISION.
* An initiator's lines carry INIT=n ahead of the decision, so the
* log shows which initiator took which job.
    MOVE SPACES TO WS-SCHED-LOG-LINE.
    MOVE 1 TO WS-SCHED-LOG-POINTER.
    STRING WS-TODAY-DATE DELIMITED BY SIZE
        ' JOB=' DELIMITED BY SIZE
        WS-JOB-NAME DELIMITED BY SPACE
        WS-JOB-FREQUENCY DELIMITED BY SPACE
        ' RUN-ID=' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        INTO WS-SCHED-LOG-LINE WITH POINTER WS-SCHED-LOG-POINTER.
    IF WS-INITIATOR-NUMBER > 0
     STRING ' INIT=' DELIMITED BY SIZE
         WS-INITIATOR-NUMBER DELIMITED BY SIZE
         INTO WS-SCHED-LOG-LINE WITH POINTER WS-SCHED-LOG-POINTER
    END-IF.
    STRING ' DECISION=' DELIMITED BY SIZE
        WS-JOB-DECISION DELIMITED BY SIZE
        INTO WS-SCHED-LOG-LINE WITH POINTER WS-SCHED-LOG-POINTER.
    PERFORM APPEND-SCHED-LOG-LINE.
    DISPLAY WS-JOB-NAME ' : ' WS-JOB-DECISION.

APPEND-SCHED-LOG-LINE.
* Initiators append side by side, so each line is written under the
* SCHEDLOG.TXT lock; a wait that runs out still writes, loudly.
    MOVE 'ENQ' TO SCHEDLOG-LOCK-OPERATION.
    MOVE 'SCHEDLOG.TXT' TO SCHEDLOG-LOCK-DATASET.
    MOVE 'JOB-SCHEDULER' TO SCHEDLOG-LOCK-PROGRAM.
    MOVE RUN-ID-STAMP TO SCHEDLOG-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING SCHEDLOG-LOCK-REQUEST.
    IF SCHEDLOG-LOCK-RESULT NOT = '00'
     DISPLAY '*** SCHEDLOG.TXT LOCK WAIT RAN OUT - WRITING ANYWAY ***'
    END-IF.
    OPEN EXTEND SCHED-LOG-FILE.
    IF WS-SCHED-LOG-STATUS = '35'
     OPEN OUTPUT SCHED-LOG-FILE
    MOVE WS-SCHED-LOG-LINE TO SCHED-LOG-RECORD.
    WRITE SCHED-LOG-RECORD.
    CLOSE SCHED-LOG-FILE.
    MOVE 'DEQ' TO SCHEDLOG-LOCK-OPERATION.
    CALL 'DSLOCK' USING SCHEDLOG-LOCK-REQUEST.

CHECK-PREDECESSORS-MET.
* Every named predecessor must show a COMPLETED decision for TODAY
* in the scheduler's own log - or have been SKIPPED by an operator,
* which releases its successors the same way; the first one that
* does not names itself as the blocker.
    MOVE 'Y' TO WS-DEPENDS-MET-FLAG.
    MOVE SPACES TO WS-BLOCKING-NAME.
    MOVE SPACES TO WS-PRED-TABLE.
           INTO WS-SL-LEAD WS-SL-DECISION
       IF FUNCTION TRIM(WS-SL-JOB)
           = FUNCTION TRIM(WS-PRED-NAME(WS-PRED-INDEX))
           AND (WS-SL-DECISION(1:9) = 'COMPLETED'
               OR (WS-SL-DECISION(1:7) = 'SKIPPED'
                   AND WS-SKIPPED-COUNTS))
        SET WS-PRED-SEEN TO TRUE
       END-IF
      END-IF
     MOVE WS-JOB-PARAMETER TO WS-HD-PARAMETER(WS-HELD-COUNT)
     MOVE WS-JOB-STEP-LIST TO WS-HD-STEP-LIST(WS-HELD-COUNT)
     MOVE WS-JOB-DEPENDS-LIST TO WS-HD-DEPENDS(WS-HELD-COUNT)
     MOVE WS-JOB-DATASET-LIST TO WS-HD-DATASETS(WS-HELD-COUNT)
     MOVE SPACES TO WS-HD-ARRIVAL-FILE(WS-HELD-COUNT)
     MOVE SPACES TO WS-HD-LATEST(WS-HELD-COUNT)
     MOVE 'H' TO WS-HD-STATE(WS-HELD-COUNT)
     MOVE SPACES TO WS-JOB-DECISION
     STRING 'HELD - WAITING ON ' DELIMITED BY SIZE
     PERFORM RECORD-SCHEDULING-DECISION
    END-IF.

PARK-JOB-AWAITING-ARRIVAL.
* Parked like a held job, but the release passes look for its file
* before they look at its predecessors.
    IF WS-HELD-COUNT >= 20
     DISPLAY 'Held-job table full - ' WS-JOB-NAME ' not held.'
    ELSE
     ADD 1 TO WS-HELD-COUNT
     MOVE WS-JOB-NAME TO WS-HD-NAME(WS-HELD-COUNT)
     MOVE WS-JOB-PARAMETER TO WS-HD-PARAMETER(WS-HELD-COUNT)
     MOVE WS-JOB-STEP-LIST TO WS-HD-STEP-LIST(WS-HELD-COUNT)
     MOVE WS-JOB-DEPENDS-LIST TO WS-HD-DEPENDS(WS-HELD-COUNT)
     MOVE WS-JOB-DATASET-LIST TO WS-HD-DATASETS(WS-HELD-COUNT)
     MOVE WS-JOB-ARRIVAL-FILE TO WS-HD-ARRIVAL-FILE(WS-HELD-COUNT)
     MOVE WS-JOB-LATEST-TEXT TO WS-HD-LATEST(WS-HELD-COUNT)
     MOVE 'A' TO WS-HD-STATE(WS-HELD-COUNT)
    END-IF.

RUN-RELEASE-PASSES.
* Passes repeat while anything releases: a predecessor that
* completed in the pass before frees its successors in the next.
* When a pass frees nothing but files are still awaited, the
* scheduler sleeps one poll interval and starts the passes again;
* only when nothing is awaited any more is whatever is still held
* blocked for the day, and it says by whom.
    IF WS-HELD-COUNT = 0
     CONTINUE
    ELSE
     MOVE 1 TO WS-AWAITING-COUNT
     PERFORM UNTIL WS-AWAITING-COUNT = 0
      MOVE 1 TO WS-RELEASED-THIS-PASS
      PERFORM UNTIL WS-RELEASED-THIS-PASS = 0
       MOVE 0 TO WS-RELEASED-THIS-PASS
       MOVE 0 TO WS-AWAITING-COUNT
       PERFORM TRY-ONE-HELD-JOB
           VARYING WS-HD-INDEX FROM 1 BY 1
           UNTIL WS-HD-INDEX > WS-HELD-COUNT
      END-PERFORM
      IF WS-AWAITING-COUNT > 0
       DISPLAY 'AWAITING ' WS-AWAITING-COUNT ' ARRIVAL FILE(S) - '
           'LOOKING AGAIN AFTER THE POLL INTERVAL.'
       CALL 'SYSTEM' USING WS-ARRIVAL-POLL-COMMAND
      END-IF
     END-PERFORM
     MOVE 0 TO WS-STILL-HELD
     PERFORM REPORT-ONE-STUCK-JOB
    END-IF.

TRY-ONE-HELD-JOB.
    IF WS-HD-STATE(WS-HD-INDEX) = 'A'
     PERFORM TRY-ONE-AWAITED-ARRIVAL
    END-IF.
    IF WS-HD-STATE(WS-HD-INDEX) = 'H'
     MOVE WS-HD-NAME(WS-HD-INDEX) TO WS-JOB-NAME
     MOVE WS-HD-DEPENDS(WS-HD-INDEX) TO WS-JOB-DEPENDS-LIST
      ADD 1 TO WS-RELEASED-THIS-PASS
      MOVE WS-HD-PARAMETER(WS-HD-INDEX) TO WS-JOB-PARAMETER
      MOVE WS-HD-STEP-LIST(WS-HD-INDEX) TO WS-JOB-STEP-LIST
      MOVE WS-HD-DATASETS(WS-HD-INDEX) TO WS-JOB-DATASET-LIST
      DISPLAY 'RELEASED: ' WS-JOB-NAME ' - PREDECESSORS COMPLETE.'
      PERFORM RUN-ONE-DUE-JOB
     END-IF
    END-IF.

TRY-ONE-AWAITED-ARRIVAL.
* An arrival turns the job into an ordinary held job, so the rest of
* this same pass can start it if its predecessors are complete.
    MOVE WS-HD-NAME(WS-HD-INDEX) TO WS-JOB-NAME.
    MOVE 'ARRIVAL' TO WS-JOB-FREQUENCY.
    MOVE WS-HD-ARRIVAL-FILE(WS-HD-INDEX) TO WS-JOB-ARRIVAL-FILE.
    MOVE WS-HD-LATEST(WS-HD-INDEX) TO WS-JOB-LATEST-TEXT.
    PERFORM CHECK-FILE-ARRIVED.
    IF WS-FILE-ARRIVED
     MOVE 'H' TO WS-HD-STATE(WS-HD-INDEX)
     ADD 1 TO WS-RELEASED-THIS-PASS
     PERFORM DESCRIBE-FILE-ARRIVAL
     PERFORM RECORD-SCHEDULING-DECISION
    ELSE
     PERFORM CHECK-ARRIVAL-DEADLINE
     IF WS-ARRIVAL-LATE
      MOVE 'X' TO WS-HD-STATE(WS-HD-INDEX)
      PERFORM GIVE-UP-ON-ARRIVAL
     ELSE
      ADD 1 TO WS-AWAITING-COUNT
     END-IF
    END-IF.

REPORT-ONE-STUCK-JOB.
    IF WS-HD-STATE(WS-HD-INDEX) = 'H'
     ADD 1 TO WS-STILL-HELD
    END-IF.

RUN-ONE-DUE-JOB.
* In a serial run a job whose dataset is in use cannot wait for a
* later slot, so it fails and says which dataset stopped it.
    PERFORM LOCK-JOB-DATASETS.
    IF WS-BUSY-DATASET NOT = SPACES
     ADD 1 TO WS-JOBS-FAILED
     MOVE SPACES TO WS-JOB-DECISION
     STRING 'FAILED - DATASET ' DELIMITED BY SIZE
         WS-BUSY-DATASET DELIMITED BY SPACE
         ' IN USE' DELIMITED BY SIZE
         INTO WS-JOB-DECISION
     PERFORM RECORD-SCHEDULING-DECISION
    ELSE
     PERFORM RUN-JOB-STEPS
     PERFORM UNLOCK-JOB-DATASETS
    END-IF.

RUN-JOB-STEPS.
    MOVE 'N' TO WS-JOB-ABORT-FLAG.
    DISPLAY ' '.
    DISPLAY '--- RUNNING JOB ' WS-JOB-NAME ' ---'.
    IF WS-JOB-PARAMETER NOT = SPACES
     DISPLAY 'JOB PARAMETER: ' WS-JOB-PARAMETER
    END-IF.
    PERFORM SPLIT-JOB-STEPS.
    PERFORM RUN-ONE-JOB-STEP
        VARYING JOBSTEP-INDEX FROM 1 BY 1
        UNTIL JOBSTEP-INDEX > JOBSTEP-COUNT.
    MOVE JOBSTEP-OUTCOME TO WS-JOB-DECISION.
    IF JOBSTEP-JOB-FAILED
     MOVE 'Y' TO WS-JOB-ABORT-FLAG
     ADD 1 TO WS-JOBS-FAILED
    ELSE
     ADD 1 TO WS-JOBS-RUN
    END-IF.
    PERFORM RECORD-SCHEDULING-DECISION.

SPLIT-JOB-STEPS.
    COPY "jobstep-parse.cpy"
        REPLACING ==:JOBSTEP-STEP-LIST:== BY ==WS-JOB-STEP-LIST==
                   ==:JOBSTEP-JOB-PARAMETER:== BY ==WS-JOB-PARAMETER==.

RUN-ONE-JOB-STEP.
* Every step's decision goes into SCHEDLOG.TXT under the job, run or
* bypassed, with the condition that decided it and the code it ended
* with, so a job that routed round a bad return can be read back.
    PERFORM DECIDE-ONE-JOB-STEP.
    IF JOBSTEP-RUNS
     DISPLAY 'STEP ' JOBSTEP-INDEX ': '
         JOBSTEP-PROGRAM(JOBSTEP-INDEX)
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
    PERFORM RECORD-SCHEDULING-DECISION.

DECIDE-ONE-JOB-STEP.
    COPY "jobstep-decide.cpy".

SETTLE-ONE-JOB-STEP.
    COPY "jobstep-settle.cpy"
        REPLACING ==:JOBSTEP-RETURN-CODE:== BY ==WS-STEP-RETURN-CODE==.

PASS-STEP-PARAMETER.
* The step's parameter travels in the run unit's own EXTERNAL item,
* where RUN-ID-GET.CPY picks it up for the step; a shared file would
* cross over between initiators running side by side.
    MOVE JOBSTEP-PARAMETER(JOBSTEP-INDEX) TO JOBSTEP-PASSED-PARAMETER.

QUEUE-DUE-JOB.
* With initiators the decision pass only queues; whether the job can
* start yet is the initiators' question.
    IF WS-QU-COUNT < 50
     ADD 1 TO WS-QU-COUNT
     MOVE 'W' TO WS-QU-STATE(WS-QU-COUNT)
     MOVE 0 TO WS-QU-INITIATOR(WS-QU-COUNT)
     MOVE 0 TO WS-QU-TRIES(WS-QU-COUNT)
     MOVE WS-JOB-NAME TO WS-QU-NAME(WS-QU-COUNT)
     MOVE WS-JOB-FREQUENCY TO WS-QU-FREQUENCY(WS-QU-COUNT)
     MOVE WS-JOB-PARAMETER TO WS-QU-PARAMETER(WS-QU-COUNT)
     MOVE WS-JOB-STEP-LIST TO WS-QU-STEP-LIST(WS-QU-COUNT)
     MOVE WS-JOB-DEPENDS-LIST TO WS-QU-DEPENDS(WS-QU-COUNT)
     MOVE WS-JOB-DATASET-LIST TO WS-QU-DATASETS(WS-QU-COUNT)
     MOVE WS-JOB-LATEST-TEXT TO WS-QU-LATEST(WS-QU-COUNT)
     IF WS-JOB-AWAITING
      MOVE WS-JOB-ARRIVAL-FILE TO WS-QU-ARRIVAL-FILE(WS-QU-COUNT)
     ELSE
      MOVE SPACES TO WS-QU-ARRIVAL-FILE(WS-QU-COUNT)
     END-IF
     DISPLAY WS-JOB-NAME ' : QUEUED FOR THE INITIATORS'
    ELSE
     ADD 1 TO WS-JOBS-FAILED
     MOVE 'FAILED - INITIATOR QUEUE FULL' TO WS-JOB-DECISION
     PERFORM RECORD-SCHEDULING-DECISION
    END-IF.

RUN-PARALLEL-INITIATORS.
* Start the initiators in the background and wait for all of them in
* the one shell call, then settle what the queue says happened.
    IF WS-QU-COUNT = 0
     DISPLAY 'NO DUE JOBS FOR THE INITIATORS.'
    ELSE
     PERFORM SAVE-INIT-QUEUE
     MOVE SPACES TO WS-SHELL-COMMAND
     MOVE 1 TO WS-COMMAND-POINTER
     PERFORM START-ONE-INITIATOR
         VARYING WS-INITIATOR-SLOT FROM 1 BY 1
         UNTIL WS-INITIATOR-SLOT > WS-INITIATOR-COUNT
     STRING 'wait' DELIMITED BY SIZE
         INTO WS-SHELL-COMMAND WITH POINTER WS-COMMAND-POINTER
     DISPLAY 'STARTING ' WS-INITIATOR-COUNT ' INITIATORS FOR '
         WS-QU-COUNT ' QUEUED JOBS.'
     CALL 'SYSTEM' USING WS-SHELL-COMMAND
     MOVE 0 TO WS-INITIATOR-NUMBER
     PERFORM LOAD-INIT-QUEUE
     PERFORM SETTLE-ONE-QUEUED-JOB
         VARYING WS-QU-INDEX FROM 1 BY 1
         UNTIL WS-QU-INDEX > WS-QU-COUNT
     DISPLAY 'JOBS STILL HELD: ' WS-STILL-HELD
    END-IF.

START-ONE-INITIATOR.
* Each initiator answers its prompts from INITIATORn.IN and keeps its
* console in INITIATORn.OUT.
    MOVE WS-INITIATOR-SLOT TO WS-INITIATOR-NUMBER.
    MOVE SPACES TO WS-INITIATOR-INPUT-NAME.
    STRING 'INITIATOR' DELIMITED BY SIZE
        WS-INITIATOR-NUMBER DELIMITED BY SIZE
        '.IN' DELIMITED BY SIZE
        INTO WS-INITIATOR-INPUT-NAME.
    OPEN OUTPUT INITIATOR-INPUT-FILE.
    MOVE 'I' TO INITIATOR-INPUT-RECORD.
    WRITE INITIATOR-INPUT-RECORD.
    MOVE WS-INITIATOR-NUMBER TO INITIATOR-INPUT-RECORD.
    WRITE INITIATOR-INPUT-RECORD.
    CLOSE INITIATOR-INPUT-FILE.
    STRING FUNCTION TRIM(WS-INITIATOR-LAUNCH) DELIMITED BY SIZE
        ' < INITIATOR' DELIMITED BY SIZE
        WS-INITIATOR-NUMBER DELIMITED BY SIZE
        '.IN > INITIATOR' DELIMITED BY SIZE
        WS-INITIATOR-NUMBER DELIMITED BY SIZE
        '.OUT 2>&1 & ' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND WITH POINTER WS-COMMAND-POINTER.

LOAD-INITIATOR-LAUNCH.
* The last SETTING,INITIATOR-COMMAND line in JOBCTL.TXT stands; with
* none, or no file, WS-INITIATOR-LAUNCH stays blank.
    MOVE 'N' TO JOBCTL-EOF-FLAG.
    OPEN INPUT JOBCTL-FILE.
    IF JOBCTL-FILE-STATUS NOT = '00'
     SET JOBCTL-EOF TO TRUE
    END-IF.
    PERFORM UNTIL JOBCTL-EOF
     READ JOBCTL-FILE INTO JOBCTL-RECORD
      AT END
       SET JOBCTL-EOF TO TRUE
      NOT AT END
       PERFORM TAKE-ONE-SCHEDULER-SETTING
     END-READ
    END-PERFORM.
    IF JOBCTL-FILE-STATUS = '00' OR JOBCTL-FILE-STATUS = '10'
     CLOSE JOBCTL-FILE
    END-IF.
    IF WS-INITIATOR-LAUNCH NOT = SPACES
     DISPLAY 'INITIATOR COMMAND: ' FUNCTION TRIM(WS-INITIATOR-LAUNCH)
    END-IF.

TAKE-ONE-SCHEDULER-SETTING.
    IF JOBCTL-RECORD(1:8) = 'SETTING,'
     MOVE SPACES TO WS-SETTING-TAG
     MOVE SPACES TO WS-SETTING-NAME
     MOVE 1 TO WS-SETTING-POINTER
     UNSTRING JOBCTL-RECORD DELIMITED BY ','
         INTO WS-SETTING-TAG WS-SETTING-NAME
         WITH POINTER WS-SETTING-POINTER
     IF WS-SETTING-NAME = 'INITIATOR-COMMAND'
         AND WS-SETTING-POINTER < 150
         AND JOBCTL-RECORD(WS-SETTING-POINTER:) NOT = SPACES
      MOVE JOBCTL-RECORD(WS-SETTING-POINTER:) TO WS-INITIATOR-LAUNCH
     END-IF
    END-IF.

SETTLE-ONE-QUEUED-JOB.
* The initiators logged their own runs; what is left to log here is
* a job that never started, or one whose initiator died under it.
    MOVE WS-QU-NAME(WS-QU-INDEX) TO WS-JOB-NAME.
    MOVE WS-QU-FREQUENCY(WS-QU-INDEX) TO WS-JOB-FREQUENCY.
    EVALUATE WS-QU-STATE(WS-QU-INDEX)
     WHEN 'C'
      ADD 1 TO WS-JOBS-RUN
     WHEN 'F'
      ADD 1 TO WS-JOBS-FAILED
     WHEN 'X'
      ADD 1 TO WS-JOBS-MISSED
     WHEN 'A'
      ADD 1 TO WS-JOBS-FAILED
      MOVE SPACES TO WS-JOB-DECISION
      STRING 'FAILED - INITIATOR ' DELIMITED BY SIZE
          WS-QU-INITIATOR(WS-QU-INDEX) DELIMITED BY SIZE
          ' ENDED WITH THE JOB ACTIVE' DELIMITED BY SIZE
          INTO WS-JOB-DECISION
      PERFORM RECORD-SCHEDULING-DECISION
     WHEN OTHER
      ADD 1 TO WS-STILL-HELD
      MOVE WS-QU-DEPENDS(WS-QU-INDEX) TO WS-JOB-DEPENDS-LIST
      PERFORM CHECK-PREDECESSORS-MET
      MOVE SPACES TO WS-JOB-DECISION
      STRING 'STILL HELD AT END OF WINDOW - BLOCKED BY '
          DELIMITED BY SIZE
          WS-BLOCKING-NAME DELIMITED BY SPACE
          INTO WS-JOB-DECISION
      PERFORM RECORD-SCHEDULING-DECISION
    END-EVALUATE.

LOAD-INIT-QUEUE.
    MOVE 0 TO WS-QU-COUNT.
    MOVE 'N' TO WS-INIT-QUEUE-EOF-FLAG.
    OPEN INPUT INIT-QUEUE-FILE.
    IF WS-INIT-QUEUE-STATUS NOT = '00'
     DISPLAY 'INITIATOR QUEUE INITQUEUE.TXT CANNOT BE READ.'
    ELSE
     PERFORM UNTIL WS-INIT-QUEUE-EOF
      READ INIT-QUEUE-FILE
       AT END
        SET WS-INIT-QUEUE-EOF TO TRUE
       NOT AT END
        IF WS-QU-COUNT < 50
         ADD 1 TO WS-QU-COUNT
         MOVE INIT-QUEUE-RECORD TO WS-QU-ENTRY(WS-QU-COUNT)
        END-IF
      END-READ
     END-PERFORM
     CLOSE INIT-QUEUE-FILE
    END-IF.

SAVE-INIT-QUEUE.
    OPEN OUTPUT INIT-QUEUE-FILE.
    PERFORM VARYING WS-QU-INDEX FROM 1 BY 1
        UNTIL WS-QU-INDEX > WS-QU-COUNT
     MOVE WS-QU-ENTRY(WS-QU-INDEX) TO INIT-QUEUE-RECORD
     WRITE INIT-QUEUE-RECORD
    END-PERFORM.
    CLOSE INIT-QUEUE-FILE.

ENQUEUE-INIT-QUEUE.
    MOVE 'ENQ' TO INITQUEUE-LOCK-OPERATION.
    MOVE 'INITQUEUE.TXT' TO INITQUEUE-LOCK-DATASET.
    MOVE 'JOB-SCHEDULER' TO INITQUEUE-LOCK-PROGRAM.
    MOVE WS-INITIATOR-OPERATOR TO INITQUEUE-LOCK-OPERATOR.
    MOVE RUN-ID-STAMP TO INITQUEUE-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING INITQUEUE-LOCK-REQUEST.
    IF INITQUEUE-LOCK-RESULT NOT = '00'
     DISPLAY '*** INITQUEUE.TXT LOCK WAIT RAN OUT - USING IT ANYWAY ***'
    END-IF.

DEQUEUE-INIT-QUEUE.
    MOVE 'DEQ' TO INITQUEUE-LOCK-OPERATION.
    CALL 'DSLOCK' USING INITQUEUE-LOCK-REQUEST.

RUN-AS-INITIATOR.
* One of the copies started by RUN-PARALLEL-INITIATORS. It takes
* jobs off the queue until nothing is running and nothing left can
* start; the parent-run marker stays the scheduler's, so every step
* run here is still recorded under the scheduler's run.
    DISPLAY 'Initiator number (1-9): ' WITH NO ADVANCING.
    ACCEPT WS-INITIATOR-TEXT.
    IF WS-INITIATOR-TEXT(1:1) IS NUMERIC
        AND WS-INITIATOR-TEXT(1:1) NOT = '0'
     MOVE WS-INITIATOR-TEXT(1:1) TO WS-INITIATOR-NUMBER
    ELSE
     MOVE 1 TO WS-INITIATOR-NUMBER
    END-IF.
    MOVE SPACES TO WS-INITIATOR-OPERATOR.
    STRING 'INITIATOR-' DELIMITED BY SIZE
        WS-INITIATOR-NUMBER DELIMITED BY SIZE
        INTO WS-INITIATOR-OPERATOR.
    MOVE RUN-ID-CURRENT-DATE TO WS-TODAY-DATE.
    DISPLAY 'INITIATOR ' WS-INITIATOR-NUMBER ' STARTED - RUN-ID '
        RUN-ID-STAMP.
    PERFORM INITIATOR-TAKE-NEXT-JOB UNTIL WS-INITIATOR-DONE.
    DISPLAY 'INITIATOR ' WS-INITIATOR-NUMBER ' ENDED - '
        WS-INITIATOR-JOBS ' JOB(S) TAKEN.'.

INITIATOR-TAKE-NEXT-JOB.
    PERFORM ENQUEUE-INIT-QUEUE.
    PERFORM LOAD-INIT-QUEUE.
    MOVE 0 TO WS-QU-PICKED.
    MOVE 0 TO WS-QU-ACTIVE.
    MOVE 0 TO WS-QU-AWAITING.
    MOVE 'N' TO WS-QU-CHANGED-FLAG.
    PERFORM WEIGH-ONE-QUEUED-JOB
        VARYING WS-QU-INDEX FROM 1 BY 1
        UNTIL WS-QU-INDEX > WS-QU-COUNT.
    IF WS-QU-PICKED = 0
     IF WS-QU-CHANGED
      PERFORM SAVE-INIT-QUEUE
     END-IF
     PERFORM DEQUEUE-INIT-QUEUE
     EVALUATE TRUE
      WHEN WS-QU-ACTIVE > 0
       CALL 'SYSTEM' USING WS-SLEEP-COMMAND
      WHEN WS-QU-AWAITING > 0
       CALL 'SYSTEM' USING WS-ARRIVAL-POLL-COMMAND
      WHEN OTHER
       SET WS-INITIATOR-DONE TO TRUE
     END-EVALUATE
    ELSE
     MOVE 'A' TO WS-QU-STATE(WS-QU-PICKED)
     MOVE WS-INITIATOR-NUMBER TO WS-QU-INITIATOR(WS-QU-PICKED)
     PERFORM SAVE-INIT-QUEUE
     PERFORM DEQUEUE-INIT-QUEUE
     ADD 1 TO WS-INITIATOR-JOBS
     PERFORM RUN-QUEUED-JOB
    END-IF.

WEIGH-ONE-QUEUED-JOB.
* First waiting job in JOBDEFS order whose predecessors have all
* completed today is the one this initiator takes.
    IF WS-QU-STATE(WS-QU-INDEX) = 'A'
     ADD 1 TO WS-QU-ACTIVE
    END-IF.
    IF WS-QU-STATE(WS-QU-INDEX) = 'W'
        AND WS-QU-ARRIVAL-FILE(WS-QU-INDEX) NOT = SPACES
     PERFORM WEIGH-ONE-QUEUED-ARRIVAL
    END-IF.
    IF WS-QU-STATE(WS-QU-INDEX) = 'W' AND WS-QU-PICKED = 0
        AND WS-QU-ARRIVAL-FILE(WS-QU-INDEX) = SPACES
     MOVE WS-QU-NAME(WS-QU-INDEX) TO WS-JOB-NAME
     MOVE WS-QU-DEPENDS(WS-QU-INDEX) TO WS-JOB-DEPENDS-LIST
     PERFORM CHECK-PREDECESSORS-MET
     IF WS-DEPENDS-MET
      MOVE WS-QU-INDEX TO WS-QU-PICKED
     END-IF
    END-IF.

WEIGH-ONE-QUEUED-ARRIVAL.
* Whichever initiator first sees the file come - or the latest
* arrival time go by - records it in the queue for all of them.
    MOVE WS-QU-NAME(WS-QU-INDEX) TO WS-JOB-NAME.
    MOVE WS-QU-FREQUENCY(WS-QU-INDEX) TO WS-JOB-FREQUENCY.
    MOVE WS-QU-ARRIVAL-FILE(WS-QU-INDEX) TO WS-JOB-ARRIVAL-FILE.
    MOVE WS-QU-LATEST(WS-QU-INDEX) TO WS-JOB-LATEST-TEXT.
    PERFORM CHECK-FILE-ARRIVED.
    IF WS-FILE-ARRIVED
     MOVE SPACES TO WS-QU-ARRIVAL-FILE(WS-QU-INDEX)
     SET WS-QU-CHANGED TO TRUE
     PERFORM DESCRIBE-FILE-ARRIVAL
     PERFORM RECORD-SCHEDULING-DECISION
    ELSE
     PERFORM CHECK-ARRIVAL-DEADLINE
     IF WS-ARRIVAL-LATE
      MOVE 'X' TO WS-QU-STATE(WS-QU-INDEX)
      SET WS-QU-CHANGED TO TRUE
      PERFORM GIVE-UP-ON-ARRIVAL
     ELSE
      ADD 1 TO WS-QU-AWAITING
     END-IF
    END-IF.

RUN-QUEUED-JOB.
    MOVE WS-QU-NAME(WS-QU-PICKED) TO WS-JOB-NAME.
    MOVE WS-QU-PARAMETER(WS-QU-PICKED) TO WS-JOB-PARAMETER.
    MOVE WS-QU-STEP-LIST(WS-QU-PICKED) TO WS-JOB-STEP-LIST.
    MOVE WS-QU-DATASETS(WS-QU-PICKED) TO WS-JOB-DATASET-LIST.
    MOVE WS-QU-FREQUENCY(WS-QU-PICKED) TO WS-JOB-FREQUENCY.
    PERFORM LOCK-JOB-DATASETS.
    IF WS-BUSY-DATASET NOT = SPACES
     PERFORM REQUEUE-BUSY-JOB
    ELSE
     PERFORM RUN-JOB-STEPS
     PERFORM UNLOCK-JOB-DATASETS
     PERFORM ENQUEUE-INIT-QUEUE
     PERFORM LOAD-INIT-QUEUE
     IF WS-JOB-ABORTED
      MOVE 'F' TO WS-QU-STATE(WS-QU-PICKED)
     ELSE
      MOVE 'C' TO WS-QU-STATE(WS-QU-PICKED)
     END-IF
     PERFORM SAVE-INIT-QUEUE
     PERFORM DEQUEUE-INIT-QUEUE
    END-IF.

REQUEUE-BUSY-JOB.
* Another job - or a program run by hand - is writing one of this
* job's datasets. Put it back and let the queue move on; after three
* tries it fails rather than spinning the initiators all night.
    PERFORM ENQUEUE-INIT-QUEUE.
    PERFORM LOAD-INIT-QUEUE.
    ADD 1 TO WS-QU-TRIES(WS-QU-PICKED).
    MOVE SPACES TO WS-JOB-DECISION.
    IF WS-QU-TRIES(WS-QU-PICKED) >= 3
     MOVE 'F' TO WS-QU-STATE(WS-QU-PICKED)
     STRING 'FAILED - DATASET ' DELIMITED BY SIZE
         WS-BUSY-DATASET DELIMITED BY SPACE
         ' STILL IN USE' DELIMITED BY SIZE
         INTO WS-JOB-DECISION
    ELSE
     MOVE 'W' TO WS-QU-STATE(WS-QU-PICKED)
     MOVE 0 TO WS-QU-INITIATOR(WS-QU-PICKED)
     STRING 'REQUEUED - DATASET ' DELIMITED BY SIZE
         WS-BUSY-DATASET DELIMITED BY SPACE
         ' IN USE' DELIMITED BY SIZE
         INTO WS-JOB-DECISION
    END-IF.
    PERFORM SAVE-INIT-QUEUE.
    PERFORM DEQUEUE-INIT-QUEUE.
    PERFORM RECORD-SCHEDULING-DECISION.
    CALL 'SYSTEM' USING WS-SLEEP-COMMAND.

LOCK-JOB-DATASETS.
* Take every dataset the job declares, or none: the first one held
* elsewhere past the DSLOCK wait is named and the rest let go.
    MOVE SPACES TO WS-BUSY-DATASET.
    MOVE SPACES TO WS-DATASET-TABLE.
    MOVE 0 TO WS-DATASETS-HELD.
    UNSTRING WS-JOB-DATASET-LIST DELIMITED BY ';'
        INTO WS-DATASET-NAME(1) WS-DATASET-NAME(2)
             WS-DATASET-NAME(3) WS-DATASET-NAME(4)
             WS-DATASET-NAME(5).
    PERFORM VARYING WS-DATASET-INDEX FROM 1 BY 1
        UNTIL WS-DATASET-INDEX > 5 OR WS-BUSY-DATASET NOT = SPACES
     IF WS-DATASET-NAME(WS-DATASET-INDEX) NOT = SPACES
      MOVE 'ENQ' TO DATASET-LOCK-OPERATION
      MOVE WS-DATASET-NAME(WS-DATASET-INDEX) TO DATASET-LOCK-DATASET
      MOVE WS-JOB-NAME TO DATASET-LOCK-PROGRAM
      MOVE WS-INITIATOR-OPERATOR TO DATASET-LOCK-OPERATOR
      MOVE RUN-ID-STAMP TO DATASET-LOCK-RUN-STAMP
      CALL 'DSLOCK' USING DATASET-LOCK-REQUEST
      IF DATASET-LOCK-RESULT = '00'
       MOVE WS-DATASET-INDEX TO WS-DATASETS-HELD
      ELSE
       MOVE WS-DATASET-NAME(WS-DATASET-INDEX) TO WS-BUSY-DATASET
      END-IF
     END-IF
    END-PERFORM.
    IF WS-BUSY-DATASET NOT = SPACES
     PERFORM UNLOCK-JOB-DATASETS
    END-IF.

UNLOCK-JOB-DATASETS.
    PERFORM VARYING WS-DATASET-INDEX FROM 1 BY 1
        UNTIL WS-DATASET-INDEX > WS-DATASETS-HELD
     IF WS-DATASET-NAME(WS-DATASET-INDEX) NOT = SPACES
      MOVE 'DEQ' TO DATASET-LOCK-OPERATION
      MOVE WS-DATASET-NAME(WS-DATASET-INDEX) TO DATASET-LOCK-DATASET
      CALL 'DSLOCK' USING DATASET-LOCK-REQUEST
     END-IF
    END-PERFORM.
    MOVE 0 TO WS-DATASETS-HELD.

FORECAST-DATE-RANGE.
    DISPLAY 'Forecast from (YYYYMMDD): ' WITH NO ADVANCING.
    ACCEPT WS-FORECAST-FROM.
       MOVE WS-JOB-NAME TO WS-FJ-NAME(WS-FJ-COUNT)
       MOVE WS-JOB-FREQUENCY TO WS-FJ-FREQUENCY(WS-FJ-COUNT)
       MOVE WS-JOB-RUN-DAY TO WS-FJ-RUN-DAY(WS-FJ-COUNT)
       MOVE WS-JOB-ARRIVAL-FILE TO WS-FJ-ARRIVAL-FILE(WS-FJ-COUNT)
       MOVE WS-JOB-LATEST-TEXT TO WS-FJ-LATEST(WS-FJ-COUNT)
       MOVE WS-JOB-CALENDAR TO WS-FJ-CALENDAR(WS-FJ-COUNT)
      END-IF
    END-READ.

    MOVE WS-FJ-NAME(WS-FJ-INDEX) TO WS-JOB-NAME.
    MOVE WS-FJ-FREQUENCY(WS-FJ-INDEX) TO WS-JOB-FREQUENCY.
    MOVE WS-FJ-RUN-DAY(WS-FJ-INDEX) TO WS-JOB-RUN-DAY.
    MOVE WS-FJ-ARRIVAL-FILE(WS-FJ-INDEX) TO WS-JOB-ARRIVAL-FILE.
    MOVE WS-FJ-LATEST(WS-FJ-INDEX) TO WS-JOB-LATEST-TEXT.
    MOVE WS-FJ-CALENDAR(WS-FJ-INDEX) TO WS-JOB-CALENDAR.
    PERFORM DECIDE-IF-JOB-IS-DUE.
    PERFORM APPLY-OPERATOR-OVERRIDE.
    IF WS-JOB-DUE OR WS-OVERRIDE-APPLIED
     IF WS-DAY-DUE-COUNT = 0
      DISPLAY '----------------------------------------'
      DISPLAY WS-TODAY-DATE ' (DAY ' WS-TODAY-DOW '):'
