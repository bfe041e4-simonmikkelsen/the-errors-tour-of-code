IDENTIFICATION DIVISION.
PROGRAM-ID. STALL-WATCHDOG.
AUTHOR. Simon Mikkelsen.
* SCHEDULE-MONITOR only notices a job when its deadline has passed,
* and a FILE-SORT that hung at 01:00 on a 05:00 deadline loses four
* hours that way. The long-running programs post a heartbeat to the
* shared progress file PROGRESS.TXT (PROGRESS-SELECT.CPY) every so
* many records, so a run that is working is never silent for long.
* This watchdog, run every cycle by the scheduler, reads the file
* back and looks at every run that has started and not ended: one
* whose last line is older than the stall limit - the step
* parameter, in minutes, 15 when none is given - is reported as
* stalled and posted to the persistent alert manager under the
* raiser STALL-WATCHDOG, naming the program, the run, the time it
* was last heard from and the records it had handled by then. Each
* stall is posted once: the alert text stays the same while the
* run stays silent, and an alert with that text already on file -
* in whatever state the operators have put it - is not posted
* again, while one still OPEN from an earlier cycle is re-escalated.
* A run that wakes up and then stops again is a new stall and gets
* a new alert. Any stall ends the run with RETURN-CODE 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "run-id-select.cpy".
    COPY "progress-select.cpy".
    COPY "alert-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "run-id-fd.cpy".
COPY "progress-fd.cpy".
COPY "alert-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "progress-ws.cpy".
COPY "progress-run-ws.cpy".
COPY "alert-ws.cpy".
01  WS-ALERT-TEXT PIC X(120).
01  WS-STALL-LIMIT PIC 9(05) VALUE 15.
01  WS-RUNNING-COUNT PIC 9(03) VALUE 0.
01  WS-STALLED-COUNT PIC 9(03) VALUE 0.
01  WS-POSTED-COUNT PIC 9(03) VALUE 0.
01  WS-ALREADY-POSTED-FLAG PIC X VALUE 'N'.
    88  WS-ALREADY-POSTED VALUE 'Y'.

* A date and time are turned into seconds from the start of the
* calendar so that a silence over midnight subtracts cleanly.
01  WS-STAMP-DATE PIC 9(08) VALUE 0.
01  WS-STAMP-TIME PIC 9(06) VALUE 0.
01  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
    05  WS-STAMP-HOUR PIC 9(02).
    05  WS-STAMP-MINUTE PIC 9(02).
    05  WS-STAMP-SECOND PIC 9(02).
01  WS-STAMP-SECONDS PIC 9(11) VALUE 0.
01  WS-NOW-DATE PIC 9(08) VALUE 0.
01  WS-NOW-TIME.
    05  WS-NOW-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  WS-NOW-SECONDS PIC 9(11) VALUE 0.
01  WS-SILENT-MINUTES PIC 9(07) VALUE 0.
01  WS-TIME-EDIT PIC 99B99B99.
01  WS-MINUTES-EDIT PIC Z(6)9.
01  WS-COUNT-EDIT PIC Z(8)9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    IF RUN-ID-STEP-PARAMETER NOT = SPACES
        AND FUNCTION TEST-NUMVAL(RUN-ID-STEP-PARAMETER) = 0
     COMPUTE WS-STALL-LIMIT = FUNCTION NUMVAL(RUN-ID-STEP-PARAMETER)
    END-IF.
    IF WS-STALL-LIMIT = 0
     MOVE 15 TO WS-STALL-LIMIT
    END-IF.
    ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-NOW-TIME FROM TIME.
    MOVE WS-NOW-DATE TO WS-STAMP-DATE.
    MOVE WS-NOW-HHMMSS TO WS-STAMP-TIME.
    PERFORM STAMP-TO-SECONDS.
    MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS.

    PERFORM RE-ESCALATE-OPEN-ALERTS.
    PERFORM LOAD-PROGRESS-TABLE.
    PERFORM WATCH-ONE-RUN
        VARYING PROGRESS-RUN-INDEX FROM 1 BY 1
        UNTIL PROGRESS-RUN-INDEX > PROGRESS-RUN-COUNT.
    IF PROGRESS-TABLE-OVERFLOWED
     DISPLAY '*** MORE THAN 200 RUNS IN FLIGHT ON PROGRESS.TXT - '
         'SOME WERE NOT WATCHED ***'
    END-IF.
    MOVE WS-STALL-LIMIT TO WS-MINUTES-EDIT.
    DISPLAY 'RUNS IN PROGRESS: ' WS-RUNNING-COUNT
        '  SILENT OVER ' FUNCTION TRIM(WS-MINUTES-EDIT) ' MIN: '
        WS-STALLED-COUNT '  NEW ALERTS POSTED: ' WS-POSTED-COUNT.
    IF WS-STALLED-COUNT > 0
     MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

WATCH-ONE-RUN.
    IF PROGRESS-RUN-STATE(PROGRESS-RUN-INDEX) = 'RUNNING'
     ADD 1 TO WS-RUNNING-COUNT
     MOVE PROGRESS-RUN-LAST-DATE(PROGRESS-RUN-INDEX) TO WS-STAMP-DATE
     MOVE PROGRESS-RUN-LAST-TIME(PROGRESS-RUN-INDEX) TO WS-STAMP-TIME
     PERFORM STAMP-TO-SECONDS
     IF WS-NOW-SECONDS > WS-STAMP-SECONDS
      COMPUTE WS-SILENT-MINUTES =
          (WS-NOW-SECONDS - WS-STAMP-SECONDS) / 60
     ELSE
      MOVE 0 TO WS-SILENT-MINUTES
     END-IF
     IF WS-SILENT-MINUTES > WS-STALL-LIMIT
      ADD 1 TO WS-STALLED-COUNT
      PERFORM RAISE-STALL-ALERT
     END-IF
    END-IF.

RAISE-STALL-ALERT.
* The text names the last line heard, so it reads the same every
* cycle until the run moves again.
    MOVE PROGRESS-RUN-LAST-TIME(PROGRESS-RUN-INDEX) TO WS-TIME-EDIT.
    INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'.
    MOVE PROGRESS-RUN-RECORDS(PROGRESS-RUN-INDEX) TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-ALERT-TEXT.
    STRING PROGRESS-RUN-PROGRAM(PROGRESS-RUN-INDEX) DELIMITED BY SPACE
        ' RUN ' DELIMITED BY SIZE
        PROGRESS-RUN-ID(PROGRESS-RUN-INDEX) DELIMITED BY SPACE
        ' STALLED - NO HEARTBEAT SINCE ' DELIMITED BY SIZE
        PROGRESS-RUN-LAST-DATE(PROGRESS-RUN-INDEX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-TIME-EDIT DELIMITED BY SIZE
        ' AT ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        ' RECORDS' DELIMITED BY SIZE
        INTO WS-ALERT-TEXT.
    MOVE WS-SILENT-MINUTES TO WS-MINUTES-EDIT.
    DISPLAY '*** ' FUNCTION TRIM(WS-ALERT-TEXT) ' ('
        FUNCTION TRIM(WS-MINUTES-EDIT) ' MIN)'.
    MOVE 'N' TO WS-ALREADY-POSTED-FLAG.
    PERFORM VARYING ALERT-LINE-INDEX FROM 1 BY 1
        UNTIL ALERT-LINE-INDEX > ALERT-LINE-COUNT
     MOVE ALERT-HELD-LINE(ALERT-LINE-INDEX) TO OPS-ALERT-FILE-RECORD
     IF ALERT-REC-RAISER = 'STALL-WATCHDOG'
         AND ALERT-REC-TEXT = WS-ALERT-TEXT
      SET WS-ALREADY-POSTED TO TRUE
     END-IF
    END-PERFORM.
    IF NOT WS-ALREADY-POSTED
     ADD 1 TO WS-POSTED-COUNT
     PERFORM POST-ONE-ALERT
    END-IF.

STAMP-TO-SECONDS.
    IF WS-STAMP-DATE = 0
     MOVE 0 TO WS-STAMP-SECONDS
    ELSE
     COMPUTE WS-STAMP-SECONDS =
         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
         + WS-STAMP-HOUR * 3600 + WS-STAMP-MINUTE * 60
         + WS-STAMP-SECOND
    END-IF.

LOAD-PROGRESS-TABLE.
    COPY "progress-load.cpy".

POST-ONE-ALERT.
    COPY "alert-post.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='STALL-WATCHDOG'==
                   ==:ALERT-TEXT:==   BY ==WS-ALERT-TEXT==.

RE-ESCALATE-OPEN-ALERTS.
    COPY "alert-escalate.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='STALL-WATCHDOG'==.

GET-RUN-ID.
    COPY "run-id-get.cpy".
