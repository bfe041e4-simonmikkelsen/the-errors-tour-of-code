IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-CONTROL.
AUTHOR. Simon Mikkelsen.
* The operator's console for the night's job-control overrides. When
* a run has to be stopped, pushed through, or repeated, the lever
* used to be an edit to JOBDEFS.TXT that somebody then had to
* remember to undo; here a signed-on operator enters an override
* instead - HOLD a job for a business date, RELEASE whatever stands
* for it, FORCE a job that is not due, SKIP the date's run, or RERUN
* a job that already completed - and the console appends it to the
* command file JOBCTL.TXT, where JOB-SCHEDULER, SCHEDULE-MONITOR,
* and BATCH-FORECAST pick it up for that date only. Every override
* names a job from JOBDEFS.TXT, carries a reason, and lands in the
* shared AUDITLOG with the operator who entered it. A RELEASE with
* nothing standing and a RERUN of a job SCHEDLOG.TXT does not show
* completed on the date are refused, and no override may be entered
* for a date already past. The list mode shows every command entered
* for a date and the override now standing for each job.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOB-DEFS-FILE ASSIGN TO 'JOBDEFS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-JOB-DEFS-STATUS.
    SELECT SCHED-LOG-FILE ASSIGN TO 'SCHEDLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SCHED-LOG-STATUS.
    COPY "jobctl-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  JOB-DEFS-FILE.
01  JOB-DEFS-RECORD PIC X(200).

FD  SCHED-LOG-FILE.
01  SCHED-LOG-RECORD PIC X(150).

COPY "jobctl-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "jobctl-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==JOBCTL-LOCK==.
01  WS-JOB-DEFS-STATUS PIC X(02).
01  WS-JOB-DEFS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-JOB-DEFS-EOF VALUE 'Y'.
01  WS-SCHED-LOG-STATUS PIC X(02).
01  WS-SCHED-LOG-EOF-FLAG PIC X VALUE 'N'.
    88  WS-SCHED-LOG-EOF VALUE 'Y'.
01  WS-MODE-CHOICE PIC X VALUE 'L'.
    88  WS-OVERRIDE-MODE VALUE 'O'.
01  WS-TODAY-DATE PIC 9(08) VALUE 0.
01  WS-NOW-TIME PIC 9(08) VALUE 0.
01  WS-DATE-TEXT PIC X(08).
01  WS-BUSINESS-DATE PIC X(08).
01  WS-JOB-NAME PIC X(20).
01  WS-DEF-JOB-NAME PIC X(20).
01  WS-JOB-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-JOB-FOUND VALUE 'Y'.
01  WS-COMPLETED-FLAG PIC X VALUE 'N'.
    88  WS-JOB-COMPLETED VALUE 'Y'.
01  WS-SL-DATE-PART PIC X(40).
01  WS-SL-REST PIC X(150).
01  WS-SL-JOB PIC X(20).
01  WS-SL-TAIL PIC X(150).
01  WS-SL-LEAD PIC X(150).
01  WS-SL-DECISION PIC X(80).
01  WS-NEW-ACTION PIC X(07).
    88  WS-NEW-ACTION-VALID VALUES 'HOLD' 'RELEASE' 'FORCE' 'SKIP'
        'RERUN'.
01  WS-NEW-REASON PIC X(60).
01  WS-OVERRIDE-OK-FLAG PIC X VALUE 'Y'.
    88  WS-OVERRIDE-OK VALUE 'Y'.
01  WS-DONE-FLAG PIC X VALUE 'N'.
    88  WS-CONSOLE-DONE VALUE 'Y'.
01  WS-ENTERED-COUNT PIC 9(03) VALUE 0.
01  WS-LISTED-COUNT PIC 9(03) VALUE 0.
01  WS-AUDIT-REASON PIC X(60).
01  WS-AUDIT-DETAIL PIC X(120).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    MOVE RUN-ID-CURRENT-DATE TO WS-TODAY-DATE.
    DISPLAY 'Mode (L=list overrides for a date, O=enter overrides): '
        WITH NO ADVANCING.
    ACCEPT WS-MODE-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-MODE-CHOICE) TO WS-MODE-CHOICE.
    IF WS-OVERRIDE-MODE
     PERFORM SIGN-OPERATOR-ON
     PERFORM ENTER-ONE-OVERRIDE UNTIL WS-CONSOLE-DONE
     DISPLAY WS-ENTERED-COUNT ' override(s) entered.'
    ELSE
     PERFORM ACCEPT-BUSINESS-DATE
     IF WS-OVERRIDE-OK
      PERFORM LIST-OVERRIDES
     END-IF
    END-IF.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='JOB-CONTROL'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

ACCEPT-BUSINESS-DATE.
* Blank means today's business date; a list may look back, but an
* override is only taken for today or later.
    MOVE 'Y' TO WS-OVERRIDE-OK-FLAG.
    DISPLAY 'Business date (YYYYMMDD, blank = today): '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-DATE-TEXT.
    ACCEPT WS-DATE-TEXT.
    IF WS-DATE-TEXT = SPACES
     MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
    ELSE
     IF WS-DATE-TEXT IS NOT NUMERIC
      DISPLAY 'Not a date: ' WS-DATE-TEXT
      MOVE 'N' TO WS-OVERRIDE-OK-FLAG
     ELSE
      IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-TEXT))
          NOT = 0
       DISPLAY 'Not a date: ' WS-DATE-TEXT
       MOVE 'N' TO WS-OVERRIDE-OK-FLAG
      ELSE
       MOVE WS-DATE-TEXT TO WS-BUSINESS-DATE
      END-IF
     END-IF
    END-IF.

LIST-OVERRIDES.
    DISPLAY 'OVERRIDES FOR ' WS-BUSINESS-DATE ':'.
    DISPLAY 'JOB                  ACTION  OPERATOR             '
        'ENTERED         REASON'.
    MOVE 0 TO WS-LISTED-COUNT.
    MOVE 'N' TO JOBCTL-EOF-FLAG.
    OPEN INPUT JOBCTL-FILE.
    IF JOBCTL-FILE-STATUS NOT = '00'
     SET JOBCTL-EOF TO TRUE
    END-IF.
    PERFORM LIST-ONE-COMMAND-LINE UNTIL JOBCTL-EOF.
    IF JOBCTL-FILE-STATUS = '00' OR JOBCTL-FILE-STATUS = '10'
     CLOSE JOBCTL-FILE
    END-IF.
    DISPLAY 'COMMANDS FOR THE DATE: ' WS-LISTED-COUNT.
    IF WS-LISTED-COUNT > 0
     DISPLAY 'STANDING AFTER THE LAST COMMAND:'
     PERFORM LIST-STANDING-OVERRIDES
    END-IF.

LIST-ONE-COMMAND-LINE.
    READ JOBCTL-FILE INTO JOBCTL-RECORD
     AT END
      SET JOBCTL-EOF TO TRUE
     NOT AT END
      IF JOBCTL-RECORD NOT = SPACES
          AND JOBCTL-RECORD(1:1) NOT = '*'
       PERFORM SPLIT-COMMAND-LINE
       IF JOBCTL-LINE-DATE = WS-BUSINESS-DATE
        ADD 1 TO WS-LISTED-COUNT
        DISPLAY JOBCTL-LINE-JOB ' ' JOBCTL-LINE-ACTION ' '
            JOBCTL-LINE-OPERATOR ' ' JOBCTL-LINE-ENTERED-DATE ' '
            JOBCTL-LINE-ENTERED-TIME ' '
            FUNCTION TRIM(JOBCTL-LINE-REASON)
       END-IF
      END-IF
    END-READ.

SPLIT-COMMAND-LINE.
    MOVE SPACES TO JOBCTL-LINE-DATE.
    MOVE SPACES TO JOBCTL-LINE-JOB.
    MOVE SPACES TO JOBCTL-LINE-ACTION.
    MOVE SPACES TO JOBCTL-LINE-OPERATOR.
    MOVE SPACES TO JOBCTL-LINE-ENTERED-DATE.
    MOVE SPACES TO JOBCTL-LINE-ENTERED-TIME.
    MOVE SPACES TO JOBCTL-LINE-REASON.
    UNSTRING JOBCTL-RECORD DELIMITED BY ','
        INTO JOBCTL-LINE-DATE JOBCTL-LINE-JOB
             JOBCTL-LINE-ACTION JOBCTL-LINE-OPERATOR
             JOBCTL-LINE-ENTERED-DATE JOBCTL-LINE-ENTERED-TIME
             JOBCTL-LINE-REASON.

LIST-STANDING-OVERRIDES.
* One line per defined job that has an override standing on the
* date, asked the same way the scheduler asks it.
    MOVE 'N' TO WS-JOB-DEFS-EOF-FLAG.
    OPEN INPUT JOB-DEFS-FILE.
    IF WS-JOB-DEFS-STATUS NOT = '00'
     SET WS-JOB-DEFS-EOF TO TRUE
    END-IF.
    PERFORM LIST-ONE-STANDING-JOB UNTIL WS-JOB-DEFS-EOF.
    IF WS-JOB-DEFS-STATUS = '00' OR WS-JOB-DEFS-STATUS = '10'
     CLOSE JOB-DEFS-FILE
    END-IF.

LIST-ONE-STANDING-JOB.
    READ JOB-DEFS-FILE INTO JOB-DEFS-RECORD
     AT END
      SET WS-JOB-DEFS-EOF TO TRUE
     NOT AT END
      IF JOB-DEFS-RECORD NOT = SPACES
          AND JOB-DEFS-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-JOB-NAME
       UNSTRING JOB-DEFS-RECORD DELIMITED BY ','
           INTO WS-JOB-NAME
       PERFORM CHECK-JOB-OVERRIDE
       IF NOT JOBCTL-NO-OVERRIDE
        DISPLAY '  ' WS-JOB-NAME ' ' JOBCTL-ACTION ' BY '
            FUNCTION TRIM(JOBCTL-OPERATOR)
       END-IF
      END-IF
    END-READ.

ENTER-ONE-OVERRIDE.
    DISPLAY ' '.
    DISPLAY 'Job name (blank to finish): ' WITH NO ADVANCING.
    MOVE SPACES TO WS-JOB-NAME.
    ACCEPT WS-JOB-NAME.
    MOVE FUNCTION UPPER-CASE(WS-JOB-NAME) TO WS-JOB-NAME.
    IF WS-JOB-NAME = SPACES
     SET WS-CONSOLE-DONE TO TRUE
    ELSE
     PERFORM FIND-JOB-DEFINITION
     IF NOT WS-JOB-FOUND
      DISPLAY 'No job ' FUNCTION TRIM(WS-JOB-NAME)
          ' in JOBDEFS.TXT.'
     ELSE
      PERFORM ACCEPT-OVERRIDE-DETAILS
      IF WS-OVERRIDE-OK
       PERFORM VALIDATE-OVERRIDE
      END-IF
      IF WS-OVERRIDE-OK
       PERFORM APPEND-OVERRIDE
      END-IF
     END-IF
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
        UNSTRING JOB-DEFS-RECORD DELIMITED BY ','
            INTO WS-DEF-JOB-NAME
        IF WS-DEF-JOB-NAME = WS-JOB-NAME
         SET WS-JOB-FOUND TO TRUE
        END-IF
       END-IF
     END-READ
    END-PERFORM.
    IF WS-JOB-DEFS-STATUS = '00' OR WS-JOB-DEFS-STATUS = '10'
     CLOSE JOB-DEFS-FILE
    END-IF.

ACCEPT-OVERRIDE-DETAILS.
    PERFORM ACCEPT-BUSINESS-DATE.
    IF WS-OVERRIDE-OK AND WS-BUSINESS-DATE < WS-TODAY-DATE
     DISPLAY 'Business date ' WS-BUSINESS-DATE
         ' is past - no override taken.'
     MOVE 'N' TO WS-OVERRIDE-OK-FLAG
    END-IF.
    IF WS-OVERRIDE-OK
     DISPLAY 'Action (HOLD, RELEASE, FORCE, SKIP, RERUN): '
         WITH NO ADVANCING
     MOVE SPACES TO WS-NEW-ACTION
     ACCEPT WS-NEW-ACTION
     MOVE FUNCTION UPPER-CASE(WS-NEW-ACTION) TO WS-NEW-ACTION
     IF NOT WS-NEW-ACTION-VALID
      DISPLAY 'Unknown action: ' WS-NEW-ACTION
      MOVE 'N' TO WS-OVERRIDE-OK-FLAG
     END-IF
    END-IF.
    IF WS-OVERRIDE-OK
     DISPLAY 'Reason: ' WITH NO ADVANCING
     MOVE SPACES TO WS-NEW-REASON
     ACCEPT WS-NEW-REASON
* The reason is the last field of a comma-delimited line.
     INSPECT WS-NEW-REASON REPLACING ALL ',' BY ';'
     IF WS-NEW-REASON = SPACES
      DISPLAY 'A reason is required for every override.'
      MOVE 'N' TO WS-OVERRIDE-OK-FLAG
     END-IF
    END-IF.

VALIDATE-OVERRIDE.
    EVALUATE WS-NEW-ACTION
     WHEN 'RELEASE'
      PERFORM CHECK-JOB-OVERRIDE
      IF JOBCTL-NO-OVERRIDE
       DISPLAY 'Nothing stands for ' FUNCTION TRIM(WS-JOB-NAME)
           ' on ' WS-BUSINESS-DATE ' - nothing to release.'
       MOVE 'N' TO WS-OVERRIDE-OK-FLAG
      END-IF
     WHEN 'RERUN'
      PERFORM CHECK-JOB-COMPLETED
      IF NOT WS-JOB-COMPLETED
       DISPLAY FUNCTION TRIM(WS-JOB-NAME) ' has not completed on '
           WS-BUSINESS-DATE ' - nothing to rerun.'
       MOVE 'N' TO WS-OVERRIDE-OK-FLAG
      END-IF
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

CHECK-JOB-OVERRIDE.
    COPY "jobctl-check.cpy"
        REPLACING ==:JOBCTL-BUSINESS-DATE:== BY ==WS-BUSINESS-DATE==
                   ==:JOBCTL-JOB-NAME:==      BY ==WS-JOB-NAME==.

CHECK-JOB-COMPLETED.
* The scheduler's own log is the record of what ran: a COMPLETED
* decision for the job on the business date.
    MOVE 'N' TO WS-COMPLETED-FLAG.
    MOVE 'N' TO WS-SCHED-LOG-EOF-FLAG.
    OPEN INPUT SCHED-LOG-FILE.
    IF WS-SCHED-LOG-STATUS NOT = '00'
     SET WS-SCHED-LOG-EOF TO TRUE
    END-IF.
    PERFORM WEIGH-ONE-SCHEDLOG-LINE UNTIL WS-SCHED-LOG-EOF.
    IF WS-SCHED-LOG-STATUS = '00' OR WS-SCHED-LOG-STATUS = '10'
     CLOSE SCHED-LOG-FILE
    END-IF.

WEIGH-ONE-SCHEDLOG-LINE.
    READ SCHED-LOG-FILE INTO SCHED-LOG-RECORD
     AT END
      SET WS-SCHED-LOG-EOF TO TRUE
     NOT AT END
      IF SCHED-LOG-RECORD(1:8) = WS-BUSINESS-DATE
       MOVE SPACES TO WS-SL-JOB
       MOVE SPACES TO WS-SL-DECISION
       UNSTRING SCHED-LOG-RECORD DELIMITED BY ' JOB='
           INTO WS-SL-DATE-PART WS-SL-REST
       UNSTRING WS-SL-REST DELIMITED BY ' '
           INTO WS-SL-JOB WS-SL-TAIL
       UNSTRING SCHED-LOG-RECORD DELIMITED BY 'DECISION='
           INTO WS-SL-LEAD WS-SL-DECISION
       IF WS-SL-JOB = WS-JOB-NAME
           AND WS-SL-DECISION(1:9) = 'COMPLETED'
        SET WS-JOB-COMPLETED TO TRUE
       END-IF
      END-IF
    END-READ.

APPEND-OVERRIDE.
* Appends are serialized with any other console session through the
* dataset lock manager; the readers only ever read the file whole.
    MOVE 'ENQ' TO JOBCTL-LOCK-OPERATION.
    MOVE 'JOBCTL.TXT' TO JOBCTL-LOCK-DATASET.
    MOVE 'JOB-CONTROL' TO JOBCTL-LOCK-PROGRAM.
    MOVE OPERATOR-SIGNON-ID TO JOBCTL-LOCK-OPERATOR.
    MOVE RUN-ID-STAMP TO JOBCTL-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING JOBCTL-LOCK-REQUEST.
    IF JOBCTL-LOCK-RESULT NOT = '00'
     DISPLAY 'JOBCTL.TXT is held by another run - '
         'override not entered, try again.'
    ELSE
     ACCEPT WS-NOW-TIME FROM TIME
     MOVE SPACES TO JOBCTL-RECORD
     STRING WS-BUSINESS-DATE DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-JOB-NAME DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-NEW-ACTION DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         OPERATOR-SIGNON-ID DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-TODAY-DATE DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-NOW-TIME(1:6) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-NEW-REASON) DELIMITED BY SIZE
         INTO JOBCTL-RECORD
     OPEN EXTEND JOBCTL-FILE
     IF JOBCTL-FILE-STATUS = '35'
      OPEN OUTPUT JOBCTL-FILE
     END-IF
     WRITE JOBCTL-RECORD
     CLOSE JOBCTL-FILE
     MOVE 'DEQ' TO JOBCTL-LOCK-OPERATION
     CALL 'DSLOCK' USING JOBCTL-LOCK-REQUEST
     ADD 1 TO WS-ENTERED-COUNT
     PERFORM WRITE-AUDIT-LOG
     DISPLAY FUNCTION TRIM(WS-NEW-ACTION) ' entered for '
         FUNCTION TRIM(WS-JOB-NAME) ' on ' WS-BUSINESS-DATE '.'
    END-IF.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-AUDIT-LOG.
* The detail must stay one unbroken token (the audit copybook cuts
* its fields at the first space), so the reason's spaces travel as
* underscores: DATE=date,OPERATOR=id,REASON=text.
    MOVE FUNCTION TRIM(WS-NEW-REASON) TO WS-AUDIT-REASON.
    INSPECT WS-AUDIT-REASON REPLACING ALL ' ' BY '_'.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'DATE=' DELIMITED BY SIZE
        WS-BUSINESS-DATE DELIMITED BY SIZE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        ',REASON=' DELIMITED BY SIZE
        WS-AUDIT-REASON DELIMITED BY '__'
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='JOB-CONTROL'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-JOB-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==1==
                   ==:AUDIT-OUTCOME:==      BY ==WS-NEW-ACTION==.
