IDENTIFICATION DIVISION.
PROGRAM-ID. MONTH-END-CLOSE.
AUTHOR. Simon Mikkelsen.
* Month-end used to be a paper checklist - AUDIT-ARCHIVER,
* CHARGEBACK-REPORT, SETTLE-INTEREST, SPACE-TREND, the access
* recertification and the GL interface, each run by hand in the
* right order and initialled on the sheet. This program is the
* sheet. The steps stand in order on the checklist MECHECKLIST.TXT
* (see MECHECKLIST-SELECT.CPY): an AUTO step is CALLed from here
* with its parameter, the way JOB-STREAM-DRIVER runs a step, and
* its condition code is held against the highest code the checklist
* allows it - above that the close stops at the step, as the job
* stream stops; a MANUAL step is shown with what has to be done and
* is done when the operator confirms it with a note saying what was
* done. Every outcome goes on the month-end log MECLOSE.TXT against
* the month, step and operator, and to the shared AUDITLOG, so the
* close can be picked up again - by anyone, on any day - at the
* first step not yet complete; steps already complete are never run
* twice. A run holds the log under a DSLOCK, so two operators cannot
* drive the same close at once, and the steps' own audit lines hang
* under this run as their parent.
* The close is not over when the last step is: a second operator -
* one who completed none of the month's steps - must sign it off,
* and until that SIGNOFF line is on the log the month shows as open
* on OPS-DASHBOARD. A signed-off month takes no further steps.
* RETURN-CODE is 8 when a step failed its gate or the run was
* refused, 4 when the close paused at a manual step.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "mechecklist-select.cpy".
    COPY "meclose-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "mechecklist-fd.cpy".
COPY "meclose-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "meclose-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-MONTH-TEXT PIC X(06).
01  WS-DEFAULT-MONTH PIC 9(06) VALUE 0.
01  WS-DEFAULT-MONTH-PARTS REDEFINES WS-DEFAULT-MONTH.
    05  WS-DEFAULT-YEAR PIC 9(04).
    05  WS-DEFAULT-MM PIC 9(02).
01  WS-ACTION PIC X(01).
01  WS-ANSWER PIC X(01).
01  WS-NOTE PIC X(80).
01  WS-STEP-RETURN-CODE PIC S9(04) VALUE 0.
01  WS-STEP-RC-TEXT PIC 9(04) VALUE 0.
01  WS-GATE-TEXT PIC 9(04) VALUE 0.
01  WS-STOP-FLAG PIC X VALUE 'N'.
    88  WS-CLOSE-STOPPED VALUE 'Y'.
01  WS-STATE-SHOWN PIC X(08).
01  WS-CLOSE-RC PIC 9(02) VALUE 0.

* One line for the month-end log.
01  WS-LINE-STEP PIC 9(02) VALUE 0.
01  WS-LINE-KIND PIC X(08).
01  WS-LINE-NAME PIC X(20).
01  WS-LINE-RC PIC 9(04) VALUE 0.
01  WS-LINE-NOTE PIC X(80).

* What the shared AUDITLOG line says about it.
01  WS-AUDIT-SOURCE PIC X(20).
01  WS-AUDIT-DEST PIC X(40).
01  WS-AUDIT-OUTCOME PIC X(12).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM SIGN-OPERATOR-ON.
    MOVE RUN-ID-CURRENT-DATE(1:6) TO WS-DEFAULT-MONTH.
    IF WS-DEFAULT-MM = 1
     SUBTRACT 1 FROM WS-DEFAULT-YEAR
     MOVE 12 TO WS-DEFAULT-MM
    ELSE
     SUBTRACT 1 FROM WS-DEFAULT-MM
    END-IF.
    DISPLAY 'Month to close (YYYYMM, blank = ' WS-DEFAULT-MONTH
        '): ' WITH NO ADVANCING.
    ACCEPT WS-MONTH-TEXT.
    IF WS-MONTH-TEXT = SPACES
     MOVE WS-DEFAULT-MONTH TO MECLOSE-MONTH
    ELSE
     IF WS-MONTH-TEXT IS NOT NUMERIC
         OR WS-MONTH-TEXT(5:2) < '01' OR WS-MONTH-TEXT(5:2) > '12'
         OR WS-MONTH-TEXT > RUN-ID-CURRENT-DATE(1:6)
      DISPLAY 'The month must be YYYYMM and not in the future.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
     MOVE WS-MONTH-TEXT TO MECLOSE-MONTH
    END-IF.
    PERFORM LOAD-MONTH-END-STATUS.
    IF MECLOSE-STEP-COUNT = 0
     DISPLAY 'No month-end checklist MECHECKLIST.TXT on file.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM SHOW-CLOSE-STATUS.
    IF MECLOSE-SIGNED-OFF
     GOBACK
    END-IF.
    IF MECLOSE-FIRST-OPEN = 0
     DISPLAY 'Action (F=sign the close off, blank=leave): '
         WITH NO ADVANCING
    ELSE
     DISPLAY 'Action (R=run the close from step ' MECLOSE-FIRST-OPEN
         ', blank=leave): ' WITH NO ADVANCING
    END-IF.
    ACCEPT WS-ACTION.
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
    EVALUATE WS-ACTION
     WHEN 'R'
      PERFORM RUN-THE-CLOSE
     WHEN 'F'
      PERFORM SIGN-THE-CLOSE-OFF
     WHEN OTHER
      DISPLAY 'Nothing done.'
    END-EVALUATE.
    MOVE WS-CLOSE-RC TO RETURN-CODE.
    GOBACK.

SHOW-CLOSE-STATUS.
    DISPLAY '========================================'.
    DISPLAY 'MONTH-END CLOSE FOR ' MECLOSE-MONTH.
    PERFORM SHOW-ONE-STEP
        VARYING MECLOSE-STEP-INDEX FROM 1 BY 1
        UNTIL MECLOSE-STEP-INDEX > MECLOSE-STEP-COUNT.
    IF MECLOSE-CHECKLIST-OVERFLOWED
     DISPLAY '*** MECHECKLIST.TXT HOLDS MORE THAN 30 STEPS - '
         'ONLY THE FIRST 30 ARE TAKEN ***'
    END-IF.
    DISPLAY '========================================'.
    EVALUATE TRUE
     WHEN MECLOSE-SIGNED-OFF
      DISPLAY 'CLOSED - SIGNED OFF BY '
          FUNCTION TRIM(MECLOSE-SIGNED-BY) ' ON '
          MECLOSE-SIGNED-DATE ' AT ' MECLOSE-SIGNED-TIME
      DISPLAY '  ' FUNCTION TRIM(MECLOSE-SIGNED-NOTE)
     WHEN MECLOSE-FIRST-OPEN = 0
      DISPLAY 'OPEN - ALL ' MECLOSE-STEP-COUNT ' STEPS COMPLETE, '
          'AWAITING SIGN-OFF BY A SECOND OPERATOR'
     WHEN OTHER
      DISPLAY 'OPEN - ' MECLOSE-COMPLETE-COUNT ' OF '
          MECLOSE-STEP-COUNT ' STEPS COMPLETE, NEXT IS STEP '
          MECLOSE-FIRST-OPEN
    END-EVALUATE.

SHOW-ONE-STEP.
    MOVE MECLOSE-STEP-STATE(MECLOSE-STEP-INDEX) TO WS-STATE-SHOWN.
    IF WS-STATE-SHOWN = SPACES
     MOVE 'TO DO' TO WS-STATE-SHOWN
    END-IF.
    DISPLAY '  STEP ' MECLOSE-STEP-INDEX ' '
        MECLOSE-STEP-TYPE(MECLOSE-STEP-INDEX) ' '
        MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX) ' ' WS-STATE-SHOWN.
    DISPLAY '          '
        FUNCTION TRIM(MECLOSE-STEP-DESCRIPTION(MECLOSE-STEP-INDEX)).
    IF MECLOSE-STEP-STATE(MECLOSE-STEP-INDEX) NOT = SPACES
     DISPLAY '          BY '
         FUNCTION TRIM(MECLOSE-STEP-BY(MECLOSE-STEP-INDEX)) ' ON '
         MECLOSE-STEP-DATE(MECLOSE-STEP-INDEX) ' AT '
         MECLOSE-STEP-TIME(MECLOSE-STEP-INDEX) ' - '
         FUNCTION TRIM(MECLOSE-STEP-NOTE(MECLOSE-STEP-INDEX))
    END-IF.

RUN-THE-CLOSE.
* The log is taken and read again under the lock: another operator
* may have moved the close on since the status above was shown.
    PERFORM TAKE-CLOSE-LOCK.
    IF MECLOSE-LOCK-RESULT NOT = '00'
     DISPLAY 'The month-end log is held by another run - '
         'try again later.'
     MOVE 8 TO WS-CLOSE-RC
    ELSE
     PERFORM LOAD-MONTH-END-STATUS
     IF MECLOSE-SIGNED-OFF OR MECLOSE-FIRST-OPEN = 0
      DISPLAY 'Every step is already complete.'
     ELSE
      PERFORM SET-PARENT-RUN-MARKER
      MOVE 'N' TO WS-STOP-FLAG
      PERFORM TAKE-ONE-CLOSE-STEP
          VARYING MECLOSE-STEP-INDEX FROM MECLOSE-FIRST-OPEN BY 1
          UNTIL MECLOSE-STEP-INDEX > MECLOSE-STEP-COUNT
             OR WS-CLOSE-STOPPED
      PERFORM RESTORE-PARENT-RUN-MARKER
      PERFORM LOAD-MONTH-END-STATUS
      DISPLAY ' '
      PERFORM SHOW-CLOSE-STATUS
     END-IF
     PERFORM RELEASE-CLOSE-LOCK
    END-IF.

TAKE-ONE-CLOSE-STEP.
    EVALUATE TRUE
     WHEN MECLOSE-STEP-COMPLETE(MECLOSE-STEP-INDEX)
      DISPLAY 'STEP ' MECLOSE-STEP-INDEX ' '
          FUNCTION TRIM(MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX))
          ' IS ALREADY COMPLETE'
     WHEN MECLOSE-STEP-AUTO(MECLOSE-STEP-INDEX)
      PERFORM RUN-AUTO-STEP
     WHEN MECLOSE-STEP-MANUAL(MECLOSE-STEP-INDEX)
      PERFORM CONFIRM-MANUAL-STEP
     WHEN OTHER
      DISPLAY 'STEP ' MECLOSE-STEP-INDEX ' TYPE '
          FUNCTION TRIM(MECLOSE-STEP-TYPE(MECLOSE-STEP-INDEX))
          ' IS NOT AUTO OR MANUAL - CORRECT MECHECKLIST.TXT'
      SET WS-CLOSE-STOPPED TO TRUE
      MOVE 8 TO WS-CLOSE-RC
    END-EVALUATE.

RUN-AUTO-STEP.
    DISPLAY ' '.
    DISPLAY '--- STEP ' MECLOSE-STEP-INDEX ': '
        FUNCTION TRIM(MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX)) ' ---'.
    IF MECLOSE-STEP-PARAMETER(MECLOSE-STEP-INDEX) NOT = SPACES
     DISPLAY 'STEP PARAMETER: '
         MECLOSE-STEP-PARAMETER(MECLOSE-STEP-INDEX)
    END-IF.
* The step's parameter travels in JOBSTEP-PASSED-PARAMETER, where
* RUN-ID-GET.CPY picks it up for the step.
    MOVE MECLOSE-STEP-PARAMETER(MECLOSE-STEP-INDEX)
        TO JOBSTEP-PASSED-PARAMETER.
    MOVE 0 TO RETURN-CODE.
    CALL MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX)
     ON EXCEPTION
      DISPLAY 'STEP PROGRAM NOT AVAILABLE: '
          MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX)
      MOVE 12 TO RETURN-CODE
    END-CALL.
    MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
    MOVE 0 TO RETURN-CODE.
    DISPLAY 'STEP ' MECLOSE-STEP-INDEX ' CONDITION CODE: '
        WS-STEP-RETURN-CODE.
    MOVE WS-STEP-RETURN-CODE TO WS-STEP-RC-TEXT.
    MOVE MECLOSE-STEP-MAX-RC(MECLOSE-STEP-INDEX) TO WS-GATE-TEXT.
    MOVE MECLOSE-STEP-INDEX TO WS-LINE-STEP.
    MOVE MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX) TO WS-LINE-NAME.
    MOVE WS-STEP-RC-TEXT TO WS-LINE-RC.
    MOVE SPACES TO WS-LINE-NOTE.
    IF WS-STEP-RETURN-CODE < 0
        OR WS-STEP-RETURN-CODE > MECLOSE-STEP-MAX-RC(MECLOSE-STEP-INDEX)
     MOVE 'FAILED' TO WS-LINE-KIND
     STRING 'CONDITION CODE ' DELIMITED BY SIZE
         WS-STEP-RC-TEXT DELIMITED BY SIZE
         ' ABOVE THE GATE OF ' DELIMITED BY SIZE
         WS-GATE-TEXT DELIMITED BY SIZE
         INTO WS-LINE-NOTE
     SET WS-CLOSE-STOPPED TO TRUE
     MOVE 8 TO WS-CLOSE-RC
    ELSE
     MOVE 'DONE' TO WS-LINE-KIND
     STRING 'CONDITION CODE ' DELIMITED BY SIZE
         WS-STEP-RC-TEXT DELIMITED BY SIZE
         ' WITHIN THE GATE OF ' DELIMITED BY SIZE
         WS-GATE-TEXT DELIMITED BY SIZE
         INTO WS-LINE-NOTE
    END-IF.
    PERFORM RECORD-STEP-OUTCOME.

CONFIRM-MANUAL-STEP.
* A manual step is done when someone says what they did; a step
* that is not done yet pauses the close there, to be picked up
* again on a later run.
    DISPLAY ' '.
    DISPLAY '--- STEP ' MECLOSE-STEP-INDEX ': '
        FUNCTION TRIM(MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX))
        ' (MANUAL) ---'.
    DISPLAY FUNCTION TRIM(MECLOSE-STEP-DESCRIPTION(MECLOSE-STEP-INDEX)).
    DISPLAY 'Is this step complete? (Y/N): ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    MOVE SPACES TO WS-NOTE.
    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
     DISPLAY 'Note - what was done: ' WITH NO ADVANCING
     ACCEPT WS-NOTE
    END-IF.
    IF WS-NOTE = SPACES
     DISPLAY 'Step ' MECLOSE-STEP-INDEX ' not confirmed - '
         'the close pauses here.'
     SET WS-CLOSE-STOPPED TO TRUE
     MOVE 4 TO WS-CLOSE-RC
    ELSE
     MOVE MECLOSE-STEP-INDEX TO WS-LINE-STEP
     MOVE 'CONFIRM' TO WS-LINE-KIND
     MOVE MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX) TO WS-LINE-NAME
     MOVE 0 TO WS-LINE-RC
     MOVE WS-NOTE TO WS-LINE-NOTE
     PERFORM RECORD-STEP-OUTCOME
    END-IF.

RECORD-STEP-OUTCOME.
    PERFORM APPEND-MECLOSE-LINE.
    MOVE SPACES TO WS-AUDIT-SOURCE.
    STRING 'MONTH-END-' DELIMITED BY SIZE
        MECLOSE-MONTH DELIMITED BY SIZE
        INTO WS-AUDIT-SOURCE.
    MOVE SPACES TO WS-AUDIT-DEST.
    STRING 'STEP-' DELIMITED BY SIZE
        WS-LINE-STEP DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-LINE-NAME DELIMITED BY SPACE
        INTO WS-AUDIT-DEST.
    MOVE WS-LINE-KIND TO WS-AUDIT-OUTCOME.
    PERFORM WRITE-AUDIT-LOG.

SIGN-THE-CLOSE-OFF.
* Four eyes: whoever completed any step of this month's close is
* one pair already, so the sign-off must come from someone else.
    PERFORM TAKE-CLOSE-LOCK.
    IF MECLOSE-LOCK-RESULT NOT = '00'
     DISPLAY 'The month-end log is held by another run - '
         'try again later.'
     MOVE 8 TO WS-CLOSE-RC
    ELSE
     PERFORM LOAD-MONTH-END-STATUS
     MOVE 'N' TO WS-STOP-FLAG
     EVALUATE TRUE
      WHEN MECLOSE-SIGNED-OFF
       DISPLAY 'The close is already signed off.'
       SET WS-CLOSE-STOPPED TO TRUE
      WHEN MECLOSE-FIRST-OPEN > 0
       DISPLAY 'Step ' MECLOSE-FIRST-OPEN ' is not complete - '
           'the close cannot be signed off.'
       SET WS-CLOSE-STOPPED TO TRUE
       MOVE 8 TO WS-CLOSE-RC
      WHEN OTHER
       PERFORM VARYING MECLOSE-STEP-INDEX FROM 1 BY 1
           UNTIL MECLOSE-STEP-INDEX > MECLOSE-STEP-COUNT
              OR WS-CLOSE-STOPPED
        IF MECLOSE-STEP-BY(MECLOSE-STEP-INDEX) = OPERATOR-SIGNON-ID
         DISPLAY 'You completed step ' MECLOSE-STEP-INDEX
             ' of this close - a second operator must sign it off.'
         SET WS-CLOSE-STOPPED TO TRUE
         MOVE 8 TO WS-CLOSE-RC
        END-IF
       END-PERFORM
     END-EVALUATE
     IF NOT WS-CLOSE-STOPPED
      DISPLAY 'Sign-off note: ' WITH NO ADVANCING
      ACCEPT WS-NOTE
      DISPLAY 'Sign off the close of ' MECLOSE-MONTH ' ? (Y/N): '
          WITH NO ADVANCING
      ACCEPT WS-ANSWER
      IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
       MOVE 0 TO WS-LINE-STEP
       MOVE 'SIGNOFF' TO WS-LINE-KIND
       MOVE SPACES TO WS-LINE-NAME
       MOVE 0 TO WS-LINE-RC
       MOVE WS-NOTE TO WS-LINE-NOTE
       PERFORM APPEND-MECLOSE-LINE
       MOVE SPACES TO WS-AUDIT-SOURCE
       STRING 'MONTH-END-' DELIMITED BY SIZE
           MECLOSE-MONTH DELIMITED BY SIZE
           INTO WS-AUDIT-SOURCE
       MOVE 'MECLOSE.TXT' TO WS-AUDIT-DEST
       MOVE 'SIGNED-OFF' TO WS-AUDIT-OUTCOME
       MOVE MECLOSE-STEP-COUNT TO WS-LINE-RC
       PERFORM WRITE-AUDIT-LOG
       DISPLAY 'MONTH ' MECLOSE-MONTH ' CLOSED - SIGNED OFF BY '
           FUNCTION TRIM(OPERATOR-SIGNON-ID) '.'
      ELSE
       DISPLAY 'Sign-off abandoned - the month stays open.'
      END-IF
     END-IF
     PERFORM RELEASE-CLOSE-LOCK
    END-IF.

APPEND-MECLOSE-LINE.
    MOVE SPACES TO MECLOSE-RECORD.
    MOVE MECLOSE-MONTH TO MECLOSE-REC-MONTH.
    MOVE WS-LINE-STEP TO MECLOSE-REC-STEP.
    MOVE WS-LINE-KIND TO MECLOSE-REC-KIND.
    MOVE WS-LINE-NAME TO MECLOSE-REC-NAME.
    ACCEPT MECLOSE-REC-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDITLOG-TIME FROM TIME.
    MOVE AUDITLOG-TIME(1:6) TO MECLOSE-REC-TIME.
    MOVE OPERATOR-SIGNON-ID TO MECLOSE-REC-OPERATOR.
    MOVE WS-LINE-RC TO MECLOSE-REC-RC.
    MOVE RUN-ID-STAMP TO MECLOSE-REC-RUN-ID.
    MOVE WS-LINE-NOTE TO MECLOSE-REC-NOTE.
    OPEN EXTEND MECLOSE-FILE.
    IF MECLOSE-FILE-STATUS = '35'
     OPEN OUTPUT MECLOSE-FILE
    END-IF.
    WRITE MECLOSE-RECORD.
    CLOSE MECLOSE-FILE.

TAKE-CLOSE-LOCK.
    MOVE 'ENQ' TO MECLOSE-LOCK-OPERATION.
    MOVE 'MECLOSE.TXT' TO MECLOSE-LOCK-DATASET.
    MOVE 'MONTH-END-CLOSE' TO MECLOSE-LOCK-PROGRAM.
    MOVE OPERATOR-SIGNON-ID TO MECLOSE-LOCK-OPERATOR.
    MOVE RUN-ID-STAMP TO MECLOSE-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING MECLOSE-LOCK-REQUEST.

RELEASE-CLOSE-LOCK.
    MOVE 'DEQ' TO MECLOSE-LOCK-OPERATION.
    CALL 'DSLOCK' USING MECLOSE-LOCK-REQUEST.

SET-PARENT-RUN-MARKER.
* Own run id onto the marker: every step CALLed from here draws its
* id with this run recorded as its parent.
    OPEN OUTPUT PARENT-RUN-FILE.
    MOVE RUN-ID-STAMP TO PARENT-RUN-RECORD.
    WRITE PARENT-RUN-RECORD.
    CLOSE PARENT-RUN-FILE.

RESTORE-PARENT-RUN-MARKER.
    OPEN OUTPUT PARENT-RUN-FILE.
    MOVE RUN-ID-PARENT-STAMP TO PARENT-RUN-RECORD.
    WRITE PARENT-RUN-RECORD.
    CLOSE PARENT-RUN-FILE.

LOAD-MONTH-END-STATUS.
    COPY "meclose-load.cpy".

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='MONTH-END-CLOSE'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='MONTH-END-CLOSE'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-AUDIT-SOURCE==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DEST==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-LINE-RC==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
