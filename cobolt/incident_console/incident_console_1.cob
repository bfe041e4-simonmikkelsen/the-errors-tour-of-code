IDENTIFICATION DIVISION.
PROGRAM-ID. INCIDENT-CONSOLE.
AUTHOR. Simon Mikkelsen.
* An alert acknowledged in ALERT-CONSOLE carried forty characters
* of disposition and nothing else: the failed queue item behind it,
* the run that broke, what the cause turned out to be and what was
* done about it were never written down in one place, so the third
* time the same program fell over nobody could say what fixed it
* the first two times. This console keeps incidents on the shared
* incident file (INCIDENT-SELECT.CPY). A signed-on operator opens an
* incident with a title and its evidence - OPEN alerts picked from
* ALERTS.TXT, FAILED or DEADLTR items picked from WORKQUEUE.TXT, and
* run ids looked up in the AUDITLOG for the program that logged them
* and when. An alert linked while still OPEN is acknowledged on the
* spot with SEE INCIDENT and the number as its disposition, so the
* alert and the incident point at each other; a break-glass alert
* is linked but stays open for BREAKGLASS-REVIEW, and no alert is
* acknowledged while ALERTS.TXT overflows the alert table. Opening
* shows the incidents already resolved against the same program and
* the fix each one applied. Further evidence can be linked later,
* timestamped notes added, ownership taken, and the incident
* resolved with a root-cause category and the fix applied. Every
* action is appended, never rewritten, and writes its own AUDITLOG
* line naming the incident and the operator. Listing and showing
* need no sign-on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "incident-select.cpy".
    COPY "alert-select.cpy".
    COPY "workqueue-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "incident-fd.cpy".
COPY "alert-fd.cpy".
COPY "workqueue-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "incident-ws.cpy".
COPY "alert-ws.cpy".
COPY "workqueue-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-MODE-CHOICE PIC X VALUE 'I'.
    88  WS-SHOW-MODE VALUE 'S'.
    88  WS-OPEN-MODE VALUE 'O'.
    88  WS-LINK-MODE VALUE 'L'.
    88  WS-NOTE-MODE VALUE 'N'.
    88  WS-ACK-MODE VALUE 'A'.
    88  WS-RESOLVE-MODE VALUE 'R'.
01  WS-TODAY PIC 9(08) VALUE 0.
01  WS-NOW-TIME PIC 9(08) VALUE 0.
01  WS-NOW-HHMMSS PIC 9(06) VALUE 0.
01  WS-PICKED-ID PIC 9(06) VALUE 0.
01  WS-PICKED-INDEX PIC 9(03) VALUE 0.
01  WS-NEW-ID PIC 9(06) VALUE 0.
01  WS-NEW-TITLE PIC X(120) VALUE SPACES.
01  WS-NEW-PROGRAM PIC X(20) VALUE SPACES.
01  WS-NEW-NOTE PIC X(120) VALUE SPACES.
01  WS-NEW-CATEGORY PIC X(10) VALUE SPACES.
01  WS-NEW-FIX PIC X(120) VALUE SPACES.
01  WS-CATEGORY-OK-FLAG PIC X VALUE 'N'.
    88  WS-CATEGORY-OK VALUE 'Y'.
01  WS-SEEN-BEFORE-COUNT PIC 9(03) VALUE 0.
01  WS-OPEN-COUNT PIC 9(03) VALUE 0.

* Evidence gathered for one open or link, appended together.
01  WS-EVIDENCE-CHOICE PIC X VALUE SPACE.
01  WS-GATHER-DONE-FLAG PIC X VALUE 'N'.
    88  WS-GATHER-DONE VALUE 'Y'.
01  WS-LINK-TABLE.
    05  WS-LK-ENTRY OCCURS 20 TIMES.
        10  WS-LK-TYPE PIC X(10).
        10  WS-LK-REF PIC X(40).
        10  WS-LK-PROGRAM PIC X(20).
        10  WS-LK-SINCE-DATE PIC 9(08).
        10  WS-LK-SINCE-TIME PIC 9(06).
        10  WS-LK-TEXT PIC X(120).
        10  WS-LK-ALERT-INDEX PIC 9(03).
01  WS-LINK-COUNT PIC 9(02) VALUE 0.
01  WS-LK-INDEX PIC 9(02) VALUE 0.
01  WS-CANDIDATE-TYPE PIC X(10) VALUE SPACES.
01  WS-CANDIDATE-REF PIC X(40) VALUE SPACES.
01  WS-DUPLICATE-FLAG PIC X VALUE 'N'.
    88  WS-DUPLICATE VALUE 'Y'.

* Alerts offered for linking.
01  WS-ALERTS-LOADED-FLAG PIC X VALUE 'N'.
    88  WS-ALERTS-LOADED VALUE 'Y'.
01  WS-ALERTS-CHANGED-FLAG PIC X VALUE 'N'.
    88  WS-ALERTS-CHANGED VALUE 'Y'.
01  WS-ALERT-PICK PIC 9(03) VALUE 0.
01  WS-ALERT-SHOWN PIC 9(03) VALUE 0.
01  WS-ACK-DISPOSITION PIC X(40) VALUE SPACES.
01  WS-HELD-WORK PIC X(250).
01  WS-HELD-WORK-R REDEFINES WS-HELD-WORK.
    05  WS-HW-STATE PIC X(08).
    05  WS-HW-RAISER PIC X(20).
    05  WS-HW-RUN-ID PIC X(13).
    05  WS-HW-DATE PIC 9(08).
    05  WS-HW-TIME PIC 9(06).
    05  WS-HW-ESCALATIONS PIC 9(03).
    05  WS-HW-ACK-OPERATOR PIC X(20).
    05  WS-HW-DISPOSITION PIC X(40).
    05  WS-HW-TEXT PIC X(120).
    05  FILLER PIC X(12).

* Failed work-queue items offered for linking.
01  WS-QUEUE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-QUEUE-EOF VALUE 'Y'.
01  WS-WQ-STATUS PIC X(08).
01  WS-WQ-SEQ-TEXT PIC X(06).
01  WS-WQ-FILE PIC X(80).
01  WS-WQ-PROGRAM PIC X(20).
01  WS-WQ-RUN-ID PIC X(13).
01  WS-WQ-PICK PIC 9(06) VALUE 0.
01  WS-WQ-SHOWN PIC 9(03) VALUE 0.
01  WS-WQ-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-WQ-FOUND VALUE 'Y'.

* A run id looked up in the audit log.
01  WS-RUN-PICK PIC X(13) VALUE SPACES.
01  WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-AUDIT-EOF VALUE 'Y'.
01  WS-AUDIT-LINE-WORK PIC X(200).
01  WS-LEAD-PART PIC X(200).
01  WS-PARSED-PROGRAM PIC X(20).
01  WS-PARSED-RUN-ID PIC X(13).
01  WS-PARSED-DATE PIC X(10).
01  WS-PARSED-TIME PIC X(08).
01  WS-PARSED-OUTCOME PIC X(11).
01  WS-RUN-LINES PIC 9(04) VALUE 0.
01  WS-RUN-PROGRAM PIC X(20) VALUE SPACES.
01  WS-RUN-OUTCOME PIC X(11) VALUE SPACES.
01  WS-RUN-DATE-TEXT PIC X(08) VALUE SPACES.
01  WS-RUN-TIME-TEXT PIC X(06) VALUE SPACES.

* Showing one incident line by line.
01  WS-LINE-SHOWN PIC 9(04) VALUE 0.

01  WS-AUDIT-SOURCE PIC X(20) VALUE SPACES.
01  WS-AUDIT-DETAIL PIC X(80) VALUE SPACES.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE SPACES.
01  WS-AUDIT-COUNT PIC 9(03) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Mode (I=list open, S=show one, O=open, L=link '
        'evidence, N=note, A=acknowledge, R=resolve): '
        WITH NO ADVANCING.
    ACCEPT WS-MODE-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-MODE-CHOICE) TO WS-MODE-CHOICE.
    PERFORM LOAD-INCIDENT-TABLE.
    IF INCIDENT-TABLE-OVERFLOWED
     DISPLAY '*** INCIDENTS.TXT HOLDS MORE THAN 500 INCIDENTS - ONLY '
         'THE OLDEST 500 CAN BE WORKED HERE ***'
    END-IF.
    EVALUATE TRUE
     WHEN WS-SHOW-MODE
      PERFORM SHOW-ONE-INCIDENT
     WHEN WS-OPEN-MODE
      PERFORM SIGN-OPERATOR-ON
      PERFORM OPEN-NEW-INCIDENT
     WHEN WS-LINK-MODE
      PERFORM SIGN-OPERATOR-ON
      PERFORM LINK-MORE-EVIDENCE
     WHEN WS-NOTE-MODE
      PERFORM SIGN-OPERATOR-ON
      PERFORM ADD-INCIDENT-NOTE
     WHEN WS-ACK-MODE
      PERFORM SIGN-OPERATOR-ON
      PERFORM ACKNOWLEDGE-INCIDENT
     WHEN WS-RESOLVE-MODE
      PERFORM SIGN-OPERATOR-ON
      PERFORM RESOLVE-INCIDENT
     WHEN OTHER
      PERFORM LIST-OPEN-INCIDENTS
    END-EVALUATE.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='INCIDENT-CONSOLE'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

LOAD-INCIDENT-TABLE.
    COPY "incident-load.cpy".

LIST-OPEN-INCIDENTS.
    MOVE 0 TO WS-OPEN-COUNT.
    DISPLAY 'INCIDENT STATE    PROGRAM              OPENED   '
        'OWNER                TITLE'.
    PERFORM LIST-ONE-OPEN-INCIDENT
        VARYING INCIDENT-INDEX FROM 1 BY 1
        UNTIL INCIDENT-INDEX > INCIDENT-COUNT.
    DISPLAY 'OPEN INCIDENTS: ' WS-OPEN-COUNT
        '   ON FILE: ' INCIDENT-COUNT.

LIST-ONE-OPEN-INCIDENT.
    IF INCIDENT-STATE(INCIDENT-INDEX) NOT = 'RESOLVED'
     ADD 1 TO WS-OPEN-COUNT
     DISPLAY INCIDENT-ID(INCIDENT-INDEX) '   '
         INCIDENT-STATE(INCIDENT-INDEX) '  '
         INCIDENT-PROGRAM(INCIDENT-INDEX) ' '
         INCIDENT-OPENED-DATE(INCIDENT-INDEX) ' '
         INCIDENT-ACKED-BY(INCIDENT-INDEX) ' '
         INCIDENT-TITLE(INCIDENT-INDEX)(1:50)
    END-IF.

PICK-INCIDENT.
* Leaves WS-PICKED-INDEX at the incident's table slot, zero when
* the number is not on the file.
    MOVE 0 TO WS-PICKED-INDEX.
    DISPLAY 'Incident number: ' WITH NO ADVANCING.
    ACCEPT WS-PICKED-ID.
    PERFORM VARYING INCIDENT-INDEX FROM 1 BY 1
        UNTIL INCIDENT-INDEX > INCIDENT-COUNT
     IF INCIDENT-ID(INCIDENT-INDEX) = WS-PICKED-ID
      MOVE INCIDENT-INDEX TO WS-PICKED-INDEX
     END-IF
    END-PERFORM.
    IF WS-PICKED-INDEX = 0
     DISPLAY 'Incident ' WS-PICKED-ID ' is not on file.'
    END-IF.

PICK-UNRESOLVED-INCIDENT.
    PERFORM PICK-INCIDENT.
    IF WS-PICKED-INDEX > 0
     IF INCIDENT-STATE(WS-PICKED-INDEX) = 'RESOLVED'
      DISPLAY 'Incident ' WS-PICKED-ID ' is already resolved.'
      MOVE 0 TO WS-PICKED-INDEX
     END-IF
    END-IF.

SHOW-ONE-INCIDENT.
    PERFORM PICK-INCIDENT.
    IF WS-PICKED-INDEX > 0
     MOVE WS-PICKED-INDEX TO INCIDENT-INDEX
     DISPLAY 'INCIDENT ' INCIDENT-ID(INCIDENT-INDEX) '  '
         INCIDENT-STATE(INCIDENT-INDEX) '  PROGRAM '
         INCIDENT-PROGRAM(INCIDENT-INDEX)
     DISPLAY '  ' FUNCTION TRIM(INCIDENT-TITLE(INCIDENT-INDEX)
         TRAILING)
     DISPLAY '  DETECTED ' INCIDENT-DETECTED-DATE(INCIDENT-INDEX)
         ' ' INCIDENT-DETECTED-TIME(INCIDENT-INDEX)
         '  OPENED ' INCIDENT-OPENED-DATE(INCIDENT-INDEX)
         ' ' INCIDENT-OPENED-TIME(INCIDENT-INDEX)
         ' BY ' INCIDENT-OPENED-BY(INCIDENT-INDEX)
     IF INCIDENT-ACKED-DATE(INCIDENT-INDEX) > 0
      DISPLAY '  OWNED BY ' INCIDENT-ACKED-BY(INCIDENT-INDEX)
          ' SINCE ' INCIDENT-ACKED-DATE(INCIDENT-INDEX)
          ' ' INCIDENT-ACKED-TIME(INCIDENT-INDEX)
     END-IF
     IF INCIDENT-STATE(INCIDENT-INDEX) = 'RESOLVED'
      DISPLAY '  RESOLVED ' INCIDENT-RESOLVED-DATE(INCIDENT-INDEX)
          ' ' INCIDENT-RESOLVED-TIME(INCIDENT-INDEX)
          ' BY ' INCIDENT-RESOLVED-BY(INCIDENT-INDEX)
          ' CATEGORY ' INCIDENT-CATEGORY(INCIDENT-INDEX)
      DISPLAY '  FIX: ' FUNCTION TRIM(INCIDENT-FIX(INCIDENT-INDEX)
          TRAILING)
     END-IF
     PERFORM SHOW-INCIDENT-HISTORY
    END-IF.

SHOW-INCIDENT-HISTORY.
    MOVE 0 TO WS-LINE-SHOWN.
    MOVE 'N' TO INCIDENT-EOF-FLAG.
    OPEN INPUT INCIDENT-FILE.
    IF INCIDENT-FILE-STATUS NOT = '00'
     SET INCIDENT-EOF TO TRUE
    END-IF.
    PERFORM SHOW-ONE-HISTORY-LINE UNTIL INCIDENT-EOF.
    IF INCIDENT-FILE-STATUS = '00' OR INCIDENT-FILE-STATUS = '10'
     CLOSE INCIDENT-FILE
    END-IF.

SHOW-ONE-HISTORY-LINE.
    READ INCIDENT-FILE
     AT END
      SET INCIDENT-EOF TO TRUE
     NOT AT END
      IF INCIDENT-REC-ID = WS-PICKED-ID
       ADD 1 TO WS-LINE-SHOWN
       EVALUATE INCIDENT-REC-KIND
        WHEN 'LINK'
         DISPLAY '  ' INCIDENT-REC-DATE ' ' INCIDENT-REC-TIME ' '
             INCIDENT-REC-OPERATOR ' LINK ' INCIDENT-REC-CATEGORY
             ' ' FUNCTION TRIM(INCIDENT-REC-REF TRAILING)
         DISPLAY '      ' FUNCTION TRIM(INCIDENT-REC-PROGRAM
             TRAILING) ' AT ' INCIDENT-REC-SINCE-DATE ' '
             INCIDENT-REC-SINCE-TIME ': '
             FUNCTION TRIM(INCIDENT-REC-TEXT TRAILING)
        WHEN 'RSLV'
         DISPLAY '  ' INCIDENT-REC-DATE ' ' INCIDENT-REC-TIME ' '
             INCIDENT-REC-OPERATOR ' RSLV ' INCIDENT-REC-CATEGORY
         DISPLAY '      ' FUNCTION TRIM(INCIDENT-REC-TEXT TRAILING)
        WHEN OTHER
         DISPLAY '  ' INCIDENT-REC-DATE ' ' INCIDENT-REC-TIME ' '
             INCIDENT-REC-OPERATOR ' ' INCIDENT-REC-KIND ' '
             FUNCTION TRIM(INCIDENT-REC-TEXT TRAILING)
       END-EVALUATE
      END-IF
    END-READ.

OPEN-NEW-INCIDENT.
    DISPLAY 'Title: ' WITH NO ADVANCING.
    ACCEPT WS-NEW-TITLE.
    IF WS-NEW-TITLE = SPACES
     DISPLAY 'An incident needs a title.'
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM GATHER-EVIDENCE.
    IF WS-LINK-COUNT = 0
     DISPLAY 'An incident is opened from at least one alert, failed '
         'queue item or run id.'
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'Program at fault (blank = ' WS-LK-PROGRAM(1) '): '
        WITH NO ADVANCING.
    ACCEPT WS-NEW-PROGRAM.
    IF WS-NEW-PROGRAM = SPACES
     MOVE WS-LK-PROGRAM(1) TO WS-NEW-PROGRAM
    END-IF.
    MOVE FUNCTION UPPER-CASE(WS-NEW-PROGRAM) TO WS-NEW-PROGRAM.
    DISPLAY 'Opening note (blank for none): ' WITH NO ADVANCING.
    ACCEPT WS-NEW-NOTE.
* The number is taken and the lines appended under the lock; the
* table is reloaded inside it so the number is the file's highest
* plus one, not this console's stale view of it.
    MOVE 'ENQ' TO INCIDENT-LOCK-OPERATION.
    MOVE 'INCIDENTS.TXT' TO INCIDENT-LOCK-DATASET.
    MOVE 'INCIDENT-CONSOLE' TO INCIDENT-LOCK-PROGRAM.
    MOVE OPERATOR-SIGNON-ID TO INCIDENT-LOCK-OPERATOR.
    MOVE RUN-ID-STAMP TO INCIDENT-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING INCIDENT-LOCK-REQUEST.
    IF INCIDENT-LOCK-RESULT NOT = '00'
     DISPLAY '*** INCIDENTS.TXT LOCK WAIT RAN OUT - OPENING ANYWAY ***'
    END-IF.
    PERFORM LOAD-INCIDENT-TABLE.
    COMPUTE WS-NEW-ID = INCIDENT-HIGHEST-ID + 1.
    MOVE WS-NEW-ID TO WS-PICKED-ID.
    PERFORM OPEN-INCIDENT-FOR-APPEND.
    PERFORM STAMP-INCIDENT-RECORD.
    MOVE 'OPEN' TO INCIDENT-REC-KIND.
    MOVE WS-NEW-PROGRAM TO INCIDENT-REC-PROGRAM.
    MOVE WS-NEW-TITLE TO INCIDENT-REC-TEXT.
    WRITE INCIDENT-RECORD.
    PERFORM WRITE-ONE-LINK-LINE
        VARYING WS-LK-INDEX FROM 1 BY 1
        UNTIL WS-LK-INDEX > WS-LINK-COUNT.
    IF WS-NEW-NOTE NOT = SPACES
     PERFORM STAMP-INCIDENT-RECORD
     MOVE 'NOTE' TO INCIDENT-REC-KIND
     MOVE WS-NEW-NOTE TO INCIDENT-REC-TEXT
     WRITE INCIDENT-RECORD
    END-IF.
    CLOSE INCIDENT-FILE.
    MOVE 'DEQ' TO INCIDENT-LOCK-OPERATION.
    CALL 'DSLOCK' USING INCIDENT-LOCK-REQUEST.
    PERFORM ACKNOWLEDGE-LINKED-ALERTS.
    MOVE 'OPENED' TO WS-AUDIT-OUTCOME.
    MOVE WS-LINK-COUNT TO WS-AUDIT-COUNT.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'PROGRAM=' DELIMITED BY SIZE
        WS-NEW-PROGRAM DELIMITED BY SPACE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY 'Incident ' WS-NEW-ID ' opened with ' WS-LINK-COUNT
        ' piece(s) of evidence.'.
    PERFORM SHOW-SEEN-BEFORE.

SHOW-SEEN-BEFORE.
* What happened the last times this program fell over, and whether
* someone already has it open.
    MOVE 0 TO WS-SEEN-BEFORE-COUNT.
    IF WS-NEW-PROGRAM NOT = SPACES
     PERFORM SHOW-ONE-SEEN-BEFORE
         VARYING INCIDENT-INDEX FROM 1 BY 1
         UNTIL INCIDENT-INDEX > INCIDENT-COUNT
    END-IF.
    IF WS-SEEN-BEFORE-COUNT = 0
     DISPLAY 'No earlier incidents against '
         FUNCTION TRIM(WS-NEW-PROGRAM) '.'
    END-IF.

SHOW-ONE-SEEN-BEFORE.
    IF INCIDENT-PROGRAM(INCIDENT-INDEX) = WS-NEW-PROGRAM
     ADD 1 TO WS-SEEN-BEFORE-COUNT
     IF INCIDENT-STATE(INCIDENT-INDEX) = 'RESOLVED'
      DISPLAY 'SEEN BEFORE: INCIDENT ' INCIDENT-ID(INCIDENT-INDEX)
          ' RESOLVED ' INCIDENT-RESOLVED-DATE(INCIDENT-INDEX)
          ' CATEGORY ' INCIDENT-CATEGORY(INCIDENT-INDEX)
      DISPLAY '   FIX: ' FUNCTION TRIM(INCIDENT-FIX(INCIDENT-INDEX)
          TRAILING)
     ELSE
      DISPLAY 'STILL OPEN:  INCIDENT ' INCIDENT-ID(INCIDENT-INDEX)
          ' OPENED ' INCIDENT-OPENED-DATE(INCIDENT-INDEX) ' '
          FUNCTION TRIM(INCIDENT-TITLE(INCIDENT-INDEX) TRAILING)
     END-IF
    END-IF.

LINK-MORE-EVIDENCE.
    PERFORM PICK-UNRESOLVED-INCIDENT.
    IF WS-PICKED-INDEX = 0
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM GATHER-EVIDENCE.
    IF WS-LINK-COUNT = 0
     DISPLAY 'Nothing linked.'
     GOBACK
    END-IF.
    PERFORM OPEN-INCIDENT-FOR-APPEND.
    PERFORM WRITE-ONE-LINK-LINE
        VARYING WS-LK-INDEX FROM 1 BY 1
        UNTIL WS-LK-INDEX > WS-LINK-COUNT.
    CLOSE INCIDENT-FILE.
    PERFORM ACKNOWLEDGE-LINKED-ALERTS.
    MOVE 'LINKED' TO WS-AUDIT-OUTCOME.
    MOVE WS-LINK-COUNT TO WS-AUDIT-COUNT.
    PERFORM SET-OPERATOR-DETAIL.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY WS-LINK-COUNT ' piece(s) of evidence linked to incident '
        WS-PICKED-ID '.'.

ADD-INCIDENT-NOTE.
    PERFORM PICK-INCIDENT.
    IF WS-PICKED-INDEX = 0
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'Note: ' WITH NO ADVANCING.
    ACCEPT WS-NEW-NOTE.
    IF WS-NEW-NOTE = SPACES
     DISPLAY 'Nothing noted.'
     GOBACK
    END-IF.
    PERFORM OPEN-INCIDENT-FOR-APPEND.
    PERFORM STAMP-INCIDENT-RECORD.
    MOVE 'NOTE' TO INCIDENT-REC-KIND.
    MOVE WS-NEW-NOTE TO INCIDENT-REC-TEXT.
    WRITE INCIDENT-RECORD.
    CLOSE INCIDENT-FILE.
    MOVE 'NOTED' TO WS-AUDIT-OUTCOME.
    MOVE 1 TO WS-AUDIT-COUNT.
    PERFORM SET-OPERATOR-DETAIL.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY 'Note added to incident ' WS-PICKED-ID '.'.

ACKNOWLEDGE-INCIDENT.
    PERFORM PICK-UNRESOLVED-INCIDENT.
    IF WS-PICKED-INDEX = 0
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    IF INCIDENT-STATE(WS-PICKED-INDEX) = 'ACKED'
     DISPLAY 'Incident ' WS-PICKED-ID ' is already owned by '
         FUNCTION TRIM(INCIDENT-ACKED-BY(WS-PICKED-INDEX)) '.'
     GOBACK
    END-IF.
    PERFORM OPEN-INCIDENT-FOR-APPEND.
    PERFORM STAMP-INCIDENT-RECORD.
    MOVE 'ACK' TO INCIDENT-REC-KIND.
    MOVE 'OWNERSHIP TAKEN' TO INCIDENT-REC-TEXT.
    WRITE INCIDENT-RECORD.
    CLOSE INCIDENT-FILE.
    MOVE 'ACKED' TO WS-AUDIT-OUTCOME.
    MOVE 1 TO WS-AUDIT-COUNT.
    PERFORM SET-OPERATOR-DETAIL.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY 'Incident ' WS-PICKED-ID ' is now owned by '
        FUNCTION TRIM(OPERATOR-SIGNON-ID) '.'.

RESOLVE-INCIDENT.
    PERFORM PICK-UNRESOLVED-INCIDENT.
    IF WS-PICKED-INDEX = 0
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'Root-cause categories:' WITH NO ADVANCING.
    PERFORM VARYING INCIDENT-CATEGORY-INDEX FROM 1 BY 1
        UNTIL INCIDENT-CATEGORY-INDEX > INCIDENT-CATEGORY-COUNT
     DISPLAY ' ' FUNCTION TRIM(INCIDENT-CATEGORY-ENTRY
         (INCIDENT-CATEGORY-INDEX)) WITH NO ADVANCING
    END-PERFORM.
    DISPLAY ' '.
    DISPLAY 'Root cause: ' WITH NO ADVANCING.
    ACCEPT WS-NEW-CATEGORY.
    MOVE FUNCTION UPPER-CASE(WS-NEW-CATEGORY) TO WS-NEW-CATEGORY.
    MOVE 'N' TO WS-CATEGORY-OK-FLAG.
    PERFORM VARYING INCIDENT-CATEGORY-INDEX FROM 1 BY 1
        UNTIL INCIDENT-CATEGORY-INDEX > INCIDENT-CATEGORY-COUNT
     IF INCIDENT-CATEGORY-ENTRY(INCIDENT-CATEGORY-INDEX)
         = WS-NEW-CATEGORY
      SET WS-CATEGORY-OK TO TRUE
     END-IF
    END-PERFORM.
    IF NOT WS-CATEGORY-OK
     DISPLAY 'Not a root-cause category: '
         FUNCTION TRIM(WS-NEW-CATEGORY) '.'
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'Fix applied: ' WITH NO ADVANCING.
    ACCEPT WS-NEW-FIX.
    IF WS-NEW-FIX = SPACES
     DISPLAY 'An incident is resolved with the fix that was applied.'
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM OPEN-INCIDENT-FOR-APPEND.
    PERFORM STAMP-INCIDENT-RECORD.
    MOVE 'RSLV' TO INCIDENT-REC-KIND.
    MOVE WS-NEW-CATEGORY TO INCIDENT-REC-CATEGORY.
    MOVE WS-NEW-FIX TO INCIDENT-REC-TEXT.
    WRITE INCIDENT-RECORD.
    CLOSE INCIDENT-FILE.
    MOVE 'RESOLVED' TO WS-AUDIT-OUTCOME.
    MOVE 1 TO WS-AUDIT-COUNT.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'CATEGORY=' DELIMITED BY SIZE
        WS-NEW-CATEGORY DELIMITED BY SPACE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY 'Incident ' WS-PICKED-ID ' resolved.'.

GATHER-EVIDENCE.
    MOVE 0 TO WS-LINK-COUNT.
    MOVE 'N' TO WS-GATHER-DONE-FLAG.
    PERFORM GATHER-ONE-EVIDENCE UNTIL WS-GATHER-DONE.

GATHER-ONE-EVIDENCE.
    MOVE SPACE TO WS-EVIDENCE-CHOICE.
    DISPLAY 'Evidence (A=alert, Q=failed queue item, R=run id, '
        'blank=done): ' WITH NO ADVANCING.
    ACCEPT WS-EVIDENCE-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-EVIDENCE-CHOICE)
        TO WS-EVIDENCE-CHOICE.
    IF WS-LINK-COUNT >= 20 AND WS-EVIDENCE-CHOICE NOT = SPACE
     DISPLAY 'Twenty pieces at a time; link the rest afterwards.'
     MOVE SPACE TO WS-EVIDENCE-CHOICE
    END-IF.
    EVALUATE WS-EVIDENCE-CHOICE
     WHEN 'A'
      PERFORM PICK-ALERT-EVIDENCE
     WHEN 'Q'
      PERFORM PICK-QUEUE-EVIDENCE
     WHEN 'R'
      PERFORM PICK-RUN-EVIDENCE
     WHEN OTHER
      SET WS-GATHER-DONE TO TRUE
    END-EVALUATE.

CHECK-DUPLICATE-EVIDENCE.
    MOVE 'N' TO WS-DUPLICATE-FLAG.
    PERFORM VARYING WS-LK-INDEX FROM 1 BY 1
        UNTIL WS-LK-INDEX > WS-LINK-COUNT
     IF WS-LK-TYPE(WS-LK-INDEX) = WS-CANDIDATE-TYPE
         AND WS-LK-REF(WS-LK-INDEX) = WS-CANDIDATE-REF
      SET WS-DUPLICATE TO TRUE
     END-IF
    END-PERFORM.
    IF WS-DUPLICATE
     DISPLAY 'Already linked.'
    END-IF.

PICK-ALERT-EVIDENCE.
    IF NOT WS-ALERTS-LOADED
     PERFORM LOAD-OPS-ALERT-FILE
     SET WS-ALERTS-LOADED TO TRUE
    END-IF.
    MOVE 0 TO WS-ALERT-SHOWN.
    PERFORM SHOW-ONE-LINKABLE-ALERT
        VARYING ALERT-LINE-INDEX FROM 1 BY 1
        UNTIL ALERT-LINE-INDEX > ALERT-LINE-COUNT.
    IF WS-ALERT-SHOWN = 0
     DISPLAY '  (no open or acknowledged alerts on file)'
    ELSE
     DISPLAY 'Alert number: ' WITH NO ADVANCING
     ACCEPT WS-ALERT-PICK
     IF WS-ALERT-PICK > 0 AND WS-ALERT-PICK NOT > ALERT-LINE-COUNT
      MOVE ALERT-HELD-LINE(WS-ALERT-PICK) TO WS-HELD-WORK
      IF WS-HW-STATE = 'OPEN' OR WS-HW-STATE = 'ACKED'
       PERFORM ADD-ALERT-EVIDENCE
      ELSE
       DISPLAY 'That alert is not on the list.'
      END-IF
     END-IF
    END-IF.

SHOW-ONE-LINKABLE-ALERT.
    MOVE ALERT-HELD-LINE(ALERT-LINE-INDEX) TO WS-HELD-WORK.
    IF WS-HW-STATE = 'OPEN' OR WS-HW-STATE = 'ACKED'
     ADD 1 TO WS-ALERT-SHOWN
     DISPLAY '  ' ALERT-LINE-INDEX ' - ' WS-HW-STATE ' '
         WS-HW-RAISER ' ON ' WS-HW-DATE ' AT ' WS-HW-TIME
     DISPLAY '      ' FUNCTION TRIM(WS-HW-TEXT TRAILING)
    END-IF.

ADD-ALERT-EVIDENCE.
    MOVE 'ALERT' TO WS-CANDIDATE-TYPE.
    MOVE SPACES TO WS-CANDIDATE-REF.
    STRING WS-HW-RAISER DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-HW-RUN-ID DELIMITED BY SIZE
        INTO WS-CANDIDATE-REF.
    PERFORM CHECK-DUPLICATE-EVIDENCE.
    IF NOT WS-DUPLICATE
     ADD 1 TO WS-LINK-COUNT
     MOVE WS-CANDIDATE-TYPE TO WS-LK-TYPE(WS-LINK-COUNT)
     MOVE WS-CANDIDATE-REF TO WS-LK-REF(WS-LINK-COUNT)
     MOVE WS-HW-RAISER TO WS-LK-PROGRAM(WS-LINK-COUNT)
     MOVE WS-HW-DATE TO WS-LK-SINCE-DATE(WS-LINK-COUNT)
     MOVE WS-HW-TIME TO WS-LK-SINCE-TIME(WS-LINK-COUNT)
     MOVE WS-HW-TEXT TO WS-LK-TEXT(WS-LINK-COUNT)
     MOVE WS-ALERT-PICK TO WS-LK-ALERT-INDEX(WS-LINK-COUNT)
     DISPLAY 'Alert linked.'
    END-IF.

PICK-QUEUE-EVIDENCE.
    MOVE 0 TO WS-WQ-SHOWN.
    MOVE 'N' TO WS-WQ-FOUND-FLAG.
    MOVE 0 TO WS-WQ-PICK.
    PERFORM SCAN-FAILED-QUEUE-ITEMS.
    IF WS-WQ-SHOWN = 0
     DISPLAY '  (no FAILED or DEADLTR items on the queue)'
    ELSE
     DISPLAY 'Queue sequence number: ' WITH NO ADVANCING
     ACCEPT WS-WQ-PICK
     IF WS-WQ-PICK > 0
      PERFORM SCAN-FAILED-QUEUE-ITEMS
      IF NOT WS-WQ-FOUND
       DISPLAY 'No FAILED or DEADLTR item ' WS-WQ-PICK
           ' on the queue.'
      END-IF
     END-IF
    END-IF.

SCAN-FAILED-QUEUE-ITEMS.
* Without a pick the failed items are listed; with one, the item of
* that sequence is added as evidence.
    MOVE 'N' TO WS-QUEUE-EOF-FLAG.
    OPEN INPUT WORK-QUEUE-FILE.
    IF WORKQUEUE-FILE-STATUS NOT = '00'
     SET WS-QUEUE-EOF TO TRUE
    END-IF.
    PERFORM SCAN-ONE-QUEUE-ITEM UNTIL WS-QUEUE-EOF.
    IF WORKQUEUE-FILE-STATUS = '00' OR WORKQUEUE-FILE-STATUS = '10'
     CLOSE WORK-QUEUE-FILE
    END-IF.

SCAN-ONE-QUEUE-ITEM.
    READ WORK-QUEUE-FILE INTO WORKQUEUE-LINE
     AT END
      SET WS-QUEUE-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-WQ-STATUS WS-WQ-SEQ-TEXT WS-WQ-FILE
          WS-WQ-PROGRAM WS-WQ-RUN-ID
      UNSTRING WORKQUEUE-LINE DELIMITED BY ','
          INTO WS-WQ-STATUS WS-WQ-SEQ-TEXT WS-WQ-FILE
               WS-WQ-PROGRAM WS-WQ-RUN-ID
      IF (WS-WQ-STATUS = 'FAILED' OR WS-WQ-STATUS = 'DEADLTR')
          AND WS-WQ-SEQ-TEXT IS NUMERIC
       IF WS-WQ-PICK = 0
        ADD 1 TO WS-WQ-SHOWN
        DISPLAY '  ' WS-WQ-SEQ-TEXT ' - ' WS-WQ-STATUS ' '
            WS-WQ-PROGRAM ' ENQUEUED BY RUN ' WS-WQ-RUN-ID
        DISPLAY '      ' FUNCTION TRIM(WS-WQ-FILE TRAILING)
       ELSE
       IF WS-WQ-SEQ-TEXT = WS-WQ-PICK AND NOT WS-WQ-FOUND
        SET WS-WQ-FOUND TO TRUE
        PERFORM ADD-QUEUE-EVIDENCE
       END-IF
       END-IF
      END-IF
    END-READ.

ADD-QUEUE-EVIDENCE.
* The queue does not say when the item failed, so it leaves the
* detection time to the other evidence or the open itself.
    MOVE 'WORKQ' TO WS-CANDIDATE-TYPE.
    MOVE SPACES TO WS-CANDIDATE-REF.
    STRING 'SEQ ' DELIMITED BY SIZE
        WS-WQ-SEQ-TEXT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-WQ-STATUS DELIMITED BY SPACE
        ' RUN ' DELIMITED BY SIZE
        WS-WQ-RUN-ID DELIMITED BY SIZE
        INTO WS-CANDIDATE-REF.
    PERFORM CHECK-DUPLICATE-EVIDENCE.
    IF NOT WS-DUPLICATE
     ADD 1 TO WS-LINK-COUNT
     MOVE WS-CANDIDATE-TYPE TO WS-LK-TYPE(WS-LINK-COUNT)
     MOVE WS-CANDIDATE-REF TO WS-LK-REF(WS-LINK-COUNT)
     MOVE WS-WQ-PROGRAM TO WS-LK-PROGRAM(WS-LINK-COUNT)
     MOVE 0 TO WS-LK-SINCE-DATE(WS-LINK-COUNT)
     MOVE 0 TO WS-LK-SINCE-TIME(WS-LINK-COUNT)
     MOVE WS-WQ-FILE TO WS-LK-TEXT(WS-LINK-COUNT)
     MOVE 0 TO WS-LK-ALERT-INDEX(WS-LINK-COUNT)
     DISPLAY 'Queue item linked.'
    END-IF.

PICK-RUN-EVIDENCE.
    DISPLAY 'Run id (YYYYMMDD-NNNN): ' WITH NO ADVANCING.
    ACCEPT WS-RUN-PICK.
    IF WS-RUN-PICK NOT = SPACES
     PERFORM FIND-RUN-IN-AUDIT-LOG
     IF WS-RUN-LINES = 0
      DISPLAY 'Run ' FUNCTION TRIM(WS-RUN-PICK)
          ' is not on the AUDITLOG.'
     ELSE
      PERFORM ADD-RUN-EVIDENCE
     END-IF
    END-IF.

FIND-RUN-IN-AUDIT-LOG.
* The first line the run logged gives when it ran; the program is
* the first one whose outcome was not SUCCESS, else the first.
    MOVE 0 TO WS-RUN-LINES.
    MOVE SPACES TO WS-RUN-PROGRAM WS-RUN-OUTCOME.
    MOVE '00000000' TO WS-RUN-DATE-TEXT.
    MOVE '000000' TO WS-RUN-TIME-TEXT.
    MOVE 'N' TO WS-AUDIT-EOF-FLAG.
    OPEN INPUT AUDIT-LOG-FILE.
    IF AUDITLOG-FILE-STATUS NOT = '00'
     SET WS-AUDIT-EOF TO TRUE
    END-IF.
    PERFORM WEIGH-ONE-AUDIT-LINE UNTIL WS-AUDIT-EOF.
    IF AUDITLOG-FILE-STATUS = '00' OR AUDITLOG-FILE-STATUS = '10'
     CLOSE AUDIT-LOG-FILE
    END-IF.

WEIGH-ONE-AUDIT-LINE.
    READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE-WORK
     AT END
      SET WS-AUDIT-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-PARSED-RUN-ID WS-PARSED-OUTCOME
          WS-PARSED-PROGRAM
      UNSTRING WS-AUDIT-LINE-WORK
          DELIMITED BY ' RUN-ID=' OR ' ON ' OR ' AT '
              OR ' OUTCOME=' OR ' PARENT=' OR ' CHAIN='
          INTO WS-LEAD-PART WS-PARSED-RUN-ID WS-PARSED-DATE
               WS-PARSED-TIME WS-PARSED-OUTCOME
      IF WS-PARSED-RUN-ID = WS-RUN-PICK
       UNSTRING WS-LEAD-PART DELIMITED BY ' '
           INTO WS-PARSED-PROGRAM
       ADD 1 TO WS-RUN-LINES
       IF WS-RUN-LINES = 1
        MOVE WS-PARSED-PROGRAM TO WS-RUN-PROGRAM
        MOVE WS-PARSED-OUTCOME TO WS-RUN-OUTCOME
        STRING WS-PARSED-DATE(1:4) WS-PARSED-DATE(6:2)
            WS-PARSED-DATE(9:2) DELIMITED BY SIZE
            INTO WS-RUN-DATE-TEXT
        STRING WS-PARSED-TIME(1:2) WS-PARSED-TIME(4:2)
            WS-PARSED-TIME(7:2) DELIMITED BY SIZE
            INTO WS-RUN-TIME-TEXT
       ELSE
       IF WS-RUN-OUTCOME = 'SUCCESS'
           AND WS-PARSED-OUTCOME NOT = 'SUCCESS'
        MOVE WS-PARSED-PROGRAM TO WS-RUN-PROGRAM
        MOVE WS-PARSED-OUTCOME TO WS-RUN-OUTCOME
       END-IF
       END-IF
      END-IF
    END-READ.

ADD-RUN-EVIDENCE.
    MOVE 'RUNID' TO WS-CANDIDATE-TYPE.
    MOVE WS-RUN-PICK TO WS-CANDIDATE-REF.
    PERFORM CHECK-DUPLICATE-EVIDENCE.
    IF NOT WS-DUPLICATE
     ADD 1 TO WS-LINK-COUNT
     MOVE WS-CANDIDATE-TYPE TO WS-LK-TYPE(WS-LINK-COUNT)
     MOVE WS-CANDIDATE-REF TO WS-LK-REF(WS-LINK-COUNT)
     MOVE WS-RUN-PROGRAM TO WS-LK-PROGRAM(WS-LINK-COUNT)
     IF WS-RUN-DATE-TEXT IS NUMERIC AND WS-RUN-TIME-TEXT IS NUMERIC
      MOVE WS-RUN-DATE-TEXT TO WS-LK-SINCE-DATE(WS-LINK-COUNT)
      MOVE WS-RUN-TIME-TEXT TO WS-LK-SINCE-TIME(WS-LINK-COUNT)
     ELSE
      MOVE 0 TO WS-LK-SINCE-DATE(WS-LINK-COUNT)
      MOVE 0 TO WS-LK-SINCE-TIME(WS-LINK-COUNT)
     END-IF
     MOVE SPACES TO WS-LK-TEXT(WS-LINK-COUNT)
     STRING 'OUTCOME=' DELIMITED BY SIZE
         WS-RUN-OUTCOME DELIMITED BY SPACE
         ' ON ' DELIMITED BY SIZE
         WS-RUN-LINES DELIMITED BY SIZE
         ' AUDITLOG LINE(S)' DELIMITED BY SIZE
         INTO WS-LK-TEXT(WS-LINK-COUNT)
     MOVE 0 TO WS-LK-ALERT-INDEX(WS-LINK-COUNT)
     DISPLAY 'Run ' FUNCTION TRIM(WS-RUN-PICK) ' of '
         FUNCTION TRIM(WS-RUN-PROGRAM) ' linked (OUTCOME='
         FUNCTION TRIM(WS-RUN-OUTCOME) ').'
    END-IF.

OPEN-INCIDENT-FOR-APPEND.
    OPEN EXTEND INCIDENT-FILE.
    IF INCIDENT-FILE-STATUS = '35'
     OPEN OUTPUT INCIDENT-FILE
    END-IF.

STAMP-INCIDENT-RECORD.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-NOW-TIME FROM TIME.
    COMPUTE WS-NOW-HHMMSS = WS-NOW-TIME / 100.
    MOVE SPACES TO INCIDENT-RECORD.
    MOVE WS-PICKED-ID TO INCIDENT-REC-ID.
    MOVE WS-TODAY TO INCIDENT-REC-DATE.
    MOVE WS-NOW-HHMMSS TO INCIDENT-REC-TIME.
    MOVE OPERATOR-SIGNON-ID TO INCIDENT-REC-OPERATOR.
    MOVE 0 TO INCIDENT-REC-SINCE-DATE.
    MOVE 0 TO INCIDENT-REC-SINCE-TIME.

WRITE-ONE-LINK-LINE.
    PERFORM STAMP-INCIDENT-RECORD.
    MOVE 'LINK' TO INCIDENT-REC-KIND.
    MOVE WS-LK-PROGRAM(WS-LK-INDEX) TO INCIDENT-REC-PROGRAM.
    MOVE WS-LK-TYPE(WS-LK-INDEX) TO INCIDENT-REC-CATEGORY.
    MOVE WS-LK-SINCE-DATE(WS-LK-INDEX) TO INCIDENT-REC-SINCE-DATE.
    MOVE WS-LK-SINCE-TIME(WS-LK-INDEX) TO INCIDENT-REC-SINCE-TIME.
    MOVE WS-LK-REF(WS-LK-INDEX) TO INCIDENT-REC-REF.
    MOVE WS-LK-TEXT(WS-LK-INDEX) TO INCIDENT-REC-TEXT.
    WRITE INCIDENT-RECORD.

ACKNOWLEDGE-LINKED-ALERTS.
    MOVE 'N' TO WS-ALERTS-CHANGED-FLAG.
    MOVE SPACES TO WS-ACK-DISPOSITION.
    STRING 'SEE INCIDENT ' DELIMITED BY SIZE
        WS-PICKED-ID DELIMITED BY SIZE
        INTO WS-ACK-DISPOSITION.
    PERFORM ACKNOWLEDGE-ONE-LINKED-ALERT
        VARYING WS-LK-INDEX FROM 1 BY 1
        UNTIL WS-LK-INDEX > WS-LINK-COUNT.
    IF WS-ALERTS-CHANGED
     PERFORM REWRITE-OPS-ALERT-FILE
    END-IF.

ACKNOWLEDGE-ONE-LINKED-ALERT.
    IF WS-LK-ALERT-INDEX(WS-LK-INDEX) > 0
     MOVE ALERT-HELD-LINE(WS-LK-ALERT-INDEX(WS-LK-INDEX))
         TO WS-HELD-WORK
     IF WS-HW-STATE = 'OPEN'
      EVALUATE TRUE
       WHEN WS-HW-RAISER = 'BREAK-GLASS'
        DISPLAY 'Break-glass alert linked but left open for '
            'BREAKGLASS-REVIEW.'
       WHEN ALERT-TABLE-OVERFLOWED
* The whole-file rewrite would lose every alert past slot 100.
        DISPLAY 'ALERTS.TXT overflows the alert table - alert '
            'linked but not acknowledged.'
       WHEN OTHER
        MOVE 'ACKED' TO WS-HW-STATE
        MOVE OPERATOR-SIGNON-ID TO WS-HW-ACK-OPERATOR
        MOVE WS-ACK-DISPOSITION TO WS-HW-DISPOSITION
        MOVE WS-HELD-WORK
            TO ALERT-HELD-LINE(WS-LK-ALERT-INDEX(WS-LK-INDEX))
        SET WS-ALERTS-CHANGED TO TRUE
      END-EVALUATE
     END-IF
    END-IF.

LOAD-OPS-ALERT-FILE.
    MOVE 0 TO ALERT-LINE-COUNT.
    MOVE 'N' TO ALERT-OVERFLOW-FLAG.
    MOVE 'N' TO ALERT-EOF-FLAG.
    OPEN INPUT OPS-ALERT-FILE.
    IF OPS-ALERT-FILE-STATUS NOT = '00'
     SET ALERT-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-ALERT UNTIL ALERT-EOF.
    IF OPS-ALERT-FILE-STATUS = '00' OR OPS-ALERT-FILE-STATUS = '10'
     CLOSE OPS-ALERT-FILE
    END-IF.

LOAD-ONE-ALERT.
    READ OPS-ALERT-FILE
     AT END
      SET ALERT-EOF TO TRUE
     NOT AT END
      IF ALERT-LINE-COUNT < 100
       ADD 1 TO ALERT-LINE-COUNT
       MOVE OPS-ALERT-FILE-RECORD
           TO ALERT-HELD-LINE(ALERT-LINE-COUNT)
      ELSE
       SET ALERT-TABLE-OVERFLOWED TO TRUE
      END-IF
    END-READ.

REWRITE-OPS-ALERT-FILE.
    OPEN OUTPUT OPS-ALERT-FILE.
    PERFORM WRITE-ONE-ALERT
        VARYING ALERT-LINE-INDEX FROM 1 BY 1
        UNTIL ALERT-LINE-INDEX > ALERT-LINE-COUNT.
    CLOSE OPS-ALERT-FILE.

WRITE-ONE-ALERT.
    MOVE ALERT-HELD-LINE(ALERT-LINE-INDEX) TO OPS-ALERT-FILE-RECORD.
    WRITE OPS-ALERT-FILE-RECORD.

SET-OPERATOR-DETAIL.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-AUDIT-LOG.
* The incident is the source; what was done and by whom ride in the
* destination token, e.g. CATEGORY=CONFIG,OPERATOR=<id>.
    MOVE SPACES TO WS-AUDIT-SOURCE.
    STRING 'INCIDENT-' DELIMITED BY SIZE
        WS-PICKED-ID DELIMITED BY SIZE
        INTO WS-AUDIT-SOURCE.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='INCIDENT-CONSOLE'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-AUDIT-SOURCE==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-AUDIT-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
