IDENTIFICATION DIVISION.
PROGRAM-ID. BREAKGLASS-REVIEW.
AUTHOR. Simon Mikkelsen.
* The next-day review of emergency access. Every break-glass session
* BREAK-GLASS opened is listed from BREAKGLASS.TXT - operator,
* reason, when it ran, who countersigned it - with every action
* taken under it: the AUDITLOG lines marked BREAKGLASS=<session>
* (from the monthly archives AUDITARC-YYYYMM.TXT the session's
* months fall in and from AUDITLOG.TXT) and the console-log lines
* so marked in CONSOLELOG.TXT. An administrator signs on - not
* under break-glass, and never for their own session - and may
* countersign a session once it has run out: each action is shown
* and countersigned one by one, with an optional note, and each
* countersignature is kept on BGREVIEW.TXT (session, reviewer,
* date, time, note, and the action line itself), so a review can be
* left part-done and finished later. When every action of a session
* is countersigned the session is marked REVIEWED and its alert is
* closed on ALERTS.TXT in the administrator's name. The review
* report BREAKGLASS-REVIEW-YYYYMMDD.RPT is written every run and
* archived in RPTARC; a session still not countersigned after the
* day following the one it ran out on is OVERDUE, which ends the
* run RETURN-CODE 4 with WARNING on its AUDITLOG line.
* The session table holds 100 sessions and the action table 500
* actions; beyond that the report says so and countersigning is
* refused, because BREAKGLASS.TXT is rewritten whole from the table.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operator-profile-select.cpy".
    COPY "alert-select.cpy".
    SELECT AUDIT-SOURCE-FILE ASSIGN TO WS-AUDIT-SOURCE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-SOURCE-STATUS.
    SELECT COUNTERSIGN-FILE ASSIGN TO 'BGREVIEW.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-COUNTERSIGN-STATUS.
    SELECT REVIEW-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "operator-profile-fd.cpy".
COPY "alert-fd.cpy".

FD  AUDIT-SOURCE-FILE.
01  AUDIT-SOURCE-RECORD PIC X(250).

FD  COUNTERSIGN-FILE.
01  COUNTERSIGN-RECORD.
    05  COUNTERSIGN-SESSION PIC X(13).
    05  COUNTERSIGN-REVIEWER PIC X(20).
    05  COUNTERSIGN-DATE PIC 9(08).
    05  COUNTERSIGN-TIME PIC 9(06).
    05  COUNTERSIGN-NOTE PIC X(40).
    05  COUNTERSIGN-ACTION PIC X(250).

FD  REVIEW-REPORT-FILE.
01  REVIEW-REPORT-RECORD PIC X(132).

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "alert-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-REPORT-LINE PIC X(132).
01  WS-AUDIT-SOURCE-NAME PIC X(40).
01  WS-AUDIT-SOURCE-STATUS PIC X(02).
01  WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-AUDIT-EOF VALUE 'Y'.
01  WS-SOURCE-KIND PIC X(07).
01  WS-COUNTERSIGN-STATUS PIC X(02).
01  WS-COUNTERSIGN-EOF-FLAG PIC X VALUE 'N'.
    88  WS-COUNTERSIGN-EOF VALUE 'Y'.
01  WS-MODE PIC X(01) VALUE SPACES.
01  WS-ANSWER PIC X(01) VALUE SPACES.
01  WS-NOTE PIC X(40) VALUE SPACES.
01  WS-TODAY PIC 9(08) VALUE 0.
01  WS-NOW-TIME.
    05  WS-NOW-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  WS-NOW PIC 9(14) VALUE 0.
01  WS-SESSION-END PIC 9(14) VALUE 0.

01  WS-SESSION-TABLE.
    05  WS-SN-ENTRY OCCURS 100 TIMES.
        10  WS-SN-LINE PIC X(177).
        10  WS-SN-ACTIONS PIC 9(03).
        10  WS-SN-SIGNED PIC 9(03).
        10  WS-SN-CLOSE-FLAG PIC X(01).
01  WS-SN-COUNT PIC 9(03) VALUE 0.
01  WS-SN-INDEX PIC 9(03) VALUE 0.
01  WS-SN-FOUND PIC 9(03) VALUE 0.
01  WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
    88  WS-TABLE-FULL VALUE 'Y'.

01  WS-ACTION-TABLE.
    05  WS-AN-ENTRY OCCURS 500 TIMES.
        10  WS-AN-SESSION PIC 9(03).
        10  WS-AN-SOURCE PIC X(07).
        10  WS-AN-LINE PIC X(250).
        10  WS-AN-SIGNED-FLAG PIC X(01).
            88  WS-AN-SIGNED VALUE 'Y'.
        10  WS-AN-REVIEWER PIC X(20).
        10  WS-AN-SIGN-DATE PIC 9(08).
        10  WS-AN-NOTE PIC X(40).
01  WS-AN-COUNT PIC 9(03) VALUE 0.
01  WS-AN-INDEX PIC 9(03) VALUE 0.

01  WS-MONTH-TABLE.
    05  WS-MONTH-ENTRY PIC 9(06) OCCURS 24 TIMES.
01  WS-MONTH-COUNT PIC 9(02) VALUE 0.
01  WS-MONTH-INDEX PIC 9(02) VALUE 0.
01  WS-MONTH-FOUND PIC 9(02) VALUE 0.
01  WS-MONTH-WANTED PIC 9(06) VALUE 0.

01  WS-LINE-WORK PIC X(250).
01  WS-SCRAP-PART PIC X(250).
01  WS-MARK-PART PIC X(250).
01  WS-MARK-SESSION PIC X(13).

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

01  WS-REVIEWED-COUNT PIC 9(03) VALUE 0.
01  WS-SIGNED-COUNT PIC 9(03) VALUE 0.
01  WS-OVERDUE-COUNT PIC 9(03) VALUE 0.
01  WS-ALERTS-CLOSED PIC 9(03) VALUE 0.
01  WS-SESSION-STATUS PIC X(10).
01  WS-COUNT-EDIT PIC ZZ9.
01  WS-AUDIT-OUTCOME PIC X(07) VALUE 'SUCCESS'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM SIGN-OPERATOR-ON.
    IF OPERATOR-BREAKGLASS-SESSION NOT = SPACES
     DISPLAY 'BREAKGLASS-REVIEW: break-glass access cannot review '
         'break-glass sessions. Sign on with your own role.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    ACCEPT WS-NOW-TIME FROM TIME.
    COMPUTE WS-NOW = WS-TODAY * 1000000 + WS-NOW-HHMMSS.

    PERFORM LOAD-SESSIONS.
    IF WS-SN-COUNT = 0
     DISPLAY 'No break-glass sessions on file.'
     GOBACK
    END-IF.
    PERFORM COLLECT-SESSION-ACTIONS.
    PERFORM LOAD-COUNTERSIGNATURES.
    IF WS-TABLE-FULL
     DISPLAY '*** MORE SESSIONS OR ACTIONS THAN THE TABLES HOLD - '
         'REPORT ONLY ***'
    ELSE
     DISPLAY 'C to countersign sessions, R for the report only: '
         WITH NO ADVANCING
     ACCEPT WS-MODE
     IF WS-MODE = 'C' OR WS-MODE = 'c'
      PERFORM COUNTERSIGN-ONE-SESSION
          VARYING WS-SN-INDEX FROM 1 BY 1
          UNTIL WS-SN-INDEX > WS-SN-COUNT
      IF WS-REVIEWED-COUNT > 0
       PERFORM REWRITE-SESSIONS
       PERFORM CLOSE-REVIEWED-ALERTS
      END-IF
     END-IF
    END-IF.

    PERFORM WRITE-REVIEW-REPORT.
    DISPLAY WS-SIGNED-COUNT ' action(s) countersigned, '
        WS-REVIEWED-COUNT ' session(s) reviewed this run.'.
    IF WS-OVERDUE-COUNT > 0
     MOVE 'WARNING' TO WS-AUDIT-OUTCOME
     DISPLAY '*** ' WS-OVERDUE-COUNT
         ' BREAK-GLASS SESSION(S) OVERDUE FOR REVIEW ***'
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
    IF WS-OVERDUE-COUNT > 0
     MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='BREAKGLASS-REVIEW'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='A'==.

LOAD-SESSIONS.
    MOVE 'N' TO OPERATOR-BG-EOF-FLAG.
    OPEN INPUT BREAKGLASS-FILE.
    IF OPERATOR-BG-STATUS NOT = '00'
     SET OPERATOR-BG-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-SESSION UNTIL OPERATOR-BG-EOF.
    IF OPERATOR-BG-STATUS = '00' OR OPERATOR-BG-STATUS = '10'
     CLOSE BREAKGLASS-FILE
    END-IF.

LOAD-ONE-SESSION.
    READ BREAKGLASS-FILE
     AT END
      SET OPERATOR-BG-EOF TO TRUE
     NOT AT END
      IF WS-SN-COUNT < 100
       ADD 1 TO WS-SN-COUNT
       MOVE BREAKGLASS-RECORD TO WS-SN-LINE(WS-SN-COUNT)
       MOVE 0 TO WS-SN-ACTIONS(WS-SN-COUNT)
       MOVE 0 TO WS-SN-SIGNED(WS-SN-COUNT)
       MOVE 'N' TO WS-SN-CLOSE-FLAG(WS-SN-COUNT)
       COMPUTE WS-MONTH-WANTED = OPERATOR-BG-START-DATE / 100
       PERFORM NOTE-SESSION-MONTH
       COMPUTE WS-MONTH-WANTED = OPERATOR-BG-END-DATE / 100
       PERFORM NOTE-SESSION-MONTH
      ELSE
       SET WS-TABLE-FULL TO TRUE
      END-IF
    END-READ.

NOTE-SESSION-MONTH.
    MOVE 0 TO WS-MONTH-FOUND.
    PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
        UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
     IF WS-MONTH-ENTRY(WS-MONTH-INDEX) = WS-MONTH-WANTED
      MOVE WS-MONTH-INDEX TO WS-MONTH-FOUND
     END-IF
    END-PERFORM.
    IF WS-MONTH-FOUND = 0 AND WS-MONTH-COUNT < 24
     ADD 1 TO WS-MONTH-COUNT
     MOVE WS-MONTH-WANTED TO WS-MONTH-ENTRY(WS-MONTH-COUNT)
    END-IF.

COLLECT-SESSION-ACTIONS.
* The archives of the sessions' months first, then the live log,
* then the console log - so each session's actions read in the
* order they were taken.
    MOVE 'AUDIT' TO WS-SOURCE-KIND.
    PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
        UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT
     MOVE SPACES TO WS-AUDIT-SOURCE-NAME
     STRING 'AUDITARC-' DELIMITED BY SIZE
         WS-MONTH-ENTRY(WS-MONTH-INDEX) DELIMITED BY SIZE
         '.TXT' DELIMITED BY SIZE
         INTO WS-AUDIT-SOURCE-NAME
     PERFORM SCAN-ONE-SOURCE
    END-PERFORM.
    MOVE 'AUDITLOG.TXT' TO WS-AUDIT-SOURCE-NAME.
    PERFORM SCAN-ONE-SOURCE.
    MOVE 'CONSOLE' TO WS-SOURCE-KIND.
    MOVE 'CONSOLELOG.TXT' TO WS-AUDIT-SOURCE-NAME.
    PERFORM SCAN-ONE-SOURCE.

SCAN-ONE-SOURCE.
    MOVE 'N' TO WS-AUDIT-EOF-FLAG.
    OPEN INPUT AUDIT-SOURCE-FILE.
    IF WS-AUDIT-SOURCE-STATUS NOT = '00'
     SET WS-AUDIT-EOF TO TRUE
    END-IF.
    PERFORM SCAN-ONE-LINE UNTIL WS-AUDIT-EOF.
    IF WS-AUDIT-SOURCE-STATUS = '00' OR WS-AUDIT-SOURCE-STATUS = '10'
     CLOSE AUDIT-SOURCE-FILE
    END-IF.

SCAN-ONE-LINE.
    READ AUDIT-SOURCE-FILE INTO WS-LINE-WORK
     AT END
      SET WS-AUDIT-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-MARK-PART
      MOVE SPACES TO WS-MARK-SESSION
      UNSTRING WS-LINE-WORK DELIMITED BY 'BREAKGLASS='
          INTO WS-SCRAP-PART WS-MARK-PART
      IF WS-MARK-PART NOT = SPACES
       UNSTRING WS-MARK-PART DELIMITED BY ' ' OR ','
           INTO WS-MARK-SESSION
       PERFORM FIND-SESSION-SLOT
       IF WS-SN-FOUND > 0
        IF WS-AN-COUNT < 500
         ADD 1 TO WS-AN-COUNT
         MOVE WS-SN-FOUND TO WS-AN-SESSION(WS-AN-COUNT)
         MOVE WS-SOURCE-KIND TO WS-AN-SOURCE(WS-AN-COUNT)
         MOVE WS-LINE-WORK TO WS-AN-LINE(WS-AN-COUNT)
         MOVE 'N' TO WS-AN-SIGNED-FLAG(WS-AN-COUNT)
         MOVE SPACES TO WS-AN-REVIEWER(WS-AN-COUNT)
         MOVE 0 TO WS-AN-SIGN-DATE(WS-AN-COUNT)
         MOVE SPACES TO WS-AN-NOTE(WS-AN-COUNT)
         ADD 1 TO WS-SN-ACTIONS(WS-SN-FOUND)
        ELSE
         SET WS-TABLE-FULL TO TRUE
        END-IF
       END-IF
      END-IF
    END-READ.

FIND-SESSION-SLOT.
    MOVE 0 TO WS-SN-FOUND.
    PERFORM VARYING WS-SN-INDEX FROM 1 BY 1
        UNTIL WS-SN-INDEX > WS-SN-COUNT OR WS-SN-FOUND > 0
     IF WS-SN-LINE(WS-SN-INDEX)(1:13) = WS-MARK-SESSION
      MOVE WS-SN-INDEX TO WS-SN-FOUND
     END-IF
    END-PERFORM.

LOAD-COUNTERSIGNATURES.
    OPEN INPUT COUNTERSIGN-FILE.
    IF WS-COUNTERSIGN-STATUS NOT = '00'
     SET WS-COUNTERSIGN-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-COUNTERSIGNATURE UNTIL WS-COUNTERSIGN-EOF.
    IF WS-COUNTERSIGN-STATUS = '00' OR WS-COUNTERSIGN-STATUS = '10'
     CLOSE COUNTERSIGN-FILE
    END-IF.

LOAD-ONE-COUNTERSIGNATURE.
    READ COUNTERSIGN-FILE
     AT END
      SET WS-COUNTERSIGN-EOF TO TRUE
     NOT AT END
      PERFORM VARYING WS-AN-INDEX FROM 1 BY 1
          UNTIL WS-AN-INDEX > WS-AN-COUNT
       IF NOT WS-AN-SIGNED(WS-AN-INDEX)
           AND WS-AN-LINE(WS-AN-INDEX) = COUNTERSIGN-ACTION
           AND WS-SN-LINE(WS-AN-SESSION(WS-AN-INDEX))(1:13)
               = COUNTERSIGN-SESSION
        SET WS-AN-SIGNED(WS-AN-INDEX) TO TRUE
        MOVE COUNTERSIGN-REVIEWER TO WS-AN-REVIEWER(WS-AN-INDEX)
        MOVE COUNTERSIGN-DATE TO WS-AN-SIGN-DATE(WS-AN-INDEX)
        MOVE COUNTERSIGN-NOTE TO WS-AN-NOTE(WS-AN-INDEX)
        ADD 1 TO WS-SN-SIGNED(WS-AN-SESSION(WS-AN-INDEX))
       END-IF
      END-PERFORM
    END-READ.

COUNTERSIGN-ONE-SESSION.
* Only a session that has run out and is not yet reviewed, and
* never by the operator who broke the glass.
    MOVE WS-SN-LINE(WS-SN-INDEX) TO BREAKGLASS-RECORD.
    COMPUTE WS-SESSION-END = OPERATOR-BG-END-DATE * 1000000
        + OPERATOR-BG-END-TIME.
    IF OPERATOR-BG-OPEN AND WS-SESSION-END < WS-NOW
     IF OPERATOR-BG-OPERATOR = OPERATOR-SIGNON-ID
      DISPLAY 'Session ' OPERATOR-BG-SESSION ' is your own - '
          'another administrator must countersign it.'
     ELSE
      DISPLAY ' '
      DISPLAY 'SESSION ' OPERATOR-BG-SESSION ' BY '
          FUNCTION TRIM(OPERATOR-BG-OPERATOR) ' FROM '
          OPERATOR-BG-START-DATE ' ' OPERATOR-BG-START-TIME(1:4)
          ' TO ' OPERATOR-BG-END-DATE ' ' OPERATOR-BG-END-TIME(1:4)
      DISPLAY '  REASON: ' FUNCTION TRIM(OPERATOR-BG-REASON)
      PERFORM COUNTERSIGN-ONE-ACTION
          VARYING WS-AN-INDEX FROM 1 BY 1
          UNTIL WS-AN-INDEX > WS-AN-COUNT
      IF WS-SN-SIGNED(WS-SN-INDEX) = WS-SN-ACTIONS(WS-SN-INDEX)
       MOVE 'Y' TO WS-ANSWER
       IF WS-SN-ACTIONS(WS-SN-INDEX) = 0
        DISPLAY '  No marked actions were taken. Countersign the '
            'session (Y/N)? ' WITH NO ADVANCING
        ACCEPT WS-ANSWER
       END-IF
       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
        SET OPERATOR-BG-REVIEWED TO TRUE
        MOVE OPERATOR-SIGNON-ID TO OPERATOR-BG-REVIEWER
        MOVE WS-TODAY TO OPERATOR-BG-REVIEW-DATE
        MOVE BREAKGLASS-RECORD TO WS-SN-LINE(WS-SN-INDEX)
        MOVE 'Y' TO WS-SN-CLOSE-FLAG(WS-SN-INDEX)
        ADD 1 TO WS-REVIEWED-COUNT
        DISPLAY '  Session ' OPERATOR-BG-SESSION ' reviewed.'
       END-IF
      ELSE
       DISPLAY '  Session ' OPERATOR-BG-SESSION ' stays open - '
           'not every action is countersigned.'
      END-IF
     END-IF
    END-IF.

COUNTERSIGN-ONE-ACTION.
    IF WS-AN-SESSION(WS-AN-INDEX) = WS-SN-INDEX
        AND NOT WS-AN-SIGNED(WS-AN-INDEX)
     DISPLAY '  ' WS-AN-SOURCE(WS-AN-INDEX) ': '
         FUNCTION TRIM(WS-AN-LINE(WS-AN-INDEX) TRAILING)
     DISPLAY '  Countersign this action (Y/N)? ' WITH NO ADVANCING
     ACCEPT WS-ANSWER
     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
      DISPLAY '  Note (optional): ' WITH NO ADVANCING
      MOVE SPACES TO WS-NOTE
      ACCEPT WS-NOTE
      SET WS-AN-SIGNED(WS-AN-INDEX) TO TRUE
      MOVE OPERATOR-SIGNON-ID TO WS-AN-REVIEWER(WS-AN-INDEX)
      MOVE WS-TODAY TO WS-AN-SIGN-DATE(WS-AN-INDEX)
      MOVE WS-NOTE TO WS-AN-NOTE(WS-AN-INDEX)
      ADD 1 TO WS-SN-SIGNED(WS-SN-INDEX)
      ADD 1 TO WS-SIGNED-COUNT
      PERFORM APPEND-COUNTERSIGNATURE
     END-IF
    END-IF.

APPEND-COUNTERSIGNATURE.
* Written as it is given, so an interrupted review keeps every
* countersignature already made.
    MOVE SPACES TO COUNTERSIGN-RECORD.
    MOVE OPERATOR-BG-SESSION TO COUNTERSIGN-SESSION.
    MOVE OPERATOR-SIGNON-ID TO COUNTERSIGN-REVIEWER.
    MOVE WS-TODAY TO COUNTERSIGN-DATE.
    ACCEPT WS-NOW-TIME FROM TIME.
    MOVE WS-NOW-HHMMSS TO COUNTERSIGN-TIME.
    MOVE WS-NOTE TO COUNTERSIGN-NOTE.
    MOVE WS-AN-LINE(WS-AN-INDEX) TO COUNTERSIGN-ACTION.
    OPEN EXTEND COUNTERSIGN-FILE.
    IF WS-COUNTERSIGN-STATUS = '35'
     OPEN OUTPUT COUNTERSIGN-FILE
    END-IF.
    WRITE COUNTERSIGN-RECORD.
    CLOSE COUNTERSIGN-FILE.

REWRITE-SESSIONS.
    OPEN OUTPUT BREAKGLASS-FILE.
    PERFORM VARYING WS-SN-INDEX FROM 1 BY 1
        UNTIL WS-SN-INDEX > WS-SN-COUNT
     MOVE WS-SN-LINE(WS-SN-INDEX) TO BREAKGLASS-RECORD
     WRITE BREAKGLASS-RECORD
    END-PERFORM.
    CLOSE BREAKGLASS-FILE.

CLOSE-REVIEWED-ALERTS.
* Each reviewed session's alert is closed in the reviewer's name.
* If ALERTS.TXT overflows the alert table the file is left alone;
* ALERT-CONSOLE will take the acknowledgment now the session shows
* REVIEWED.
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
    IF ALERT-TABLE-OVERFLOWED
     DISPLAY '*** ALERTS.TXT HOLDS MORE THAN 100 LINES - CLOSE THE '
         'BREAK-GLASS ALERT(S) IN ALERT-CONSOLE ***'
    ELSE
     PERFORM CLOSE-ONE-ALERT
         VARYING ALERT-LINE-INDEX FROM 1 BY 1
         UNTIL ALERT-LINE-INDEX > ALERT-LINE-COUNT
     IF WS-ALERTS-CLOSED > 0
      OPEN OUTPUT OPS-ALERT-FILE
      PERFORM VARYING ALERT-LINE-INDEX FROM 1 BY 1
          UNTIL ALERT-LINE-INDEX > ALERT-LINE-COUNT
       MOVE ALERT-HELD-LINE(ALERT-LINE-INDEX) TO OPS-ALERT-FILE-RECORD
       WRITE OPS-ALERT-FILE-RECORD
      END-PERFORM
      CLOSE OPS-ALERT-FILE
     END-IF
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

CLOSE-ONE-ALERT.
    MOVE ALERT-HELD-LINE(ALERT-LINE-INDEX) TO WS-HELD-WORK.
    IF WS-HW-STATE = 'OPEN' AND WS-HW-RAISER = 'BREAK-GLASS'
     MOVE WS-HW-RUN-ID TO WS-MARK-SESSION
     PERFORM FIND-SESSION-SLOT
     IF WS-SN-FOUND > 0
      IF WS-SN-CLOSE-FLAG(WS-SN-FOUND) = 'Y'
       MOVE 'ACKED' TO WS-HW-STATE
       MOVE OPERATOR-SIGNON-ID TO WS-HW-ACK-OPERATOR
       MOVE 'BREAK-GLASS SESSION COUNTERSIGNED' TO WS-HW-DISPOSITION
       MOVE WS-HELD-WORK TO ALERT-HELD-LINE(ALERT-LINE-INDEX)
       ADD 1 TO WS-ALERTS-CLOSED
      END-IF
     END-IF
    END-IF.

WRITE-REVIEW-REPORT.
    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'BREAKGLASS-REVIEW-' DELIMITED BY SIZE
        WS-TODAY DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT REVIEW-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE REVIEW-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE 'BREAK-GLASS SESSIONS AND THE ACTIONS TAKEN UNDER THEM'
        TO WS-REPORT-LINE.
    WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-TABLE-FULL
     MOVE '*** MORE SESSIONS OR ACTIONS THAN THE TABLES HOLD - THIS'
         & ' REPORT IS INCOMPLETE ***' TO WS-REPORT-LINE
     WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    PERFORM REPORT-ONE-SESSION
        VARYING WS-SN-INDEX FROM 1 BY 1
        UNTIL WS-SN-INDEX > WS-SN-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-SN-COUNT TO WS-COUNT-EDIT.
    STRING 'SESSIONS: ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
    STRING '   OVERDUE FOR REVIEW: ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE(14:).
    WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE REVIEW-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY 'Review report written to '
        FUNCTION TRIM(WS-REPORT-NAME) '.'.

REPORT-ONE-SESSION.
* A session not reviewed by the end of the day after it ran out is
* overdue.
    MOVE WS-SN-LINE(WS-SN-INDEX) TO BREAKGLASS-RECORD.
    COMPUTE WS-SESSION-END = OPERATOR-BG-END-DATE * 1000000
        + OPERATOR-BG-END-TIME.
    EVALUATE TRUE
     WHEN OPERATOR-BG-REVIEWED
      MOVE 'REVIEWED' TO WS-SESSION-STATUS
     WHEN WS-SESSION-END >= WS-NOW
      MOVE 'IN FORCE' TO WS-SESSION-STATUS
     WHEN FUNCTION INTEGER-OF-DATE(WS-TODAY) >
          FUNCTION INTEGER-OF-DATE(OPERATOR-BG-END-DATE) + 1
      MOVE 'OVERDUE' TO WS-SESSION-STATUS
      ADD 1 TO WS-OVERDUE-COUNT
     WHEN OTHER
      MOVE 'TO REVIEW' TO WS-SESSION-STATUS
    END-EVALUATE.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
    STRING 'SESSION ' DELIMITED BY SIZE
        OPERATOR-BG-SESSION DELIMITED BY SIZE
        '  OPERATOR ' DELIMITED BY SIZE
        OPERATOR-BG-OPERATOR DELIMITED BY SPACE
        '  ' DELIMITED BY SIZE
        OPERATOR-BG-START-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OPERATOR-BG-START-TIME(1:4) DELIMITED BY SIZE
        ' TO ' DELIMITED BY SIZE
        OPERATOR-BG-END-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        OPERATOR-BG-END-TIME(1:4) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-SESSION-STATUS DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  REASON: ' DELIMITED BY SIZE
        OPERATOR-BG-REASON DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
    IF OPERATOR-BG-REVIEWED
     MOVE SPACES TO WS-REPORT-LINE
     STRING '  COUNTERSIGNED BY ' DELIMITED BY SIZE
         OPERATOR-BG-REVIEWER DELIMITED BY SPACE
         ' ON ' DELIMITED BY SIZE
         OPERATOR-BG-REVIEW-DATE DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    IF WS-SN-ACTIONS(WS-SN-INDEX) = 0
     MOVE '  NO MARKED ACTIONS' TO WS-REPORT-LINE
     WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    PERFORM REPORT-ONE-ACTION
        VARYING WS-AN-INDEX FROM 1 BY 1
        UNTIL WS-AN-INDEX > WS-AN-COUNT.

REPORT-ONE-ACTION.
    IF WS-AN-SESSION(WS-AN-INDEX) = WS-SN-INDEX
     MOVE SPACES TO WS-REPORT-LINE
     STRING '  ' DELIMITED BY SIZE
         WS-AN-SOURCE(WS-AN-INDEX) DELIMITED BY SPACE
         ': ' DELIMITED BY SIZE
         WS-AN-LINE(WS-AN-INDEX) DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
     MOVE SPACES TO WS-REPORT-LINE
     IF WS-AN-SIGNED(WS-AN-INDEX)
      STRING '      COUNTERSIGNED BY ' DELIMITED BY SIZE
          WS-AN-REVIEWER(WS-AN-INDEX) DELIMITED BY SPACE
          ' ON ' DELIMITED BY SIZE
          WS-AN-SIGN-DATE(WS-AN-INDEX) DELIMITED BY SIZE
          ' ' DELIMITED BY SIZE
          WS-AN-NOTE(WS-AN-INDEX) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
     ELSE
      MOVE '      AWAITING COUNTERSIGNATURE' TO WS-REPORT-LINE
     END-IF
     WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='BREAKGLASS-REVIEW'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='BREAKGLASS-REVIEW'==.

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='BREAKGLASS-REVIEW'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='BREAKGLASS.TXT'==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-REPORT-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-REVIEWED-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
