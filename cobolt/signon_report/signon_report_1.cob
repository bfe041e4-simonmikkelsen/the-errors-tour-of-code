IDENTIFICATION DIVISION.
PROGRAM-ID. SIGNON-REPORT.
AUTHOR. Simon Mikkelsen.
* OPERATOR-SIGNON.CPY counted failed passwords toward a lockout and
* then forgot them, and a good sign-on left no trace at all. Every
* attempt is now on the sign-on history SIGNONLOG.TXT (layout in
* OPERATOR-PROFILE-SELECT.CPY); this is the security review of it
* for the days asked for (by default yesterday and today, so the
* morning run sees the night). It shows:
*   failed sign-ons per operator, broken down by reason, flagged at
*   three or more - an id nobody has on file counts as an operator;
*   failed sign-ons per program, flagged at five or more;
*   every successful sign-on outside the operator's normal hours,
*   taken from OPERHOURS.TXT (operator,HHMM,HHMM - a DEFAULT line
*   covers everyone not listed, a window may run past midnight such
*   as 2200,0600, and without either the house day 0700-1900
*   applies);
*   every attempt against a disabled operator id.
* Anything flagged ends the run RETURN-CODE 4 and puts WARNING on
* its AUDITLOG line, which OPS-DASHBOARD shows in the morning. The
* report SIGNON-REPORT-YYYYMMDD.RPT is archived in RPTARC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operator-profile-select.cpy".
    SELECT OPERATOR-HOURS-FILE ASSIGN TO 'OPERHOURS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOURS-STATUS.
    SELECT SIGNON-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "operator-profile-fd.cpy".

FD  OPERATOR-HOURS-FILE.
01  OPERATOR-HOURS-RECORD PIC X(80).

FD  SIGNON-REPORT-FILE.
01  SIGNON-REPORT-RECORD PIC X(132).

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-REPORT-LINE PIC X(132).
01  WS-HOURS-STATUS PIC X(02).
01  WS-HOURS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-HOURS-EOF VALUE 'Y'.
01  WS-HISTORY-EOF-FLAG PIC X VALUE 'N'.
    88  WS-HISTORY-EOF VALUE 'Y'.
01  WS-ANSWER PIC X(10).

01  WS-TODAY PIC 9(08).
01  WS-FROM-DATE PIC 9(08).
01  WS-LOOK-BACK-DAYS PIC 9(03) VALUE 1.
01  WS-OPERATOR-FAIL-LIMIT PIC 9(03) VALUE 3.
01  WS-PROGRAM-FAIL-LIMIT PIC 9(03) VALUE 5.

* The normal-hours windows; the DEFAULT line, or the house day,
* covers every operator not listed.
01  WS-HOURS-TABLE.
    05  WS-HR-ENTRY OCCURS 100 TIMES.
        10  WS-HR-OPERATOR PIC X(20).
        10  WS-HR-FROM PIC 9(04).
        10  WS-HR-TO PIC 9(04).
01  WS-HR-COUNT PIC 9(03) VALUE 0.
01  WS-HR-INDEX PIC 9(03) VALUE 0.
01  WS-DEFAULT-FROM PIC 9(04) VALUE 0700.
01  WS-DEFAULT-TO PIC 9(04) VALUE 1900.
01  WS-HR-LINE-OPERATOR PIC X(20).
01  WS-HR-LINE-FROM PIC X(04).
01  WS-HR-LINE-TO PIC X(04).
01  WS-WINDOW-FROM PIC 9(04).
01  WS-WINDOW-TO PIC 9(04).
01  WS-INSIDE-FLAG PIC X VALUE 'Y'.
    88  WS-INSIDE-HOURS VALUE 'Y'.

01  WS-OPERATOR-TABLE.
    05  WS-OP-ENTRY OCCURS 200 TIMES.
        10  WS-OP-ID PIC X(20).
        10  WS-OP-ATTEMPTS PIC 9(05).
        10  WS-OP-FAILED PIC 9(05).
        10  WS-OP-BAD-PASSWORD PIC 9(05).
        10  WS-OP-EXPIRED PIC 9(05).
        10  WS-OP-DISABLED PIC 9(05).
        10  WS-OP-LOCKED PIC 9(05).
        10  WS-OP-OTHER PIC 9(05).
01  WS-OP-COUNT PIC 9(03) VALUE 0.
01  WS-OP-INDEX PIC 9(03) VALUE 0.
01  WS-OP-FOUND PIC 9(03) VALUE 0.

01  WS-PROGRAM-TABLE.
    05  WS-PG-ENTRY OCCURS 100 TIMES.
        10  WS-PG-NAME PIC X(20).
        10  WS-PG-ATTEMPTS PIC 9(05).
        10  WS-PG-FAILED PIC 9(05).
01  WS-PG-COUNT PIC 9(03) VALUE 0.
01  WS-PG-INDEX PIC 9(03) VALUE 0.
01  WS-PG-FOUND PIC 9(03) VALUE 0.

01  WS-HL-DATE PIC X(08).
01  WS-HL-TIME PIC X(06).
01  WS-HL-OPERATOR PIC X(20).
01  WS-HL-PROGRAM PIC X(20).
01  WS-HL-RESULT PIC X(07).
01  WS-HL-REASON PIC X(12).
01  WS-HL-HHMM PIC 9(04).
01  WS-IN-PERIOD-FLAG PIC X VALUE 'N'.
    88  WS-IN-PERIOD VALUE 'Y'.

01  WS-ATTEMPT-COUNT PIC 9(07) VALUE 0.
01  WS-FAILURE-COUNT PIC 9(07) VALUE 0.
01  WS-SUSPICIOUS-COUNT PIC 9(05) VALUE 0.
01  WS-SECTION-COUNT PIC 9(05) VALUE 0.
01  WS-COUNT-EDIT PIC ZZZZ9.
01  WS-HOURS-EDIT PIC 9999.
01  WS-AUDIT-OUTCOME PIC X(07) VALUE 'SUCCESS'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    DISPLAY 'Days to look back (blank = 1, yesterday and today): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = SPACES
     IF FUNCTION TRIM(WS-ANSWER) IS NUMERIC
      MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-LOOK-BACK-DAYS
     ELSE
      DISPLAY 'Not a number of days - looking back 1.'
     END-IF
    END-IF.
    COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-LOOK-BACK-DAYS).

    PERFORM LOAD-NORMAL-HOURS.
    PERFORM TALLY-SIGNON-HISTORY.

    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'SIGNON-REPORT-' DELIMITED BY SIZE
        WS-TODAY DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT SIGNON-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE SIGNON-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'SIGN-ON SECURITY REVIEW ' DELIMITED BY SIZE
        WS-FROM-DATE DELIMITED BY SIZE
        ' TO ' DELIMITED BY SIZE
        WS-TODAY DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-OPERATOR-FAILURES.
    PERFORM WRITE-PROGRAM-FAILURES.
    PERFORM WRITE-HISTORY-EXCEPTIONS.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-ATTEMPT-COUNT TO WS-COUNT-EDIT.
    STRING 'SIGN-ON ATTEMPTS: ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    MOVE WS-FAILURE-COUNT TO WS-COUNT-EDIT.
    STRING '   FAILED: ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE(24:).
    MOVE WS-SUSPICIOUS-COUNT TO WS-COUNT-EDIT.
    STRING '   SUSPICIOUS: ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE(40:).
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE SIGNON-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY 'Sign-on review written to '
        FUNCTION TRIM(WS-REPORT-NAME) '.'.

    IF WS-SUSPICIOUS-COUNT > 0
     MOVE 'WARNING' TO WS-AUDIT-OUTCOME
     DISPLAY '*** ' WS-SUSPICIOUS-COUNT
         ' SUSPICIOUS SIGN-ON ITEM(S) - SEE THE REPORT ***'
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
    IF WS-SUSPICIOUS-COUNT > 0
     MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-NORMAL-HOURS.
    OPEN INPUT OPERATOR-HOURS-FILE.
    IF WS-HOURS-STATUS NOT = '00'
     SET WS-HOURS-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-HOURS-LINE UNTIL WS-HOURS-EOF.
    IF WS-HOURS-STATUS = '00' OR WS-HOURS-STATUS = '10'
     CLOSE OPERATOR-HOURS-FILE
    END-IF.

LOAD-ONE-HOURS-LINE.
    READ OPERATOR-HOURS-FILE
     AT END
      SET WS-HOURS-EOF TO TRUE
     NOT AT END
      IF OPERATOR-HOURS-RECORD NOT = SPACES
          AND OPERATOR-HOURS-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-HR-LINE-OPERATOR
       MOVE SPACES TO WS-HR-LINE-FROM
       MOVE SPACES TO WS-HR-LINE-TO
       UNSTRING OPERATOR-HOURS-RECORD DELIMITED BY ','
           INTO WS-HR-LINE-OPERATOR WS-HR-LINE-FROM WS-HR-LINE-TO
       IF WS-HR-LINE-FROM IS NUMERIC AND WS-HR-LINE-TO IS NUMERIC
        IF WS-HR-LINE-OPERATOR = 'DEFAULT'
         MOVE WS-HR-LINE-FROM TO WS-DEFAULT-FROM
         MOVE WS-HR-LINE-TO TO WS-DEFAULT-TO
        ELSE
         IF WS-HR-COUNT < 100
          ADD 1 TO WS-HR-COUNT
          MOVE WS-HR-LINE-OPERATOR TO WS-HR-OPERATOR(WS-HR-COUNT)
          MOVE WS-HR-LINE-FROM TO WS-HR-FROM(WS-HR-COUNT)
          MOVE WS-HR-LINE-TO TO WS-HR-TO(WS-HR-COUNT)
         END-IF
        END-IF
       ELSE
        DISPLAY 'OPERHOURS.TXT line ignored: '
            FUNCTION TRIM(OPERATOR-HOURS-RECORD)
       END-IF
      END-IF
    END-READ.

TALLY-SIGNON-HISTORY.
    MOVE 'N' TO WS-HISTORY-EOF-FLAG.
    OPEN INPUT SIGNON-HISTORY-FILE.
    IF OPERATOR-HIST-STATUS NOT = '00'
     DISPLAY 'No sign-on history on file yet.'
     SET WS-HISTORY-EOF TO TRUE
    END-IF.
    PERFORM TALLY-ONE-HISTORY-LINE UNTIL WS-HISTORY-EOF.
    IF OPERATOR-HIST-STATUS = '00' OR OPERATOR-HIST-STATUS = '10'
     CLOSE SIGNON-HISTORY-FILE
    END-IF.

TALLY-ONE-HISTORY-LINE.
    PERFORM READ-HISTORY-LINE.
    IF WS-IN-PERIOD
     ADD 1 TO WS-ATTEMPT-COUNT
     PERFORM FIND-OPERATOR-SLOT
     PERFORM FIND-PROGRAM-SLOT
     IF WS-OP-FOUND > 0
      ADD 1 TO WS-OP-ATTEMPTS(WS-OP-FOUND)
     END-IF
     IF WS-PG-FOUND > 0
      ADD 1 TO WS-PG-ATTEMPTS(WS-PG-FOUND)
     END-IF
     IF WS-HL-RESULT = 'FAILURE'
      ADD 1 TO WS-FAILURE-COUNT
      IF WS-OP-FOUND > 0
       ADD 1 TO WS-OP-FAILED(WS-OP-FOUND)
       EVALUATE WS-HL-REASON
        WHEN 'BADPASSWORD' ADD 1 TO WS-OP-BAD-PASSWORD(WS-OP-FOUND)
        WHEN 'EXPIRED' ADD 1 TO WS-OP-EXPIRED(WS-OP-FOUND)
        WHEN 'DISABLED' ADD 1 TO WS-OP-DISABLED(WS-OP-FOUND)
        WHEN 'LOCKED' ADD 1 TO WS-OP-LOCKED(WS-OP-FOUND)
        WHEN OTHER ADD 1 TO WS-OP-OTHER(WS-OP-FOUND)
       END-EVALUATE
      END-IF
      IF WS-PG-FOUND > 0
       ADD 1 TO WS-PG-FAILED(WS-PG-FOUND)
      END-IF
     END-IF
    END-IF.

READ-HISTORY-LINE.
* Shared by both passes: the next line of the history, split, and
* whether it falls in the period under review.
    MOVE 'N' TO WS-IN-PERIOD-FLAG.
    READ SIGNON-HISTORY-FILE
     AT END
      SET WS-HISTORY-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-HL-DATE WS-HL-TIME WS-HL-OPERATOR
          WS-HL-PROGRAM WS-HL-RESULT WS-HL-REASON
      UNSTRING SIGNON-HISTORY-RECORD DELIMITED BY ','
          INTO WS-HL-DATE WS-HL-TIME WS-HL-OPERATOR
               WS-HL-PROGRAM WS-HL-RESULT WS-HL-REASON
      IF WS-HL-DATE IS NUMERIC
          AND WS-HL-DATE >= WS-FROM-DATE
          AND WS-HL-DATE <= WS-TODAY
       SET WS-IN-PERIOD TO TRUE
      END-IF
    END-READ.

FIND-OPERATOR-SLOT.
    MOVE 0 TO WS-OP-FOUND.
    PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
        UNTIL WS-OP-INDEX > WS-OP-COUNT OR WS-OP-FOUND > 0
     IF WS-OP-ID(WS-OP-INDEX) = WS-HL-OPERATOR
      MOVE WS-OP-INDEX TO WS-OP-FOUND
     END-IF
    END-PERFORM.
    IF WS-OP-FOUND = 0 AND WS-OP-COUNT < 200
     ADD 1 TO WS-OP-COUNT
     INITIALIZE WS-OP-ENTRY(WS-OP-COUNT)
     MOVE WS-HL-OPERATOR TO WS-OP-ID(WS-OP-COUNT)
     MOVE WS-OP-COUNT TO WS-OP-FOUND
    END-IF.

FIND-PROGRAM-SLOT.
    MOVE 0 TO WS-PG-FOUND.
    PERFORM VARYING WS-PG-INDEX FROM 1 BY 1
        UNTIL WS-PG-INDEX > WS-PG-COUNT OR WS-PG-FOUND > 0
     IF WS-PG-NAME(WS-PG-INDEX) = WS-HL-PROGRAM
      MOVE WS-PG-INDEX TO WS-PG-FOUND
     END-IF
    END-PERFORM.
    IF WS-PG-FOUND = 0 AND WS-PG-COUNT < 100
     ADD 1 TO WS-PG-COUNT
     INITIALIZE WS-PG-ENTRY(WS-PG-COUNT)
     MOVE WS-HL-PROGRAM TO WS-PG-NAME(WS-PG-COUNT)
     MOVE WS-PG-COUNT TO WS-PG-FOUND
    END-IF.

WRITE-OPERATOR-FAILURES.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-OPERATOR-FAIL-LIMIT TO WS-COUNT-EDIT.
    STRING 'FAILED SIGN-ONS BY OPERATOR (FLAGGED AT ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        ' OR MORE)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'OPERATOR' TO WS-REPORT-LINE(1:8).
    MOVE 'TRIES' TO WS-REPORT-LINE(22:5).
    MOVE 'FAILS' TO WS-REPORT-LINE(29:5).
    MOVE 'BADPW' TO WS-REPORT-LINE(36:5).
    MOVE 'EXPRD' TO WS-REPORT-LINE(43:5).
    MOVE 'DISAB' TO WS-REPORT-LINE(50:5).
    MOVE 'LOCKD' TO WS-REPORT-LINE(57:5).
    MOVE 'OTHER' TO WS-REPORT-LINE(64:5).
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 0 TO WS-SECTION-COUNT.
    PERFORM WRITE-ONE-OPERATOR-LINE
        VARYING WS-OP-INDEX FROM 1 BY 1
        UNTIL WS-OP-INDEX > WS-OP-COUNT.
    IF WS-SECTION-COUNT = 0
     MOVE '  (no failed sign-ons)' TO WS-REPORT-LINE
     WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-ONE-OPERATOR-LINE.
    IF WS-OP-FAILED(WS-OP-INDEX) > 0
     ADD 1 TO WS-SECTION-COUNT
     MOVE SPACES TO WS-REPORT-LINE
     IF WS-OP-ID(WS-OP-INDEX) = SPACES
      MOVE '(blank id)' TO WS-REPORT-LINE(1:10)
     ELSE
      MOVE WS-OP-ID(WS-OP-INDEX) TO WS-REPORT-LINE(1:20)
     END-IF
     MOVE WS-OP-ATTEMPTS(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(22:5)
     MOVE WS-OP-FAILED(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(29:5)
     MOVE WS-OP-BAD-PASSWORD(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(36:5)
     MOVE WS-OP-EXPIRED(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(43:5)
     MOVE WS-OP-DISABLED(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(50:5)
     MOVE WS-OP-LOCKED(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(57:5)
     MOVE WS-OP-OTHER(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(64:5)
     IF WS-OP-FAILED(WS-OP-INDEX) >= WS-OPERATOR-FAIL-LIMIT
      MOVE '*** REPEATED FAILURES' TO WS-REPORT-LINE(71:21)
      ADD 1 TO WS-SUSPICIOUS-COUNT
     END-IF
     WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-PROGRAM-FAILURES.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-PROGRAM-FAIL-LIMIT TO WS-COUNT-EDIT.
    STRING 'FAILED SIGN-ONS BY PROGRAM (FLAGGED AT ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        ' OR MORE)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'PROGRAM' TO WS-REPORT-LINE(1:7).
    MOVE 'TRIES' TO WS-REPORT-LINE(22:5).
    MOVE 'FAILS' TO WS-REPORT-LINE(29:5).
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 0 TO WS-SECTION-COUNT.
    PERFORM WRITE-ONE-PROGRAM-LINE
        VARYING WS-PG-INDEX FROM 1 BY 1
        UNTIL WS-PG-INDEX > WS-PG-COUNT.
    IF WS-SECTION-COUNT = 0
     MOVE '  (no failed sign-ons)' TO WS-REPORT-LINE
     WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-ONE-PROGRAM-LINE.
    IF WS-PG-FAILED(WS-PG-INDEX) > 0
     ADD 1 TO WS-SECTION-COUNT
     MOVE SPACES TO WS-REPORT-LINE
     MOVE WS-PG-NAME(WS-PG-INDEX) TO WS-REPORT-LINE(1:20)
     MOVE WS-PG-ATTEMPTS(WS-PG-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(22:5)
     MOVE WS-PG-FAILED(WS-PG-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(29:5)
     IF WS-PG-FAILED(WS-PG-INDEX) >= WS-PROGRAM-FAIL-LIMIT
      MOVE '*** REPEATED FAILURES' TO WS-REPORT-LINE(36:21)
      ADD 1 TO WS-SUSPICIOUS-COUNT
     END-IF
     WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-HISTORY-EXCEPTIONS.
* A second pass over the history lists the single attempts worth a
* look: successful sign-ons outside normal hours, and any attempt on
* a disabled id.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'SIGN-ONS OUTSIDE NORMAL HOURS AND ATTEMPTS ON DISABLED IDS'
        TO WS-REPORT-LINE.
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'DATE' TO WS-REPORT-LINE(1:4).
    MOVE 'TIME' TO WS-REPORT-LINE(10:4).
    MOVE 'OPERATOR' TO WS-REPORT-LINE(17:8).
    MOVE 'PROGRAM' TO WS-REPORT-LINE(38:7).
    MOVE 'WHAT' TO WS-REPORT-LINE(59:4).
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 0 TO WS-SECTION-COUNT.
    MOVE 'N' TO WS-HISTORY-EOF-FLAG.
    OPEN INPUT SIGNON-HISTORY-FILE.
    IF OPERATOR-HIST-STATUS NOT = '00'
     SET WS-HISTORY-EOF TO TRUE
    END-IF.
    PERFORM WEIGH-ONE-HISTORY-LINE UNTIL WS-HISTORY-EOF.
    IF OPERATOR-HIST-STATUS = '00' OR OPERATOR-HIST-STATUS = '10'
     CLOSE SIGNON-HISTORY-FILE
    END-IF.
    IF WS-SECTION-COUNT = 0
     MOVE '  (none)' TO WS-REPORT-LINE
     WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WEIGH-ONE-HISTORY-LINE.
    PERFORM READ-HISTORY-LINE.
    IF WS-IN-PERIOD
     IF WS-HL-RESULT = 'SUCCESS'
      PERFORM JUDGE-SIGNON-HOURS
      IF NOT WS-INSIDE-HOURS
       MOVE SPACES TO WS-REPORT-LINE
       MOVE WS-WINDOW-FROM TO WS-HOURS-EDIT
       STRING 'OUTSIDE HOURS ' DELIMITED BY SIZE
           WS-HOURS-EDIT DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           INTO WS-REPORT-LINE(59:)
       MOVE WS-WINDOW-TO TO WS-HOURS-EDIT
       MOVE WS-HOURS-EDIT TO WS-REPORT-LINE(78:4)
       PERFORM WRITE-EXCEPTION-LINE
      END-IF
     END-IF
     IF WS-HL-REASON = 'DISABLED'
      MOVE SPACES TO WS-REPORT-LINE
      MOVE 'ATTEMPT ON DISABLED ID' TO WS-REPORT-LINE(59:22)
      PERFORM WRITE-EXCEPTION-LINE
     END-IF
    END-IF.

JUDGE-SIGNON-HOURS.
* A window whose end is before its start runs past midnight.
    MOVE WS-DEFAULT-FROM TO WS-WINDOW-FROM.
    MOVE WS-DEFAULT-TO TO WS-WINDOW-TO.
    PERFORM VARYING WS-HR-INDEX FROM 1 BY 1
        UNTIL WS-HR-INDEX > WS-HR-COUNT
     IF WS-HR-OPERATOR(WS-HR-INDEX) = WS-HL-OPERATOR
      MOVE WS-HR-FROM(WS-HR-INDEX) TO WS-WINDOW-FROM
      MOVE WS-HR-TO(WS-HR-INDEX) TO WS-WINDOW-TO
     END-IF
    END-PERFORM.
    MOVE 'Y' TO WS-INSIDE-FLAG.
    IF WS-HL-TIME(1:4) IS NUMERIC
     MOVE WS-HL-TIME(1:4) TO WS-HL-HHMM
     IF WS-WINDOW-FROM <= WS-WINDOW-TO
      IF WS-HL-HHMM < WS-WINDOW-FROM OR WS-HL-HHMM >= WS-WINDOW-TO
       MOVE 'N' TO WS-INSIDE-FLAG
      END-IF
     ELSE
      IF WS-HL-HHMM < WS-WINDOW-FROM AND WS-HL-HHMM >= WS-WINDOW-TO
       MOVE 'N' TO WS-INSIDE-FLAG
      END-IF
     END-IF
    END-IF.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-SECTION-COUNT.
    ADD 1 TO WS-SUSPICIOUS-COUNT.
    MOVE WS-HL-DATE TO WS-REPORT-LINE(1:8).
    MOVE WS-HL-TIME TO WS-REPORT-LINE(10:6).
    MOVE WS-HL-OPERATOR TO WS-REPORT-LINE(17:20).
    MOVE WS-HL-PROGRAM TO WS-REPORT-LINE(38:20).
    WRITE SIGNON-REPORT-RECORD FROM WS-REPORT-LINE.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='SIGNON-REPORT'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='SIGNON-REPORT'==.

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='SIGNON-REPORT'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='SIGNONLOG.TXT'==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-REPORT-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-ATTEMPT-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
