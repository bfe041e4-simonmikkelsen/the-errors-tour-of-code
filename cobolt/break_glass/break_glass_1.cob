IDENTIFICATION DIVISION.
PROGRAM-ID. BREAK-GLASS.
AUTHOR. Simon Mikkelsen.
* At three in the morning, with no administrator to be reached, the
* night operator could not break a dead lock in LOCK-CONSOLE or get
* an urgent restore through, and the stream sat until the day shift
* came in. This program is the emergency way through. A signed-on
* operator who lacks a role gives the reason, and a break-glass
* session is opened on BREAKGLASS.TXT for a limited time (an hour
* unless they ask for less, and never more than four). While it is
* in force OPERATOR-SIGNON.CPY signs them on with administrator
* rights to any program their own role does not reach. Every
* AUDITLOG line such a run writes carries BREAKGLASS=<session>, and
* so does every console-log line it issues. Opening the session
* posts an alert that ALERT-CONSOLE will not let anyone acknowledge.
* It closes only when an administrator has gone through the
* session's actions in BREAKGLASS-REVIEW the next day and
* countersigned each one. The session id is the run id of the run
* that opened it. An administrator has no need of the glass and is
* turned away, and so is an operator whose session is still in
* force.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operator-profile-select.cpy".
    COPY "alert-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "operator-profile-fd.cpy".
COPY "alert-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "alert-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-REASON PIC X(80) VALUE SPACES.
01  WS-MINUTES-ANSWER PIC X(03) VALUE SPACES.
01  WS-MINUTES PIC 9(03) VALUE 0.
01  WS-MAXIMUM-MINUTES PIC 9(03) VALUE 240.
01  WS-DEFAULT-MINUTES PIC 9(03) VALUE 60.
01  WS-START-DATE PIC 9(08) VALUE 0.
01  WS-START-TIME.
    05  WS-START-HHMMSS PIC 9(06).
    05  WS-START-HHMMSS-R REDEFINES WS-START-HHMMSS.
        10  WS-START-HH PIC 9(02).
        10  WS-START-MM PIC 9(02).
        10  WS-START-SS PIC 9(02).
    05  FILLER PIC 9(02).
01  WS-END-DATE PIC 9(08) VALUE 0.
01  WS-END-HHMMSS PIC 9(06) VALUE 0.
01  WS-END-MINUTE-OF-DAY PIC 9(05) VALUE 0.
01  WS-ALERT-TEXT PIC X(120) VALUE SPACES.
01  WS-AUDIT-DEST PIC X(60) VALUE SPACES.
01  WS-SESSION-COUNT PIC 9(01) VALUE 1.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM SIGN-OPERATOR-ON.
    IF OPERATOR-PROF-ADMIN
     DISPLAY 'BREAK-GLASS: operator ' FUNCTION TRIM(OPERATOR-SIGNON-ID)
         ' already holds the administrator role - no emergency '
         'access is needed.'
     GOBACK
    END-IF.
    COPY "operator-breakglass-find.cpy".
    IF OPERATOR-BREAKGLASS-SESSION NOT = SPACES
     DISPLAY 'BREAK-GLASS: session ' OPERATOR-BREAKGLASS-SESSION
         ' is already in force for you until '
         OPERATOR-BG-UNTIL(1:8) ' ' OPERATOR-BG-UNTIL(9:4) '.'
     GOBACK
    END-IF.

    DISPLAY 'Reason for emergency administrator access: '
        WITH NO ADVANCING.
    ACCEPT WS-REASON.
    IF WS-REASON = SPACES
     DISPLAY 'BREAK-GLASS: a reason is required - no session opened.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'Minutes needed (blank = ' WS-DEFAULT-MINUTES
        ', at most ' WS-MAXIMUM-MINUTES '): ' WITH NO ADVANCING.
    ACCEPT WS-MINUTES-ANSWER.
    PERFORM SETTLE-MINUTES.
    IF WS-MINUTES = 0
     DISPLAY 'BREAK-GLASS: give a whole number of minutes from 1 to '
         WS-MAXIMUM-MINUTES ' - no session opened.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM OPEN-SESSION.
    PERFORM POST-SESSION-ALERT.
    MOVE SPACES TO WS-AUDIT-DEST.
    STRING 'BREAKGLASS.TXT,OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DEST.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY '*** BREAK-GLASS SESSION ' RUN-ID-STAMP ' OPEN UNTIL '
        WS-END-DATE ' ' WS-END-HHMMSS(1:4) ' ***'.
    DISPLAY 'Sign on to the program you need now. Every action is '
        'marked and goes to administrator review tomorrow.'.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='BREAK-GLASS'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='R'==.

SETTLE-MINUTES.
    MOVE 0 TO WS-MINUTES.
    IF WS-MINUTES-ANSWER = SPACES
     MOVE WS-DEFAULT-MINUTES TO WS-MINUTES
    ELSE
     IF FUNCTION TEST-NUMVAL(WS-MINUTES-ANSWER) = 0
      COMPUTE WS-MINUTES = FUNCTION NUMVAL(WS-MINUTES-ANSWER)
      IF WS-MINUTES > WS-MAXIMUM-MINUTES
       MOVE 0 TO WS-MINUTES
      END-IF
     END-IF
    END-IF.

OPEN-SESSION.
* The session runs from now for the minutes granted, into the next
* day when it crosses midnight.
    ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-START-TIME FROM TIME.
    MOVE WS-START-DATE TO WS-END-DATE.
    COMPUTE WS-END-MINUTE-OF-DAY =
        WS-START-HH * 60 + WS-START-MM + WS-MINUTES.
    IF WS-END-MINUTE-OF-DAY >= 1440
     SUBTRACT 1440 FROM WS-END-MINUTE-OF-DAY
     COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(WS-START-DATE) + 1)
    END-IF.
    COMPUTE WS-END-HHMMSS =
        (WS-END-MINUTE-OF-DAY / 60) * 10000
        + FUNCTION MOD(WS-END-MINUTE-OF-DAY 60) * 100
        + WS-START-SS.
    MOVE SPACES TO BREAKGLASS-RECORD.
    MOVE RUN-ID-STAMP TO OPERATOR-BG-SESSION.
    MOVE OPERATOR-SIGNON-ID TO OPERATOR-BG-OPERATOR.
    SET OPERATOR-BG-OPEN TO TRUE.
    MOVE WS-START-DATE TO OPERATOR-BG-START-DATE.
    MOVE WS-START-HHMMSS TO OPERATOR-BG-START-TIME.
    MOVE WS-END-DATE TO OPERATOR-BG-END-DATE.
    MOVE WS-END-HHMMSS TO OPERATOR-BG-END-TIME.
    MOVE 0 TO OPERATOR-BG-REVIEW-DATE.
    MOVE WS-REASON TO OPERATOR-BG-REASON.
    OPEN EXTEND BREAKGLASS-FILE.
    IF OPERATOR-BG-STATUS = '35'
     OPEN OUTPUT BREAKGLASS-FILE
    END-IF.
    WRITE BREAKGLASS-RECORD.
    CLOSE BREAKGLASS-FILE.

POST-SESSION-ALERT.
    MOVE SPACES TO WS-ALERT-TEXT.
    STRING 'BREAK-GLASS ' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        ' UNTIL ' DELIMITED BY SIZE
        WS-END-DATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-END-HHMMSS(1:4) DELIMITED BY SIZE
        ' - REVIEW IN BREAKGLASS-REVIEW: ' DELIMITED BY SIZE
        WS-REASON DELIMITED BY SIZE
        INTO WS-ALERT-TEXT.
    PERFORM POST-ONE-ALERT.

POST-ONE-ALERT.
    COPY "alert-post.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='BREAK-GLASS'==
                   ==:ALERT-TEXT:==   BY ==WS-ALERT-TEXT==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='BREAK-GLASS'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='OPERPROF.DAT'==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DEST==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-SESSION-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='OPENED'==.
