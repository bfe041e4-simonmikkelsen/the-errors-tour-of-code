IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-RECERT.
AUTHOR. Simon Mikkelsen.
* Every quarter the auditors ask who can do what, and the answer was
* put together by paging through SECURITY-ADMIN's listing and reading
* ACCESSCTL.TXT in an editor. This recertification report answers it
* for the quarter asked for (by default the last complete one). For
* each operator on OPERPROF.DAT it shows the name, role, state,
* password expiry and last successful sign-on (from the sign-on
* history SIGNONLOG.TXT); every ACCESSCTL.TXT dataset rule that grants
* the operator access, by role or by naming them; and what the
* operator actually did in the quarter - the actions per program the
* shared AUDITLOG carries under their OPERATOR= id, read from the
* quarter's monthly archives AUDITARC-YYYYMM.TXT and from AUDITLOG.TXT
* for whatever is not archived yet. It flags:
*   DORMANT     an active profile with no sign-on and no audited
*               action in the quarter;
*   ADMIN-IDLE  an administrator who neither signed on to a program
*               requiring the administrator role nor acted in one;
*   NO-MANAGER  an operator with no manager on OPERMGR.TXT;
* and lists, on its own, every operator id an ACCESSCTL.TXT rule
* names who is no longer on file.
* Operators are grouped under their manager from OPERMGR.TXT
* (operator,manager - one line each), and each manager's section
* ends with a sign-off block. Every line of a manager's section
* carries the manager id in columns 1-20, so REPORT-BURST on column
* 1, length 20, with the managers on BURSTCTL.TXT, gives each manager
* their own section; the title and the orphaned-rule list carry no
* key and go to every section. Operators without a manager are
* grouped under UNASSIGNED. Anything flagged ends the run
* RETURN-CODE 4 with WARNING on its AUDITLOG line. The report
* ACCESS-RECERT-YYYYQn.RPT is archived in RPTARC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operator-profile-select.cpy".
    COPY "access-select.cpy".
    SELECT OPERATOR-MANAGER-FILE ASSIGN TO 'OPERMGR.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MANAGER-STATUS.
    SELECT AUDIT-SOURCE-FILE ASSIGN TO WS-AUDIT-SOURCE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-SOURCE-STATUS.
    SELECT RECERT-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "operator-profile-fd.cpy".
COPY "access-fd.cpy".

FD  OPERATOR-MANAGER-FILE.
01  OPERATOR-MANAGER-RECORD PIC X(80).

FD  AUDIT-SOURCE-FILE.
01  AUDIT-SOURCE-RECORD PIC X(200).

FD  RECERT-REPORT-FILE.
01  RECERT-REPORT-RECORD PIC X(132).

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "access-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-REPORT-LINE PIC X(132).
01  WS-REPORT-KEY PIC X(20).
01  WS-REPORT-TEXT PIC X(111).
01  WS-MANAGER-STATUS PIC X(02).
01  WS-MANAGER-EOF-FLAG PIC X VALUE 'N'.
    88  WS-MANAGER-EOF VALUE 'Y'.
01  WS-AUDIT-SOURCE-NAME PIC X(40).
01  WS-AUDIT-SOURCE-STATUS PIC X(02).
01  WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-AUDIT-EOF VALUE 'Y'.
01  WS-PROFILE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PROFILE-EOF VALUE 'Y'.
01  WS-HISTORY-EOF-FLAG PIC X VALUE 'N'.
    88  WS-HISTORY-EOF VALUE 'Y'.
01  WS-ANSWER PIC X(10).

01  WS-TODAY PIC 9(08).
01  WS-QUARTER-YEAR PIC 9(04).
01  WS-QUARTER-NUMBER PIC 9(01).
01  WS-QUARTER-NAME PIC X(06).
01  WS-FROM-MONTH PIC 9(06).
01  WS-TO-MONTH PIC 9(06).
01  WS-ARCHIVE-MONTH PIC 9(06).
01  WS-MONTH-STEP PIC 9(01).
01  WS-LINE-MONTH PIC X(06).

01  WS-OPERATOR-TABLE.
    05  WS-OP-ENTRY OCCURS 200 TIMES.
        10  WS-OP-ID PIC X(20).
        10  WS-OP-NAME PIC X(30).
        10  WS-OP-ROLE PIC X(01).
        10  WS-OP-STATE PIC X(01).
        10  WS-OP-EXPIRY PIC 9(08).
        10  WS-OP-MANAGER PIC X(20).
        10  WS-OP-LAST-SIGNON PIC 9(08).
        10  WS-OP-SIGNONS PIC 9(05).
        10  WS-OP-ADMIN-SIGNONS PIC 9(05).
        10  WS-OP-ACTIONS PIC 9(05).
        10  WS-OP-ADMIN-ACTIONS PIC 9(05).
        10  WS-OP-FLAGS PIC X(40).
01  WS-OP-COUNT PIC 9(03) VALUE 0.
01  WS-OP-INDEX PIC 9(03) VALUE 0.
01  WS-OP-FOUND PIC 9(03) VALUE 0.
01  WS-OP-RANK PIC 9(01) VALUE 0.

01  WS-MANAGER-TABLE.
    05  WS-MG-ID PIC X(20) OCCURS 50 TIMES.
01  WS-MG-COUNT PIC 9(02) VALUE 0.
01  WS-MG-INDEX PIC 9(02) VALUE 0.
01  WS-MG-FOUND PIC 9(02) VALUE 0.
01  WS-ML-OPERATOR PIC X(20).
01  WS-ML-MANAGER PIC X(20).

01  WS-RULE-TABLE.
    05  WS-RL-ENTRY OCCURS 100 TIMES.
        10  WS-RL-PATTERN PIC X(60).
        10  WS-RL-RULE PIC X(100).
01  WS-RL-COUNT PIC 9(03) VALUE 0.
01  WS-RL-INDEX PIC 9(03) VALUE 0.
01  WS-RULE-KIND PIC X(08).
01  WS-NAMED-TABLE.
    05  WS-NAMED-ID PIC X(20) OCCURS 8 TIMES.
01  WS-NAMED-INDEX PIC 9(01) VALUE 0.
01  WS-GRANT-COUNT PIC 9(03) VALUE 0.

01  WS-ORPHAN-TABLE.
    05  WS-OR-ENTRY OCCURS 100 TIMES.
        10  WS-OR-ID PIC X(20).
        10  WS-OR-PATTERN PIC X(60).
01  WS-OR-COUNT PIC 9(03) VALUE 0.
01  WS-OR-INDEX PIC 9(03) VALUE 0.

* Actions per operator and program in the quarter, and the programs
* the sign-on history shows requiring the administrator role.
01  WS-ACTIVITY-TABLE.
    05  WS-AC-ENTRY OCCURS 1000 TIMES.
        10  WS-AC-OPERATOR PIC X(20).
        10  WS-AC-PROGRAM PIC X(30).
        10  WS-AC-COUNT PIC 9(05).
01  WS-AC-COUNT-USED PIC 9(04) VALUE 0.
01  WS-AC-INDEX PIC 9(04) VALUE 0.
01  WS-AC-FOUND PIC 9(04) VALUE 0.
01  WS-ADMIN-PROGRAM-TABLE.
    05  WS-AP-NAME PIC X(30) OCCURS 50 TIMES.
01  WS-AP-COUNT PIC 9(02) VALUE 0.
01  WS-AP-INDEX PIC 9(02) VALUE 0.
01  WS-AP-FOUND PIC 9(02) VALUE 0.

01  WS-HL-DATE PIC X(08).
01  WS-HL-TIME PIC X(06).
01  WS-HL-OPERATOR PIC X(20).
01  WS-HL-PROGRAM PIC X(20).
01  WS-HL-RESULT PIC X(07).
01  WS-HL-REASON PIC X(12).
01  WS-HL-NEED-ROLE PIC X(01).

01  WS-AUDIT-LINE-WORK PIC X(200).
01  WS-LEAD-PART PIC X(200).
01  WS-PARSED-RUN-ID PIC X(13).
01  WS-PARSED-DATE PIC X(10).
01  WS-PARSED-TIME PIC X(08).
01  WS-PARSED-OUTCOME PIC X(20).
01  WS-PARSED-PROGRAM PIC X(30).
01  WS-PARSED-OPERATOR PIC X(20).
01  WS-OPERATOR-LEAD PIC X(200).
01  WS-OPERATOR-PART PIC X(200).

01  WS-FLAG-COUNT PIC 9(05) VALUE 0.
01  WS-FLAG-POINTER PIC 9(02) VALUE 1.
01  WS-SECTION-COUNT PIC 9(03) VALUE 0.
01  WS-COUNT-EDIT PIC ZZZZ9.
01  WS-AUDIT-OUTCOME PIC X(07) VALUE 'SUCCESS'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    DISPLAY 'Quarter to certify (YYYYQn, blank = the last complete '
        'quarter): ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    PERFORM SETTLE-QUARTER.
    IF WS-QUARTER-NUMBER = 0
     DISPLAY 'A quarter of the form YYYYQn (n = 1 to 4) is required.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM LOAD-OPERATOR-PROFILES.
    IF WS-OP-COUNT = 0
     DISPLAY 'No operator profiles on file to certify.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LOAD-OPERATOR-MANAGERS.
    PERFORM LOAD-ACCESS-RULES.
    PERFORM TALLY-SIGNON-HISTORY.
    PERFORM TALLY-QUARTER-ACTIVITY.
    PERFORM SET-OPERATOR-FLAGS
        VARYING WS-OP-INDEX FROM 1 BY 1
        UNTIL WS-OP-INDEX > WS-OP-COUNT.
    PERFORM FIND-ORPHANED-RULE-IDS
        VARYING WS-RL-INDEX FROM 1 BY 1
        UNTIL WS-RL-INDEX > WS-RL-COUNT.
    ADD WS-OR-COUNT TO WS-FLAG-COUNT.

    PERFORM WRITE-RECERTIFICATION.
    IF WS-FLAG-COUNT > 0
     MOVE 'WARNING' TO WS-AUDIT-OUTCOME
     DISPLAY '*** ' WS-FLAG-COUNT
         ' RECERTIFICATION FINDING(S) - SEE THE REPORT ***'
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
    IF WS-FLAG-COUNT > 0
     MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

SETTLE-QUARTER.
* A blank answer takes the quarter before the one today falls in.
    MOVE 0 TO WS-QUARTER-NUMBER.
    IF WS-ANSWER = SPACES
     MOVE WS-TODAY(1:4) TO WS-QUARTER-YEAR
     COMPUTE WS-QUARTER-NUMBER =
         (FUNCTION NUMVAL(WS-TODAY(5:2)) - 1) / 3
     IF WS-QUARTER-NUMBER = 0
      SUBTRACT 1 FROM WS-QUARTER-YEAR
      MOVE 4 TO WS-QUARTER-NUMBER
     END-IF
    ELSE
     IF WS-ANSWER(1:4) IS NUMERIC
         AND (WS-ANSWER(5:1) = 'Q' OR WS-ANSWER(5:1) = 'q')
         AND WS-ANSWER(6:1) >= '1' AND WS-ANSWER(6:1) <= '4'
      MOVE WS-ANSWER(1:4) TO WS-QUARTER-YEAR
      MOVE WS-ANSWER(6:1) TO WS-QUARTER-NUMBER
     END-IF
    END-IF.
    IF WS-QUARTER-NUMBER > 0
     COMPUTE WS-FROM-MONTH = WS-QUARTER-YEAR * 100
         + (WS-QUARTER-NUMBER - 1) * 3 + 1
     COMPUTE WS-TO-MONTH = WS-FROM-MONTH + 2
     MOVE SPACES TO WS-QUARTER-NAME
     STRING WS-QUARTER-YEAR DELIMITED BY SIZE
         'Q' DELIMITED BY SIZE
         WS-QUARTER-NUMBER DELIMITED BY SIZE
         INTO WS-QUARTER-NAME
    END-IF.

LOAD-OPERATOR-PROFILES.
    OPEN INPUT OPERATOR-PROFILE-FILE.
    IF OPERATOR-PROF-STATUS NOT = '00'
     SET WS-PROFILE-EOF TO TRUE
    ELSE
     MOVE LOW-VALUES TO OPERATOR-PROF-ID
     START OPERATOR-PROFILE-FILE KEY >= OPERATOR-PROF-ID
      INVALID KEY
       SET WS-PROFILE-EOF TO TRUE
     END-START
    END-IF.
    PERFORM LOAD-ONE-PROFILE UNTIL WS-PROFILE-EOF.
    IF OPERATOR-PROF-STATUS = '00' OR OPERATOR-PROF-STATUS = '10'
     CLOSE OPERATOR-PROFILE-FILE
    END-IF.

LOAD-ONE-PROFILE.
    READ OPERATOR-PROFILE-FILE NEXT RECORD
     AT END
      SET WS-PROFILE-EOF TO TRUE
     NOT AT END
      IF WS-OP-COUNT < 200
       ADD 1 TO WS-OP-COUNT
       INITIALIZE WS-OP-ENTRY(WS-OP-COUNT)
       MOVE OPERATOR-PROF-ID TO WS-OP-ID(WS-OP-COUNT)
       MOVE OPERATOR-PROF-NAME TO WS-OP-NAME(WS-OP-COUNT)
       MOVE OPERATOR-PROF-ROLE TO WS-OP-ROLE(WS-OP-COUNT)
       MOVE OPERATOR-PROF-STATE TO WS-OP-STATE(WS-OP-COUNT)
       MOVE OPERATOR-PROF-EXPIRY TO WS-OP-EXPIRY(WS-OP-COUNT)
       MOVE 'UNASSIGNED' TO WS-OP-MANAGER(WS-OP-COUNT)
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

LOAD-OPERATOR-MANAGERS.
    OPEN INPUT OPERATOR-MANAGER-FILE.
    IF WS-MANAGER-STATUS NOT = '00'
     DISPLAY 'No OPERMGR.TXT - every operator is UNASSIGNED.'
     SET WS-MANAGER-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-MANAGER-LINE UNTIL WS-MANAGER-EOF.
    IF WS-MANAGER-STATUS = '00' OR WS-MANAGER-STATUS = '10'
     CLOSE OPERATOR-MANAGER-FILE
    END-IF.
* The manager sections run in the order the managers first appear
* against an operator on file, the unassigned last.
    PERFORM NOTE-OPERATOR-MANAGER
        VARYING WS-OP-INDEX FROM 1 BY 1
        UNTIL WS-OP-INDEX > WS-OP-COUNT.
    MOVE 'UNASSIGNED' TO WS-ML-MANAGER.
    PERFORM FIND-MANAGER-SLOT.
    IF WS-MG-FOUND > 0
     MOVE WS-MG-FOUND TO WS-MG-INDEX
     PERFORM VARYING WS-MG-INDEX FROM WS-MG-FOUND BY 1
         UNTIL WS-MG-INDEX >= WS-MG-COUNT
      MOVE WS-MG-ID(WS-MG-INDEX + 1) TO WS-MG-ID(WS-MG-INDEX)
     END-PERFORM
     MOVE 'UNASSIGNED' TO WS-MG-ID(WS-MG-COUNT)
    END-IF.

LOAD-ONE-MANAGER-LINE.
    READ OPERATOR-MANAGER-FILE
     AT END
      SET WS-MANAGER-EOF TO TRUE
     NOT AT END
      IF OPERATOR-MANAGER-RECORD NOT = SPACES
          AND OPERATOR-MANAGER-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-ML-OPERATOR
       MOVE SPACES TO WS-ML-MANAGER
       UNSTRING OPERATOR-MANAGER-RECORD DELIMITED BY ','
           INTO WS-ML-OPERATOR WS-ML-MANAGER
       MOVE WS-ML-OPERATOR TO WS-HL-OPERATOR
       PERFORM FIND-OPERATOR-SLOT
       IF WS-OP-FOUND > 0 AND WS-ML-MANAGER NOT = SPACES
        MOVE WS-ML-MANAGER TO WS-OP-MANAGER(WS-OP-FOUND)
       END-IF
      END-IF
    END-READ.

NOTE-OPERATOR-MANAGER.
    MOVE WS-OP-MANAGER(WS-OP-INDEX) TO WS-ML-MANAGER.
    PERFORM FIND-MANAGER-SLOT.
    IF WS-MG-FOUND = 0 AND WS-MG-COUNT < 50
     ADD 1 TO WS-MG-COUNT
     MOVE WS-ML-MANAGER TO WS-MG-ID(WS-MG-COUNT)
    END-IF.

FIND-MANAGER-SLOT.
    MOVE 0 TO WS-MG-FOUND.
    PERFORM VARYING WS-MG-INDEX FROM 1 BY 1
        UNTIL WS-MG-INDEX > WS-MG-COUNT OR WS-MG-FOUND > 0
     IF WS-MG-ID(WS-MG-INDEX) = WS-ML-MANAGER
      MOVE WS-MG-INDEX TO WS-MG-FOUND
     END-IF
    END-PERFORM.

LOAD-ACCESS-RULES.
    MOVE 'N' TO ACCESS-EOF-FLAG.
    OPEN INPUT DATASET-ACCESS-FILE.
    IF ACCESS-FILE-STATUS NOT = '00'
     DISPLAY 'No ACCESSCTL.TXT - no dataset rules to show.'
     SET ACCESS-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-ACCESS-RULE UNTIL ACCESS-EOF.
    IF ACCESS-FILE-STATUS = '00' OR ACCESS-FILE-STATUS = '10'
     CLOSE DATASET-ACCESS-FILE
    END-IF.

LOAD-ONE-ACCESS-RULE.
    READ DATASET-ACCESS-FILE
     AT END
      SET ACCESS-EOF TO TRUE
     NOT AT END
      IF DATASET-ACCESS-RECORD NOT = SPACES
          AND DATASET-ACCESS-RECORD(1:1) NOT = '*'
          AND WS-RL-COUNT < 100
       MOVE SPACES TO ACCESS-LINE-PATTERN
       MOVE SPACES TO ACCESS-LINE-RULE
       UNSTRING DATASET-ACCESS-RECORD DELIMITED BY ','
           INTO ACCESS-LINE-PATTERN ACCESS-LINE-RULE
       ADD 1 TO WS-RL-COUNT
       MOVE ACCESS-LINE-PATTERN TO WS-RL-PATTERN(WS-RL-COUNT)
       MOVE ACCESS-LINE-RULE TO WS-RL-RULE(WS-RL-COUNT)
      END-IF
    END-READ.

TALLY-SIGNON-HISTORY.
* The last good sign-on at any time, and the quarter's good sign-ons
* - those to a program requiring the administrator role separately.
    OPEN INPUT SIGNON-HISTORY-FILE.
    IF OPERATOR-HIST-STATUS NOT = '00'
     SET WS-HISTORY-EOF TO TRUE
    END-IF.
    PERFORM TALLY-ONE-SIGNON UNTIL WS-HISTORY-EOF.
    IF OPERATOR-HIST-STATUS = '00' OR OPERATOR-HIST-STATUS = '10'
     CLOSE SIGNON-HISTORY-FILE
    END-IF.

TALLY-ONE-SIGNON.
    READ SIGNON-HISTORY-FILE
     AT END
      SET WS-HISTORY-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-HL-DATE WS-HL-TIME WS-HL-OPERATOR
          WS-HL-PROGRAM WS-HL-RESULT WS-HL-REASON WS-HL-NEED-ROLE
      UNSTRING SIGNON-HISTORY-RECORD DELIMITED BY ','
          INTO WS-HL-DATE WS-HL-TIME WS-HL-OPERATOR
               WS-HL-PROGRAM WS-HL-RESULT WS-HL-REASON
               WS-HL-NEED-ROLE
      IF WS-HL-NEED-ROLE = 'A'
       MOVE WS-HL-PROGRAM TO WS-PARSED-PROGRAM
       PERFORM NOTE-ADMIN-PROGRAM
      END-IF
      IF WS-HL-RESULT = 'SUCCESS' AND WS-HL-DATE IS NUMERIC
       PERFORM FIND-OPERATOR-SLOT
       IF WS-OP-FOUND > 0
        IF WS-HL-DATE > WS-OP-LAST-SIGNON(WS-OP-FOUND)
         MOVE WS-HL-DATE TO WS-OP-LAST-SIGNON(WS-OP-FOUND)
        END-IF
        IF WS-HL-DATE(1:6) >= WS-FROM-MONTH
            AND WS-HL-DATE(1:6) <= WS-TO-MONTH
         ADD 1 TO WS-OP-SIGNONS(WS-OP-FOUND)
         IF WS-HL-NEED-ROLE = 'A'
          ADD 1 TO WS-OP-ADMIN-SIGNONS(WS-OP-FOUND)
         END-IF
        END-IF
       END-IF
      END-IF
    END-READ.

NOTE-ADMIN-PROGRAM.
    MOVE 0 TO WS-AP-FOUND.
    PERFORM VARYING WS-AP-INDEX FROM 1 BY 1
        UNTIL WS-AP-INDEX > WS-AP-COUNT OR WS-AP-FOUND > 0
     IF WS-AP-NAME(WS-AP-INDEX) = WS-PARSED-PROGRAM
      MOVE WS-AP-INDEX TO WS-AP-FOUND
     END-IF
    END-PERFORM.
    IF WS-AP-FOUND = 0 AND WS-AP-COUNT < 50
     ADD 1 TO WS-AP-COUNT
     MOVE WS-PARSED-PROGRAM TO WS-AP-NAME(WS-AP-COUNT)
    END-IF.

TALLY-QUARTER-ACTIVITY.
* The three monthly archives, then the live log for the months the
* archiver has not reached; the live log may still hold lines of an
* archived month only if the archiver has not run since.
    PERFORM VARYING WS-MONTH-STEP FROM 0 BY 1 UNTIL WS-MONTH-STEP > 2
     COMPUTE WS-ARCHIVE-MONTH = WS-FROM-MONTH + WS-MONTH-STEP
     MOVE SPACES TO WS-AUDIT-SOURCE-NAME
     STRING 'AUDITARC-' DELIMITED BY SIZE
         WS-ARCHIVE-MONTH DELIMITED BY SIZE
         '.TXT' DELIMITED BY SIZE
         INTO WS-AUDIT-SOURCE-NAME
     PERFORM TALLY-ONE-AUDIT-SOURCE
    END-PERFORM.
    MOVE 'AUDITLOG.TXT' TO WS-AUDIT-SOURCE-NAME.
    PERFORM TALLY-ONE-AUDIT-SOURCE.

TALLY-ONE-AUDIT-SOURCE.
    MOVE 'N' TO WS-AUDIT-EOF-FLAG.
    OPEN INPUT AUDIT-SOURCE-FILE.
    IF WS-AUDIT-SOURCE-STATUS NOT = '00'
     SET WS-AUDIT-EOF TO TRUE
    END-IF.
    PERFORM TALLY-ONE-AUDIT-LINE UNTIL WS-AUDIT-EOF.
    IF WS-AUDIT-SOURCE-STATUS = '00' OR WS-AUDIT-SOURCE-STATUS = '10'
     CLOSE AUDIT-SOURCE-FILE
    END-IF.

TALLY-ONE-AUDIT-LINE.
* Standard AUDITLOG-WRITE.CPY line shape; only lines carrying an
* OPERATOR= id are anybody's action, and training-sandbox lines are
* nobody's.
    READ AUDIT-SOURCE-FILE INTO WS-AUDIT-LINE-WORK
     AT END
      SET WS-AUDIT-EOF TO TRUE
     NOT AT END
      IF WS-AUDIT-LINE-WORK(1:9) NOT = 'TRAINING '
       MOVE SPACES TO WS-LEAD-PART WS-PARSED-RUN-ID WS-PARSED-DATE
           WS-PARSED-TIME WS-PARSED-OUTCOME WS-PARSED-PROGRAM
           WS-PARSED-OPERATOR WS-OPERATOR-PART
       UNSTRING WS-AUDIT-LINE-WORK
           DELIMITED BY ' RUN-ID=' OR ' ON ' OR ' AT '
               OR ' OUTCOME=' OR ' PARENT=' OR ' CHAIN='
           INTO WS-LEAD-PART WS-PARSED-RUN-ID WS-PARSED-DATE
                WS-PARSED-TIME WS-PARSED-OUTCOME
       UNSTRING WS-LEAD-PART DELIMITED BY ' '
           INTO WS-PARSED-PROGRAM
       UNSTRING WS-AUDIT-LINE-WORK DELIMITED BY 'OPERATOR='
           INTO WS-OPERATOR-LEAD WS-OPERATOR-PART
       IF WS-OPERATOR-PART NOT = SPACES
        UNSTRING WS-OPERATOR-PART DELIMITED BY ' '
            INTO WS-PARSED-OPERATOR
       END-IF
       MOVE SPACES TO WS-LINE-MONTH
       IF WS-PARSED-DATE(1:4) IS NUMERIC
           AND WS-PARSED-DATE(6:2) IS NUMERIC
        STRING WS-PARSED-DATE(1:4) DELIMITED BY SIZE
            WS-PARSED-DATE(6:2) DELIMITED BY SIZE
            INTO WS-LINE-MONTH
       END-IF
       IF WS-PARSED-OPERATOR NOT = SPACES
           AND WS-LINE-MONTH IS NUMERIC
           AND WS-LINE-MONTH >= WS-FROM-MONTH
           AND WS-LINE-MONTH <= WS-TO-MONTH
        PERFORM COUNT-OPERATOR-ACTION
       END-IF
      END-IF
    END-READ.

COUNT-OPERATOR-ACTION.
    MOVE WS-PARSED-OPERATOR TO WS-HL-OPERATOR.
    PERFORM FIND-OPERATOR-SLOT.
    IF WS-OP-FOUND > 0
     ADD 1 TO WS-OP-ACTIONS(WS-OP-FOUND)
     MOVE 0 TO WS-AP-FOUND
     PERFORM VARYING WS-AP-INDEX FROM 1 BY 1
         UNTIL WS-AP-INDEX > WS-AP-COUNT
      IF WS-AP-NAME(WS-AP-INDEX) = WS-PARSED-PROGRAM
       MOVE WS-AP-INDEX TO WS-AP-FOUND
      END-IF
     END-PERFORM
     IF WS-AP-FOUND > 0
      ADD 1 TO WS-OP-ADMIN-ACTIONS(WS-OP-FOUND)
     END-IF
    END-IF.
    MOVE 0 TO WS-AC-FOUND.
    PERFORM VARYING WS-AC-INDEX FROM 1 BY 1
        UNTIL WS-AC-INDEX > WS-AC-COUNT-USED OR WS-AC-FOUND > 0
     IF WS-AC-OPERATOR(WS-AC-INDEX) = WS-PARSED-OPERATOR
         AND WS-AC-PROGRAM(WS-AC-INDEX) = WS-PARSED-PROGRAM
      MOVE WS-AC-INDEX TO WS-AC-FOUND
     END-IF
    END-PERFORM.
    IF WS-AC-FOUND = 0 AND WS-AC-COUNT-USED < 1000
     ADD 1 TO WS-AC-COUNT-USED
     MOVE WS-PARSED-OPERATOR TO WS-AC-OPERATOR(WS-AC-COUNT-USED)
     MOVE WS-PARSED-PROGRAM TO WS-AC-PROGRAM(WS-AC-COUNT-USED)
     MOVE 0 TO WS-AC-COUNT(WS-AC-COUNT-USED)
     MOVE WS-AC-COUNT-USED TO WS-AC-FOUND
    END-IF.
    IF WS-AC-FOUND > 0
     ADD 1 TO WS-AC-COUNT(WS-AC-FOUND)
    END-IF.

SET-OPERATOR-FLAGS.
    MOVE SPACES TO WS-OP-FLAGS(WS-OP-INDEX).
    MOVE 1 TO WS-FLAG-POINTER.
    IF WS-OP-STATE(WS-OP-INDEX) = 'A'
        AND WS-OP-SIGNONS(WS-OP-INDEX) = 0
        AND WS-OP-ACTIONS(WS-OP-INDEX) = 0
     STRING 'DORMANT ' DELIMITED BY SIZE
         INTO WS-OP-FLAGS(WS-OP-INDEX) WITH POINTER WS-FLAG-POINTER
     ADD 1 TO WS-FLAG-COUNT
    END-IF.
    IF WS-OP-ROLE(WS-OP-INDEX) = 'A'
        AND WS-OP-ADMIN-SIGNONS(WS-OP-INDEX) = 0
        AND WS-OP-ADMIN-ACTIONS(WS-OP-INDEX) = 0
     STRING 'ADMIN-IDLE ' DELIMITED BY SIZE
         INTO WS-OP-FLAGS(WS-OP-INDEX) WITH POINTER WS-FLAG-POINTER
     ADD 1 TO WS-FLAG-COUNT
    END-IF.
    IF WS-OP-MANAGER(WS-OP-INDEX) = 'UNASSIGNED'
     STRING 'NO-MANAGER ' DELIMITED BY SIZE
         INTO WS-OP-FLAGS(WS-OP-INDEX) WITH POINTER WS-FLAG-POINTER
     ADD 1 TO WS-FLAG-COUNT
    END-IF.

FIND-ORPHANED-RULE-IDS.
    PERFORM SPLIT-RULE.
    IF WS-RULE-KIND = 'NAMED'
     PERFORM VARYING WS-NAMED-INDEX FROM 1 BY 1
         UNTIL WS-NAMED-INDEX > 8
      IF WS-NAMED-ID(WS-NAMED-INDEX) NOT = SPACES
       MOVE WS-NAMED-ID(WS-NAMED-INDEX) TO WS-HL-OPERATOR
       PERFORM FIND-OPERATOR-SLOT
       IF WS-OP-FOUND = 0 AND WS-OR-COUNT < 100
        ADD 1 TO WS-OR-COUNT
        MOVE WS-NAMED-ID(WS-NAMED-INDEX) TO WS-OR-ID(WS-OR-COUNT)
        MOVE WS-RL-PATTERN(WS-RL-INDEX) TO WS-OR-PATTERN(WS-OR-COUNT)
       END-IF
      END-IF
     END-PERFORM
    END-IF.

SPLIT-RULE.
* The same two rule forms ACCESS-CHECK.CPY reads: a lone role letter,
* or a '|'-separated list of operator ids.
    MOVE SPACES TO WS-NAMED-TABLE.
    MOVE 0 TO ACCESS-NEED-RANK.
    MOVE WS-RL-RULE(WS-RL-INDEX) TO ACCESS-LINE-RULE.
    IF (ACCESS-LINE-RULE(1:1) = 'R' OR ACCESS-LINE-RULE(1:1) = 'U'
            OR ACCESS-LINE-RULE(1:1) = 'A')
        AND ACCESS-LINE-RULE(2:1) = SPACE
     MOVE 'ROLE' TO WS-RULE-KIND
     EVALUATE ACCESS-LINE-RULE(1:1)
      WHEN 'A' MOVE 3 TO ACCESS-NEED-RANK
      WHEN 'U' MOVE 2 TO ACCESS-NEED-RANK
      WHEN OTHER MOVE 1 TO ACCESS-NEED-RANK
     END-EVALUATE
    ELSE
     MOVE 'NAMED' TO WS-RULE-KIND
     UNSTRING ACCESS-LINE-RULE DELIMITED BY '|'
         INTO WS-NAMED-ID(1) WS-NAMED-ID(2) WS-NAMED-ID(3)
              WS-NAMED-ID(4) WS-NAMED-ID(5) WS-NAMED-ID(6)
              WS-NAMED-ID(7) WS-NAMED-ID(8)
    END-IF.

WRITE-RECERTIFICATION.
    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'ACCESS-RECERT-' DELIMITED BY SIZE
        WS-QUARTER-NAME DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT RECERT-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE RECERT-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'ACCESS RECERTIFICATION FOR QUARTER ' DELIMITED BY SIZE
        WS-QUARTER-NAME DELIMITED BY SIZE
        ' (' DELIMITED BY SIZE
        WS-FROM-MONTH DELIMITED BY SIZE
        ' TO ' DELIMITED BY SIZE
        WS-TO-MONTH DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'FLAGS: DORMANT - ACTIVE, NO SIGN-ON OR ACTION IN THE QUARTER'
        TO WS-REPORT-LINE.
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE '       ADMIN-IDLE - ADMINISTRATOR, NO ADMINISTRATOR ACTIVITY'
        TO WS-REPORT-LINE.
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE '       NO-MANAGER - NOT ON OPERMGR.TXT' TO WS-REPORT-LINE.
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-MANAGER-SECTION
        VARYING WS-MG-INDEX FROM 1 BY 1
        UNTIL WS-MG-INDEX > WS-MG-COUNT.

    MOVE SPACES TO WS-REPORT-LINE.
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'OPERATORS NAMED IN ACCESSCTL.TXT RULES BUT NOT ON FILE'
        TO WS-REPORT-LINE.
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-OR-COUNT = 0
     MOVE '  (none)' TO WS-REPORT-LINE
     WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    PERFORM VARYING WS-OR-INDEX FROM 1 BY 1
        UNTIL WS-OR-INDEX > WS-OR-COUNT
     MOVE SPACES TO WS-REPORT-LINE
     STRING '  ' DELIMITED BY SIZE
         WS-OR-ID(WS-OR-INDEX) DELIMITED BY SPACE
         ' IS NAMED ON THE RULE FOR ' DELIMITED BY SIZE
         WS-OR-PATTERN(WS-OR-INDEX) DELIMITED BY SPACE
         INTO WS-REPORT-LINE
     WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE
    END-PERFORM.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-OP-COUNT TO WS-COUNT-EDIT.
    STRING 'OPERATORS ON FILE: ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT.
    STRING '   FINDINGS: ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE(25:).
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE RECERT-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY 'Recertification report written to '
        FUNCTION TRIM(WS-REPORT-NAME) '.'.

WRITE-MANAGER-SECTION.
    MOVE WS-MG-ID(WS-MG-INDEX) TO WS-REPORT-KEY.
    MOVE SPACES TO WS-REPORT-TEXT.
    PERFORM WRITE-KEYED-LINE.
    STRING 'MANAGER ' DELIMITED BY SIZE
        WS-REPORT-KEY DELIMITED BY SPACE
        ' - ACCESS TO RECERTIFY FOR ' DELIMITED BY SIZE
        WS-QUARTER-NAME DELIMITED BY SIZE
        INTO WS-REPORT-TEXT.
    PERFORM WRITE-KEYED-LINE.
    MOVE 'OPERATOR' TO WS-REPORT-TEXT(1:8).
    MOVE 'NAME' TO WS-REPORT-TEXT(22:4).
    MOVE 'ROLE' TO WS-REPORT-TEXT(47:4).
    MOVE 'ST' TO WS-REPORT-TEXT(52:2).
    MOVE 'PW-EXPRY' TO WS-REPORT-TEXT(55:8).
    MOVE 'LAST-ON' TO WS-REPORT-TEXT(64:7).
    MOVE 'SIGNON' TO WS-REPORT-TEXT(73:6).
    MOVE 'ACTION' TO WS-REPORT-TEXT(80:6).
    MOVE 'FLAGS' TO WS-REPORT-TEXT(87:5).
    PERFORM WRITE-KEYED-LINE.
    MOVE 0 TO WS-SECTION-COUNT.
    PERFORM WRITE-OPERATOR-ENTRY
        VARYING WS-OP-INDEX FROM 1 BY 1
        UNTIL WS-OP-INDEX > WS-OP-COUNT.
    PERFORM WRITE-KEYED-LINE.
    MOVE 'I HAVE REVIEWED THE ACCESS ABOVE. KEEP ALL OF IT EXCEPT:'
        TO WS-REPORT-TEXT.
    PERFORM WRITE-KEYED-LINE.
    PERFORM WRITE-KEYED-LINE.
    MOVE ALL '_' TO WS-REPORT-TEXT(1:80).
    PERFORM WRITE-KEYED-LINE.
    PERFORM WRITE-KEYED-LINE.
    MOVE 'MANAGER SIGNATURE: ______________________________'
        TO WS-REPORT-TEXT.
    MOVE 'DATE: ____________' TO WS-REPORT-TEXT(53:18).
    PERFORM WRITE-KEYED-LINE.

WRITE-OPERATOR-ENTRY.
    IF WS-OP-MANAGER(WS-OP-INDEX) = WS-REPORT-KEY
     ADD 1 TO WS-SECTION-COUNT
     MOVE WS-OP-ID(WS-OP-INDEX) TO WS-REPORT-TEXT(1:20)
     MOVE WS-OP-NAME(WS-OP-INDEX)(1:24) TO WS-REPORT-TEXT(22:24)
     MOVE WS-OP-ROLE(WS-OP-INDEX) TO WS-REPORT-TEXT(48:1)
     MOVE WS-OP-STATE(WS-OP-INDEX) TO WS-REPORT-TEXT(52:1)
     IF WS-OP-EXPIRY(WS-OP-INDEX) = 0
      MOVE 'NONE' TO WS-REPORT-TEXT(55:4)
     ELSE
      MOVE WS-OP-EXPIRY(WS-OP-INDEX) TO WS-REPORT-TEXT(55:8)
     END-IF
     IF WS-OP-LAST-SIGNON(WS-OP-INDEX) = 0
      MOVE 'NEVER' TO WS-REPORT-TEXT(64:5)
     ELSE
      MOVE WS-OP-LAST-SIGNON(WS-OP-INDEX) TO WS-REPORT-TEXT(64:8)
     END-IF
     MOVE WS-OP-SIGNONS(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-TEXT(74:5)
     MOVE WS-OP-ACTIONS(WS-OP-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-TEXT(81:5)
     MOVE WS-OP-FLAGS(WS-OP-INDEX) TO WS-REPORT-TEXT(87:25)
     PERFORM WRITE-KEYED-LINE
     EVALUATE WS-OP-ROLE(WS-OP-INDEX)
      WHEN 'A' MOVE 3 TO WS-OP-RANK
      WHEN 'U' MOVE 2 TO WS-OP-RANK
      WHEN OTHER MOVE 1 TO WS-OP-RANK
     END-EVALUATE
     MOVE 0 TO WS-GRANT-COUNT
     PERFORM WRITE-ONE-GRANT
         VARYING WS-RL-INDEX FROM 1 BY 1
         UNTIL WS-RL-INDEX > WS-RL-COUNT
     IF WS-GRANT-COUNT = 0
      MOVE '    GRANTED: NO ACCESSCTL.TXT RULE' TO WS-REPORT-TEXT
      PERFORM WRITE-KEYED-LINE
     END-IF
     PERFORM WRITE-ONE-ACTIVITY
         VARYING WS-AC-INDEX FROM 1 BY 1
         UNTIL WS-AC-INDEX > WS-AC-COUNT-USED
     IF WS-OP-ACTIONS(WS-OP-INDEX) = 0
      MOVE '    DID: NO AUDITED ACTION IN THE QUARTER' TO WS-REPORT-TEXT
      PERFORM WRITE-KEYED-LINE
     END-IF
    END-IF.

WRITE-ONE-GRANT.
    PERFORM SPLIT-RULE.
    IF WS-RULE-KIND = 'ROLE'
     IF WS-OP-RANK >= ACCESS-NEED-RANK
      ADD 1 TO WS-GRANT-COUNT
      STRING '    GRANTED: ' DELIMITED BY SIZE
          WS-RL-PATTERN(WS-RL-INDEX) DELIMITED BY SPACE
          ' - BY ROLE ' DELIMITED BY SIZE
          ACCESS-LINE-RULE(1:1) DELIMITED BY SIZE
          INTO WS-REPORT-TEXT
      PERFORM WRITE-KEYED-LINE
     END-IF
    ELSE
     PERFORM VARYING WS-NAMED-INDEX FROM 1 BY 1
         UNTIL WS-NAMED-INDEX > 8
      IF WS-NAMED-ID(WS-NAMED-INDEX) NOT = SPACES
          AND WS-NAMED-ID(WS-NAMED-INDEX) = WS-OP-ID(WS-OP-INDEX)
       ADD 1 TO WS-GRANT-COUNT
       STRING '    GRANTED: ' DELIMITED BY SIZE
           WS-RL-PATTERN(WS-RL-INDEX) DELIMITED BY SPACE
           ' - NAMED ON THE RULE' DELIMITED BY SIZE
           INTO WS-REPORT-TEXT
       PERFORM WRITE-KEYED-LINE
      END-IF
     END-PERFORM
    END-IF.

WRITE-ONE-ACTIVITY.
    IF WS-AC-OPERATOR(WS-AC-INDEX) = WS-OP-ID(WS-OP-INDEX)
     MOVE WS-AC-COUNT(WS-AC-INDEX) TO WS-COUNT-EDIT
     STRING '    DID: ' DELIMITED BY SIZE
         WS-AC-PROGRAM(WS-AC-INDEX) DELIMITED BY SPACE
         ' - ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
         ' ACTION(S)' DELIMITED BY SIZE
         INTO WS-REPORT-TEXT
     PERFORM WRITE-KEYED-LINE
    END-IF.

WRITE-KEYED-LINE.
* Every line of a manager's section carries the manager id in the
* burst key columns 1-20.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-REPORT-KEY TO WS-REPORT-LINE(1:20).
    MOVE WS-REPORT-TEXT TO WS-REPORT-LINE(22:111).
    WRITE RECERT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-TEXT.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='ACCESS-RECERT'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='ACCESS-RECERT'==.

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='ACCESS-RECERT'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='OPERPROF.DAT'==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-REPORT-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-OP-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
