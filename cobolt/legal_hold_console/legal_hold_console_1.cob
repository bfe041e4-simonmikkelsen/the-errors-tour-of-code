IDENTIFICATION DIVISION.
PROGRAM-ID. LEGAL-HOLD-CONSOLE.
AUTHOR. Simon Mikkelsen.
* The operator-facing half of the legal-hold register. When counsel
* asks for data to be preserved, a signed-on operator with update
* rights places a hold here: a dataset name or pattern, the case
* reference, and the hold is stamped with who placed it and the
* date. From then on the LEGALHOLD subprogram tells every deleting,
* purging and rolling-off program to leave the matching datasets
* alone. The console lists the register, and it releases a hold
* when the case closes - but only for an operator whose own role is
* administrator; emergency rights under a break-glass session do not
* count, because a hold wrongly lifted cannot be put back on data
* that is already gone. The released hold stays on the register
* with who released it and when, and both placing and releasing
* write their own AUDITLOG line naming the case and the operator.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "legalhold-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "legalhold-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "legalhold-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-HOLD-TABLE.
    05  WS-HOLD-ENTRY OCCURS 200 TIMES.
        10  WS-HD-STATE PIC X(08).
        10  WS-HD-PATTERN PIC X(60).
        10  WS-HD-CASE-REF PIC X(20).
        10  WS-HD-PLACED-BY PIC X(20).
        10  WS-HD-PLACED-DATE PIC X(08).
        10  WS-HD-RELEASED-BY PIC X(20).
        10  WS-HD-RELEASED-DATE PIC X(08).
01  WS-HOLD-COUNT PIC 9(03) VALUE 0.
01  WS-HD-INDEX PIC 9(03) VALUE 0.
01  WS-IN-FORCE-COUNT PIC 9(03) VALUE 0.
01  WS-PICKED PIC 9(03) VALUE 0.
01  WS-MODE-CHOICE PIC X VALUE 'I'.
    88  WS-PLACE-MODE VALUE 'P'.
    88  WS-RELEASE-MODE VALUE 'R'.
01  WS-ANSWER PIC X.
01  WS-NEW-PATTERN PIC X(60) VALUE SPACES.
01  WS-NEW-CASE-REF PIC X(20) VALUE SPACES.
01  WS-EMBEDDED-COUNT PIC 9(03) VALUE 0.
01  WS-TODAY PIC 9(08) VALUE 0.
01  WS-AUDIT-PATTERN PIC X(60) VALUE SPACES.
01  WS-AUDIT-CASE-REF PIC X(20) VALUE SPACES.
01  WS-AUDIT-DETAIL PIC X(80) VALUE SPACES.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    DISPLAY 'Mode (I=list holds, P=place a hold, R=release a hold): '
        WITH NO ADVANCING.
    ACCEPT WS-MODE-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-MODE-CHOICE) TO WS-MODE-CHOICE.
    PERFORM LOAD-HOLD-REGISTER.
    EVALUATE TRUE
     WHEN WS-PLACE-MODE
      PERFORM PLACE-ONE-HOLD
     WHEN WS-RELEASE-MODE
      PERFORM RELEASE-ONE-HOLD
     WHEN OTHER
      PERFORM SHOW-HOLD-REGISTER
    END-EVALUATE.
    GOBACK.

LOAD-HOLD-REGISTER.
    MOVE 0 TO WS-HOLD-COUNT.
    MOVE 'N' TO LEGALHOLD-EOF-FLAG.
    OPEN INPUT LEGALHOLD-FILE.
    IF LEGALHOLD-FILE-STATUS NOT = '00'
     SET LEGALHOLD-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-HOLD UNTIL LEGALHOLD-EOF.
    IF LEGALHOLD-FILE-STATUS = '00' OR LEGALHOLD-FILE-STATUS = '10'
     CLOSE LEGALHOLD-FILE
    END-IF.

LOAD-ONE-HOLD.
* Comment lines are not kept; the register is rewritten from the
* table, so a release would otherwise have nowhere to put them.
    READ LEGALHOLD-FILE
     AT END
      SET LEGALHOLD-EOF TO TRUE
     NOT AT END
      IF LEGALHOLD-RECORD NOT = SPACES
          AND LEGALHOLD-RECORD(1:1) NOT = '*'
          AND WS-HOLD-COUNT < 200
       MOVE SPACES TO LEGALHOLD-LINE
       UNSTRING LEGALHOLD-RECORD DELIMITED BY ','
           INTO LEGALHOLD-LINE-STATE LEGALHOLD-LINE-PATTERN
                LEGALHOLD-LINE-CASE-REF LEGALHOLD-LINE-PLACED-BY
                LEGALHOLD-LINE-PLACED-DATE
                LEGALHOLD-LINE-RELEASED-BY
                LEGALHOLD-LINE-RELEASED-DATE
       ADD 1 TO WS-HOLD-COUNT
       MOVE LEGALHOLD-LINE TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
      END-IF
    END-READ.

SHOW-HOLD-REGISTER.
    MOVE 0 TO WS-IN-FORCE-COUNT.
    DISPLAY 'NO. STATE    CASE                 PLACED BY            '
        'ON       PATTERN'.
    PERFORM SHOW-ONE-HOLD
        VARYING WS-HD-INDEX FROM 1 BY 1
        UNTIL WS-HD-INDEX > WS-HOLD-COUNT.
    DISPLAY 'HOLDS IN FORCE: ' WS-IN-FORCE-COUNT
        '   ON THE REGISTER: ' WS-HOLD-COUNT.

SHOW-ONE-HOLD.
    IF WS-HD-STATE(WS-HD-INDEX) = 'HELD'
     ADD 1 TO WS-IN-FORCE-COUNT
    END-IF.
    DISPLAY WS-HD-INDEX ' ' WS-HD-STATE(WS-HD-INDEX) ' '
        WS-HD-CASE-REF(WS-HD-INDEX) ' '
        WS-HD-PLACED-BY(WS-HD-INDEX) ' '
        WS-HD-PLACED-DATE(WS-HD-INDEX) ' '
        FUNCTION TRIM(WS-HD-PATTERN(WS-HD-INDEX)).
    IF WS-HD-STATE(WS-HD-INDEX) = 'RELEASED'
     DISPLAY '      RELEASED BY '
         FUNCTION TRIM(WS-HD-RELEASED-BY(WS-HD-INDEX))
         ' ON ' WS-HD-RELEASED-DATE(WS-HD-INDEX)
    END-IF.

PLACE-ONE-HOLD.
    PERFORM SIGN-OPERATOR-ON-TO-PLACE.
    DISPLAY 'Dataset name or pattern to hold (* and ? allowed): '
        WITH NO ADVANCING.
    ACCEPT WS-NEW-PATTERN.
    DISPLAY 'Case reference: ' WITH NO ADVANCING.
    ACCEPT WS-NEW-CASE-REF.
    MOVE FUNCTION UPPER-CASE(WS-NEW-PATTERN) TO WS-NEW-PATTERN.
    MOVE FUNCTION UPPER-CASE(WS-NEW-CASE-REF) TO WS-NEW-CASE-REF.
* The register is comma-delimited and the audit line cuts its
* fields at the first space, so neither may carry either.
    MOVE 0 TO WS-EMBEDDED-COUNT.
    INSPECT FUNCTION TRIM(WS-NEW-PATTERN)
        TALLYING WS-EMBEDDED-COUNT FOR ALL ',' ALL SPACE.
    INSPECT FUNCTION TRIM(WS-NEW-CASE-REF)
        TALLYING WS-EMBEDDED-COUNT FOR ALL ',' ALL SPACE.
    IF WS-NEW-PATTERN = SPACES OR WS-NEW-CASE-REF = SPACES
        OR WS-EMBEDDED-COUNT > 0
     DISPLAY 'LEGAL-HOLD-CONSOLE: a pattern and a case reference are '
         'both required, without spaces or commas - no hold placed.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM VARYING WS-HD-INDEX FROM 1 BY 1
        UNTIL WS-HD-INDEX > WS-HOLD-COUNT
     IF WS-HD-STATE(WS-HD-INDEX) = 'HELD'
         AND WS-HD-PATTERN(WS-HD-INDEX) = WS-NEW-PATTERN
         AND WS-HD-CASE-REF(WS-HD-INDEX) = WS-NEW-CASE-REF
      DISPLAY 'LEGAL-HOLD-CONSOLE: that hold is already in force '
          '(entry ' WS-HD-INDEX ').'
      GOBACK
     END-IF
    END-PERFORM.
    MOVE SPACES TO LEGALHOLD-RECORD.
    STRING 'HELD,' DELIMITED BY SIZE
        WS-NEW-PATTERN DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-NEW-CASE-REF DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-TODAY DELIMITED BY SIZE
        ',,' DELIMITED BY SIZE
        INTO LEGALHOLD-RECORD.
    OPEN EXTEND LEGALHOLD-FILE.
    IF LEGALHOLD-FILE-STATUS = '35'
     OPEN OUTPUT LEGALHOLD-FILE
    END-IF.
    WRITE LEGALHOLD-RECORD.
    CLOSE LEGALHOLD-FILE.
    MOVE WS-NEW-PATTERN TO WS-AUDIT-PATTERN.
    MOVE WS-NEW-CASE-REF TO WS-AUDIT-CASE-REF.
    MOVE 'PLACED' TO WS-AUDIT-OUTCOME.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY 'Hold placed on ' FUNCTION TRIM(WS-NEW-PATTERN)
        ' for case ' FUNCTION TRIM(WS-NEW-CASE-REF) '.'.

RELEASE-ONE-HOLD.
    PERFORM SIGN-OPERATOR-ON-TO-RELEASE.
    IF NOT OPERATOR-PROF-ADMIN
     DISPLAY 'LEGAL-HOLD-CONSOLE: only an administrator may release '
         'a legal hold - break-glass rights do not extend to it.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM SHOW-HOLD-REGISTER.
    IF WS-IN-FORCE-COUNT = 0
     DISPLAY 'No hold is in force.'
     GOBACK
    END-IF.
    DISPLAY 'Hold number to release (0 to leave): ' WITH NO ADVANCING.
    ACCEPT WS-PICKED.
    IF WS-PICKED < 1 OR WS-PICKED > WS-HOLD-COUNT
     GOBACK
    END-IF.
    IF WS-HD-STATE(WS-PICKED) NOT = 'HELD'
     DISPLAY 'That hold has already been released.'
     GOBACK
    END-IF.
    DISPLAY 'Release the hold on '
        FUNCTION TRIM(WS-HD-PATTERN(WS-PICKED)) ' for case '
        FUNCTION TRIM(WS-HD-CASE-REF(WS-PICKED)) ' ? (Y/N): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
     DISPLAY 'Hold left in force.'
     GOBACK
    END-IF.
    MOVE 'RELEASED' TO WS-HD-STATE(WS-PICKED).
    MOVE OPERATOR-SIGNON-ID TO WS-HD-RELEASED-BY(WS-PICKED).
    MOVE WS-TODAY TO WS-HD-RELEASED-DATE(WS-PICKED).
    PERFORM REWRITE-HOLD-REGISTER.
    MOVE WS-HD-PATTERN(WS-PICKED) TO WS-AUDIT-PATTERN.
    MOVE WS-HD-CASE-REF(WS-PICKED) TO WS-AUDIT-CASE-REF.
    MOVE 'RELEASED' TO WS-AUDIT-OUTCOME.
    PERFORM WRITE-AUDIT-LOG.
    DISPLAY 'Hold released.'.

REWRITE-HOLD-REGISTER.
    OPEN OUTPUT LEGALHOLD-FILE.
    PERFORM WRITE-ONE-HOLD
        VARYING WS-HD-INDEX FROM 1 BY 1
        UNTIL WS-HD-INDEX > WS-HOLD-COUNT.
    CLOSE LEGALHOLD-FILE.

WRITE-ONE-HOLD.
    MOVE SPACES TO LEGALHOLD-RECORD.
    STRING WS-HD-STATE(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-PATTERN(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-CASE-REF(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-PLACED-BY(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-PLACED-DATE(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-RELEASED-BY(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-RELEASED-DATE(WS-HD-INDEX) DELIMITED BY SPACE
        INTO LEGALHOLD-RECORD.
    WRITE LEGALHOLD-RECORD.

SIGN-OPERATOR-ON-TO-PLACE.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='LEGAL-HOLD-CONSOLE'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

SIGN-OPERATOR-ON-TO-RELEASE.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='LEGAL-HOLD-CONSOLE'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='A'==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-AUDIT-LOG.
* The held pattern is the source; the case and the accountable
* operator ride in the destination token: CASE=<ref>,OPERATOR=<id>.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'CASE=' DELIMITED BY SIZE
        WS-AUDIT-CASE-REF DELIMITED BY SPACE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='LEGAL-HOLD-CONSOLE'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-AUDIT-PATTERN==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==1==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
