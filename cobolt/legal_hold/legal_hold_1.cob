IDENTIFICATION DIVISION.
PROGRAM-ID. LEGALHOLD.
AUTHOR. Simon Mikkelsen.
* Counsel asked for every file touching a disputed account to be
* preserved, and nothing in the suite could promise it: the
* deleter, FILE-SPLITTER-PURGE, the generation roll-off in
* GDGROUTINE and AUDIT-ARCHIVER would all have gone ahead on their
* usual rules. This subprogram is the one place they ask. It reads
* the legal-hold register LEGALHOLD.TXT (LEGALHOLD-SELECT.CPY) and
* answers whether a dataset falls under a hold still in force,
* naming the case when it does. Patterns may carry '*' for any run
* of characters and '?' for any one; names are compared in upper
* case, and a pattern that does not match the whole name is tried
* again against the name after its last '/'. The operation codes
* and the parameter area are documented in LEGALHOLD-LINKAGE.CPY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "legalhold-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "legalhold-fd.cpy".

WORKING-STORAGE SECTION.
COPY "legalhold-ws.cpy".
01  WS-FULL-NAME PIC X(101).
01  WS-FULL-LEN PIC 9(03) VALUE 0.
01  WS-BASE-NAME PIC X(101).
01  WS-BASE-LEN PIC 9(03) VALUE 0.
01  WS-SLASH-POS PIC 9(03) VALUE 0.
01  WS-SCAN-POS PIC 9(03) VALUE 0.
* The wildcard match works on a copy of the pattern and of the
* subject one byte longer than the longest, so the look-ahead past
* the end reads a space and never runs off the field.
01  WS-PAT-WORK PIC X(61).
01  WS-PAT-LEN PIC 9(03) VALUE 0.
01  WS-PAT-POS PIC 9(03) VALUE 0.
01  WS-SUB-WORK PIC X(101).
01  WS-SUB-LEN PIC 9(03) VALUE 0.
01  WS-SUB-POS PIC 9(03) VALUE 0.
01  WS-STAR-POS PIC 9(03) VALUE 0.
01  WS-MARK-POS PIC 9(03) VALUE 0.
01  WS-MATCH-FLAG PIC X VALUE 'N'.
    88  WS-MATCHED VALUE 'Y'.
    88  WS-MATCH-FAILED VALUE 'F'.
01  WS-MATCH-DONE-FLAG PIC X VALUE 'N'.
    88  WS-MATCH-DONE VALUE 'Y'.

LINKAGE SECTION.
COPY "legalhold-linkage.cpy".

PROCEDURE DIVISION USING LEGALHOLD-REQUEST.
MAIN-PROCEDURE.
    MOVE '00' TO LEGALHOLD-RESULT.
    MOVE SPACES TO LEGALHOLD-PATTERN.
    MOVE SPACES TO LEGALHOLD-CASE-REF.
    MOVE SPACES TO LEGALHOLD-PLACED-BY.
    MOVE SPACES TO LEGALHOLD-PLACED-DATE.
    IF LEGALHOLD-OPERATION NOT = 'CHK'
     MOVE '08' TO LEGALHOLD-RESULT
     GOBACK
    END-IF.
    PERFORM SPLIT-DATASET-NAME.
    IF WS-FULL-LEN = 0
     GOBACK
    END-IF.
    MOVE 'N' TO LEGALHOLD-EOF-FLAG.
    OPEN INPUT LEGALHOLD-FILE.
    IF LEGALHOLD-FILE-STATUS NOT = '00'
     SET LEGALHOLD-EOF TO TRUE
    END-IF.
    PERFORM JUDGE-ONE-HOLD UNTIL LEGALHOLD-EOF.
    IF LEGALHOLD-FILE-STATUS = '00' OR LEGALHOLD-FILE-STATUS = '10'
     CLOSE LEGALHOLD-FILE
    END-IF.
    GOBACK.

SPLIT-DATASET-NAME.
    MOVE SPACES TO WS-FULL-NAME.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LEGALHOLD-DATASET))
        TO WS-FULL-NAME.
    MOVE 0 TO WS-FULL-LEN.
    MOVE 0 TO WS-SLASH-POS.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1 UNTIL WS-SCAN-POS > 100
     IF WS-FULL-NAME(WS-SCAN-POS:1) NOT = SPACE
      MOVE WS-SCAN-POS TO WS-FULL-LEN
     END-IF
     IF WS-FULL-NAME(WS-SCAN-POS:1) = '/'
      MOVE WS-SCAN-POS TO WS-SLASH-POS
     END-IF
    END-PERFORM.
    MOVE SPACES TO WS-BASE-NAME.
    MOVE 0 TO WS-BASE-LEN.
    IF WS-SLASH-POS > 0 AND WS-SLASH-POS < WS-FULL-LEN
     COMPUTE WS-BASE-LEN = WS-FULL-LEN - WS-SLASH-POS
     MOVE WS-FULL-NAME(WS-SLASH-POS + 1:WS-BASE-LEN) TO WS-BASE-NAME
    END-IF.

JUDGE-ONE-HOLD.
    READ LEGALHOLD-FILE
     AT END
      SET LEGALHOLD-EOF TO TRUE
     NOT AT END
      IF LEGALHOLD-RECORD NOT = SPACES
          AND LEGALHOLD-RECORD(1:1) NOT = '*'
       MOVE SPACES TO LEGALHOLD-LINE
       UNSTRING LEGALHOLD-RECORD DELIMITED BY ','
           INTO LEGALHOLD-LINE-STATE LEGALHOLD-LINE-PATTERN
                LEGALHOLD-LINE-CASE-REF LEGALHOLD-LINE-PLACED-BY
                LEGALHOLD-LINE-PLACED-DATE
                LEGALHOLD-LINE-RELEASED-BY
                LEGALHOLD-LINE-RELEASED-DATE
       IF LEGALHOLD-LINE-HELD AND LEGALHOLD-LINE-PATTERN NOT = SPACES
        PERFORM MATCH-HOLD-PATTERN
        IF WS-MATCHED
         MOVE '04' TO LEGALHOLD-RESULT
         MOVE LEGALHOLD-LINE-PATTERN TO LEGALHOLD-PATTERN
         MOVE LEGALHOLD-LINE-CASE-REF TO LEGALHOLD-CASE-REF
         MOVE LEGALHOLD-LINE-PLACED-BY TO LEGALHOLD-PLACED-BY
         MOVE LEGALHOLD-LINE-PLACED-DATE TO LEGALHOLD-PLACED-DATE
         SET LEGALHOLD-EOF TO TRUE
        END-IF
       END-IF
      END-IF
    END-READ.

MATCH-HOLD-PATTERN.
    MOVE SPACES TO WS-PAT-WORK.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LEGALHOLD-LINE-PATTERN))
        TO WS-PAT-WORK.
    COMPUTE WS-PAT-LEN = FUNCTION LENGTH(
        FUNCTION TRIM(WS-PAT-WORK TRAILING)).
    MOVE WS-FULL-NAME TO WS-SUB-WORK.
    MOVE WS-FULL-LEN TO WS-SUB-LEN.
    PERFORM MATCH-WILDCARDS.
    IF NOT WS-MATCHED AND WS-BASE-LEN > 0
     MOVE WS-BASE-NAME TO WS-SUB-WORK
     MOVE WS-BASE-LEN TO WS-SUB-LEN
     PERFORM MATCH-WILDCARDS
    END-IF.

MATCH-WILDCARDS.
* The usual one-pass wildcard walk: on a '*' remember where it was
* and where the subject stood, and when a later byte fails to match
* go back to just after the '*' with the subject one byte further
* on. Trailing '*'s match the empty rest of the subject.
    MOVE 1 TO WS-PAT-POS.
    MOVE 1 TO WS-SUB-POS.
    MOVE 0 TO WS-STAR-POS.
    MOVE 0 TO WS-MARK-POS.
    MOVE 'N' TO WS-MATCH-FLAG.
    MOVE 'N' TO WS-MATCH-DONE-FLAG.
    PERFORM MATCH-ONE-BYTE UNTIL WS-MATCH-DONE.
    IF NOT WS-MATCH-FAILED
     PERFORM UNTIL WS-PAT-POS > WS-PAT-LEN
         OR WS-PAT-WORK(WS-PAT-POS:1) NOT = '*'
      ADD 1 TO WS-PAT-POS
     END-PERFORM
     IF WS-PAT-POS > WS-PAT-LEN
      SET WS-MATCHED TO TRUE
     END-IF
    END-IF.

MATCH-ONE-BYTE.
    EVALUATE TRUE
     WHEN WS-SUB-POS > WS-SUB-LEN
      SET WS-MATCH-DONE TO TRUE
     WHEN WS-PAT-POS <= WS-PAT-LEN
         AND WS-PAT-WORK(WS-PAT-POS:1) = '*'
      MOVE WS-PAT-POS TO WS-STAR-POS
      MOVE WS-SUB-POS TO WS-MARK-POS
      ADD 1 TO WS-PAT-POS
     WHEN WS-PAT-POS <= WS-PAT-LEN
         AND (WS-PAT-WORK(WS-PAT-POS:1) = '?'
          OR WS-PAT-WORK(WS-PAT-POS:1) = WS-SUB-WORK(WS-SUB-POS:1))
      ADD 1 TO WS-PAT-POS
      ADD 1 TO WS-SUB-POS
     WHEN WS-STAR-POS > 0
      COMPUTE WS-PAT-POS = WS-STAR-POS + 1
      ADD 1 TO WS-MARK-POS
      MOVE WS-MARK-POS TO WS-SUB-POS
     WHEN OTHER
      SET WS-MATCH-FAILED TO TRUE
      SET WS-MATCH-DONE TO TRUE
    END-EVALUATE.
