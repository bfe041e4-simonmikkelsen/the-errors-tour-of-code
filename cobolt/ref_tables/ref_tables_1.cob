IDENTIFICATION DIVISION.
PROGRAM-ID. REFTABLES.
AUTHOR. Simon Mikkelsen.
* Code fields in LAYOUTDICT.TXT carried their allowed values inline
* as a '|' list, and the same department list copied into a dozen
* layouts had drifted apart. This subprogram is the suite's one
* source of reference codes: it loads the code-table file
* REFTABLES.TXT (table,code,description,valid-from,valid-to, one
* line per code per validity period) once on the first call and
* answers, for the rest of the run, whether a code is valid in a
* table on a given date and which codes a table holds on a given
* date. A code may appear more than once under different, not
* overlapping, periods - a renamed department keeps its code but
* changes description from the day of the rename. The operation
* codes and the parameter area are documented in
* REFTABLE-LINKAGE.CPY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REF-TABLE-FILE ASSIGN TO 'REFTABLES.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-TABLE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REF-TABLE-FILE.
01  REF-TABLE-RECORD PIC X(120).

WORKING-STORAGE SECTION.
01  WS-TABLE-STATUS PIC X(02).
01  WS-TABLE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-TABLE-EOF VALUE 'Y'.
01  WS-TABLES-LOADED-FLAG PIC X VALUE 'N'.
    88  WS-TABLES-LOADED VALUE 'Y'.
01  WS-CODE-TABLE.
    05  WS-CT-ENTRY OCCURS 3000 TIMES.
        10  WS-CT-TABLE PIC X(20).
        10  WS-CT-CODE PIC X(12).
        10  WS-CT-DESCRIPTION PIC X(40).
        10  WS-CT-FROM-DATE PIC 9(08).
        10  WS-CT-TO-DATE PIC 9(08).
01  WS-CODE-COUNT PIC 9(04) VALUE 0.
01  WS-CT-INDEX PIC 9(04) VALUE 0.
01  WS-LINE-TABLE PIC X(20).
01  WS-LINE-CODE PIC X(12).
01  WS-LINE-DESCRIPTION PIC X(40).
01  WS-LINE-FROM-TEXT PIC X(08).
01  WS-LINE-TO-TEXT PIC X(08).
01  WS-WANTED-TABLE PIC X(20).
01  WS-WANTED-CODE PIC X(12).
01  WS-AS-OF-DATE PIC 9(08) VALUE 0.
01  WS-TABLE-SEEN-FLAG PIC X VALUE 'N'.
    88  WS-TABLE-SEEN VALUE 'Y'.
01  WS-CODE-SEEN-FLAG PIC X VALUE 'N'.
    88  WS-CODE-SEEN VALUE 'Y'.

LINKAGE SECTION.
COPY "reftable-linkage.cpy".

PROCEDURE DIVISION USING REFTABLE-REQUEST.
MAIN-PROCEDURE.
    IF NOT WS-TABLES-LOADED
     PERFORM LOAD-TABLE-FILE
    END-IF.
    MOVE '00' TO REFTABLE-RESULT.
    MOVE FUNCTION UPPER-CASE(REFTABLE-NAME) TO WS-WANTED-TABLE.
    MOVE REFTABLE-DATE TO WS-AS-OF-DATE.
    IF WS-AS-OF-DATE = 0
     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
    END-IF.
    EVALUATE REFTABLE-OPERATION
     WHEN 'CHK' PERFORM ANSWER-CODE-CHECK
     WHEN 'NTH' PERFORM ANSWER-NTH-CODE
     WHEN OTHER CONTINUE
    END-EVALUATE.
    GOBACK.

LOAD-TABLE-FILE.
    SET WS-TABLES-LOADED TO TRUE.
    MOVE 'N' TO WS-TABLE-EOF-FLAG.
    OPEN INPUT REF-TABLE-FILE.
    IF WS-TABLE-STATUS NOT = '00'
     SET WS-TABLE-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-CODE UNTIL WS-TABLE-EOF.
    IF WS-TABLE-STATUS = '00' OR WS-TABLE-STATUS = '10'
     CLOSE REF-TABLE-FILE
    END-IF.

LOAD-ONE-CODE.
* A blank valid-from means the code has always been valid and a
* blank valid-to that it still is; a date that is not numeric makes
* the whole line unusable rather than open-ended by accident.
    READ REF-TABLE-FILE
     AT END
      SET WS-TABLE-EOF TO TRUE
     NOT AT END
      IF REF-TABLE-RECORD NOT = SPACES
          AND REF-TABLE-RECORD(1:1) NOT = '*'
          AND WS-CODE-COUNT < 3000
       MOVE SPACES TO WS-LINE-TABLE
       MOVE SPACES TO WS-LINE-CODE
       MOVE SPACES TO WS-LINE-DESCRIPTION
       MOVE SPACES TO WS-LINE-FROM-TEXT
       MOVE SPACES TO WS-LINE-TO-TEXT
       UNSTRING REF-TABLE-RECORD DELIMITED BY ','
           INTO WS-LINE-TABLE WS-LINE-CODE WS-LINE-DESCRIPTION
                WS-LINE-FROM-TEXT WS-LINE-TO-TEXT
       IF WS-LINE-TABLE NOT = SPACES AND WS-LINE-CODE NOT = SPACES
           AND (WS-LINE-FROM-TEXT = SPACES
               OR WS-LINE-FROM-TEXT IS NUMERIC)
           AND (WS-LINE-TO-TEXT = SPACES
               OR WS-LINE-TO-TEXT IS NUMERIC)
        ADD 1 TO WS-CODE-COUNT
        MOVE FUNCTION UPPER-CASE(WS-LINE-TABLE)
            TO WS-CT-TABLE(WS-CODE-COUNT)
        MOVE WS-LINE-CODE TO WS-CT-CODE(WS-CODE-COUNT)
        MOVE WS-LINE-DESCRIPTION TO WS-CT-DESCRIPTION(WS-CODE-COUNT)
        IF WS-LINE-FROM-TEXT = SPACES
         MOVE 0 TO WS-CT-FROM-DATE(WS-CODE-COUNT)
        ELSE
         MOVE WS-LINE-FROM-TEXT TO WS-CT-FROM-DATE(WS-CODE-COUNT)
        END-IF
        IF WS-LINE-TO-TEXT = SPACES
         MOVE 99999999 TO WS-CT-TO-DATE(WS-CODE-COUNT)
        ELSE
         MOVE WS-LINE-TO-TEXT TO WS-CT-TO-DATE(WS-CODE-COUNT)
        END-IF
       END-IF
      END-IF
    END-READ.

ANSWER-CODE-CHECK.
* The period in force on the date wins; a code found only under
* other periods is answered '04' so the caller can say "expired" or
* "not yet valid" rather than "unknown".
    MOVE REFTABLE-CODE TO WS-WANTED-CODE.
    MOVE SPACES TO REFTABLE-DESCRIPTION.
    MOVE 'N' TO WS-TABLE-SEEN-FLAG.
    MOVE 'N' TO WS-CODE-SEEN-FLAG.
    MOVE '08' TO REFTABLE-RESULT.
    PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
        UNTIL WS-CT-INDEX > WS-CODE-COUNT
     IF WS-CT-TABLE(WS-CT-INDEX) = WS-WANTED-TABLE
      SET WS-TABLE-SEEN TO TRUE
      IF WS-CT-CODE(WS-CT-INDEX) = WS-WANTED-CODE
       SET WS-CODE-SEEN TO TRUE
       IF WS-AS-OF-DATE >= WS-CT-FROM-DATE(WS-CT-INDEX)
           AND WS-AS-OF-DATE <= WS-CT-TO-DATE(WS-CT-INDEX)
        MOVE '00' TO REFTABLE-RESULT
        MOVE WS-CT-DESCRIPTION(WS-CT-INDEX) TO REFTABLE-DESCRIPTION
       END-IF
      END-IF
     END-IF
    END-PERFORM.
    IF REFTABLE-RESULT NOT = '00'
     IF NOT WS-TABLE-SEEN
      MOVE '12' TO REFTABLE-RESULT
     ELSE
      IF WS-CODE-SEEN
       MOVE '04' TO REFTABLE-RESULT
      END-IF
     END-IF
    END-IF.

ANSWER-NTH-CODE.
    MOVE 0 TO REFTABLE-COUNT.
    MOVE 'N' TO WS-TABLE-SEEN-FLAG.
    MOVE SPACES TO REFTABLE-CODE.
    MOVE SPACES TO REFTABLE-DESCRIPTION.
    PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
        UNTIL WS-CT-INDEX > WS-CODE-COUNT
     IF WS-CT-TABLE(WS-CT-INDEX) = WS-WANTED-TABLE
      SET WS-TABLE-SEEN TO TRUE
      IF WS-AS-OF-DATE >= WS-CT-FROM-DATE(WS-CT-INDEX)
          AND WS-AS-OF-DATE <= WS-CT-TO-DATE(WS-CT-INDEX)
       ADD 1 TO REFTABLE-COUNT
       IF REFTABLE-COUNT = REFTABLE-INDEX
        MOVE WS-CT-CODE(WS-CT-INDEX) TO REFTABLE-CODE
        MOVE WS-CT-DESCRIPTION(WS-CT-INDEX) TO REFTABLE-DESCRIPTION
       END-IF
      END-IF
     END-IF
    END-PERFORM.
    EVALUATE TRUE
     WHEN NOT WS-TABLE-SEEN
      MOVE '12' TO REFTABLE-RESULT
     WHEN REFTABLE-INDEX > REFTABLE-COUNT
      MOVE '08' TO REFTABLE-RESULT
     WHEN OTHER
      MOVE '00' TO REFTABLE-RESULT
    END-EVALUATE.
