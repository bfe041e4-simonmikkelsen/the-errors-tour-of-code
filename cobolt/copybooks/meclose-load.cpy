*  MECLOSE-LOAD.CPY
*  COPY this member inside a paragraph (after COPYing
*  MECHECKLIST-SELECT, MECHECKLIST-FD, MECLOSE-SELECT, MECLOSE-FD,
*  and MECLOSE-WS elsewhere in the program) to load the checklist
*  and fold every MECLOSE.TXT line for the month in MECLOSE-MONTH
*  into it:
*      LOAD-MONTH-END-STATUS.
*          COPY "meclose-load.cpy".
*  The latest line for a step decides it, so a step that FAILED and
*  was then run again to DONE counts as done.
    MOVE 0 TO MECLOSE-STEP-COUNT.
    MOVE 'N' TO MECLOSE-CHECKLIST-FLAG.
    MOVE 'N' TO MECLOSE-SIGNED-FLAG.
    MOVE SPACES TO MECLOSE-SIGNED-BY.
    MOVE SPACES TO MECLOSE-SIGNED-NOTE.
    MOVE 0 TO MECLOSE-SIGNED-DATE.
    MOVE 0 TO MECLOSE-SIGNED-TIME.
    MOVE 'N' TO MECLOSE-EOF-FLAG.
    OPEN INPUT MECHECKLIST-FILE.
    IF MECHECKLIST-FILE-STATUS NOT = '00'
     SET MECLOSE-EOF TO TRUE
    END-IF.
    PERFORM UNTIL MECLOSE-EOF
     READ MECHECKLIST-FILE
      AT END
       SET MECLOSE-EOF TO TRUE
      NOT AT END
       IF MECHECKLIST-RECORD NOT = SPACES
           AND MECHECKLIST-RECORD(1:1) NOT = '*'
        MOVE SPACES TO MECLOSE-IN-TYPE MECLOSE-IN-NAME
            MECLOSE-IN-MAX-RC MECLOSE-IN-PARAMETER
        MOVE 1 TO MECLOSE-IN-POINTER
        UNSTRING MECHECKLIST-RECORD DELIMITED BY ','
            INTO MECLOSE-IN-TYPE MECLOSE-IN-NAME MECLOSE-IN-MAX-RC
                 MECLOSE-IN-PARAMETER
            WITH POINTER MECLOSE-IN-POINTER
        IF MECLOSE-STEP-COUNT < 30
         ADD 1 TO MECLOSE-STEP-COUNT
         MOVE MECLOSE-STEP-COUNT TO MECLOSE-STEP-INDEX
         INITIALIZE MECLOSE-STEP-ENTRY(MECLOSE-STEP-INDEX)
         MOVE FUNCTION UPPER-CASE(MECLOSE-IN-TYPE)
             TO MECLOSE-STEP-TYPE(MECLOSE-STEP-INDEX)
         MOVE FUNCTION UPPER-CASE(MECLOSE-IN-NAME)
             TO MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX)
         IF MECLOSE-IN-MAX-RC NOT = SPACES
             AND FUNCTION TEST-NUMVAL(MECLOSE-IN-MAX-RC) = 0
          COMPUTE MECLOSE-STEP-MAX-RC(MECLOSE-STEP-INDEX) =
              FUNCTION NUMVAL(MECLOSE-IN-MAX-RC)
         END-IF
         MOVE MECLOSE-IN-PARAMETER
             TO MECLOSE-STEP-PARAMETER(MECLOSE-STEP-INDEX)
         IF MECLOSE-IN-POINTER <= 200
          MOVE MECHECKLIST-RECORD(MECLOSE-IN-POINTER:)
              TO MECLOSE-STEP-DESCRIPTION(MECLOSE-STEP-INDEX)
         END-IF
        ELSE
         SET MECLOSE-CHECKLIST-OVERFLOWED TO TRUE
        END-IF
       END-IF
     END-READ
    END-PERFORM.
    IF MECHECKLIST-FILE-STATUS = '00' OR MECHECKLIST-FILE-STATUS = '10'
     CLOSE MECHECKLIST-FILE
    END-IF.
    MOVE 'N' TO MECLOSE-EOF-FLAG.
    OPEN INPUT MECLOSE-FILE.
    IF MECLOSE-FILE-STATUS NOT = '00'
     SET MECLOSE-EOF TO TRUE
    END-IF.
    PERFORM UNTIL MECLOSE-EOF
     READ MECLOSE-FILE
      AT END
       SET MECLOSE-EOF TO TRUE
      NOT AT END
       IF MECLOSE-REC-MONTH = MECLOSE-MONTH
        IF MECLOSE-REC-KIND = 'SIGNOFF'
         SET MECLOSE-SIGNED-OFF TO TRUE
         MOVE MECLOSE-REC-OPERATOR TO MECLOSE-SIGNED-BY
         MOVE MECLOSE-REC-DATE TO MECLOSE-SIGNED-DATE
         MOVE MECLOSE-REC-TIME TO MECLOSE-SIGNED-TIME
         MOVE MECLOSE-REC-NOTE TO MECLOSE-SIGNED-NOTE
        ELSE
         IF MECLOSE-REC-STEP > 0
             AND MECLOSE-REC-STEP <= MECLOSE-STEP-COUNT
          MOVE MECLOSE-REC-STEP TO MECLOSE-STEP-INDEX
          IF MECLOSE-REC-NAME = MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX)
           MOVE MECLOSE-REC-KIND
               TO MECLOSE-STEP-STATE(MECLOSE-STEP-INDEX)
           MOVE MECLOSE-REC-OPERATOR
               TO MECLOSE-STEP-BY(MECLOSE-STEP-INDEX)
           MOVE MECLOSE-REC-DATE
               TO MECLOSE-STEP-DATE(MECLOSE-STEP-INDEX)
           MOVE MECLOSE-REC-TIME
               TO MECLOSE-STEP-TIME(MECLOSE-STEP-INDEX)
           MOVE MECLOSE-REC-RC TO MECLOSE-STEP-RC(MECLOSE-STEP-INDEX)
           MOVE MECLOSE-REC-NOTE
               TO MECLOSE-STEP-NOTE(MECLOSE-STEP-INDEX)
          END-IF
         END-IF
        END-IF
       END-IF
     END-READ
    END-PERFORM.
    IF MECLOSE-FILE-STATUS = '00' OR MECLOSE-FILE-STATUS = '10'
     CLOSE MECLOSE-FILE
    END-IF.
    MOVE 0 TO MECLOSE-COMPLETE-COUNT.
    MOVE 0 TO MECLOSE-FIRST-OPEN.
    PERFORM VARYING MECLOSE-STEP-INDEX FROM 1 BY 1
        UNTIL MECLOSE-STEP-INDEX > MECLOSE-STEP-COUNT
     IF MECLOSE-STEP-COMPLETE(MECLOSE-STEP-INDEX)
      ADD 1 TO MECLOSE-COMPLETE-COUNT
     ELSE
      IF MECLOSE-FIRST-OPEN = 0
       MOVE MECLOSE-STEP-INDEX TO MECLOSE-FIRST-OPEN
      END-IF
     END-IF
    END-PERFORM.
