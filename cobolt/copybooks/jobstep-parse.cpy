*  JOBSTEP-PARSE.CPY
*  COPY this member inside a paragraph (after COPYing JOBSTEP-WS
*  elsewhere in the program) to split a JOBDEFS step list into
*  JOBSTEP-TABLE and ready it for a run. The calling program supplies
*  the step list and the job parameter that stands in for a blank
*  step parameter, for example:
*      SPLIT-JOB-STEPS.
*          COPY "jobstep-parse.cpy"
*              REPLACING ==:JOBSTEP-STEP-LIST:== BY ==WS-JOB-STEP-LIST==
*                         ==:JOBSTEP-JOB-PARAMETER:== BY ==WS-JOB-PARAMETER==.
*  JOBSTEP-COUNT ends as the number of the last step named. An RC
*  condition must name an earlier step; one that does not, or that
*  cannot be read, is kept as a bad condition and fails the job when
*  its step comes up rather than being guessed at.
    MOVE SPACES TO JOBSTEP-TABLE.
    UNSTRING :JOBSTEP-STEP-LIST: DELIMITED BY ';'
        INTO JOBSTEP-TOKEN(1) JOBSTEP-TOKEN(2) JOBSTEP-TOKEN(3)
             JOBSTEP-TOKEN(4) JOBSTEP-TOKEN(5).
    MOVE 0 TO JOBSTEP-COUNT.
    PERFORM VARYING JOBSTEP-INDEX FROM 1 BY 1
        UNTIL JOBSTEP-INDEX > 5
     UNSTRING JOBSTEP-TOKEN(JOBSTEP-INDEX) DELIMITED BY '|'
         INTO JOBSTEP-PROGRAM(JOBSTEP-INDEX)
              JOBSTEP-PARAMETER(JOBSTEP-INDEX)
              JOBSTEP-CONDITION(JOBSTEP-INDEX)
     IF JOBSTEP-PARAMETER(JOBSTEP-INDEX) = SPACES
      MOVE :JOBSTEP-JOB-PARAMETER: TO JOBSTEP-PARAMETER(JOBSTEP-INDEX)
     END-IF
     MOVE 'N' TO JOBSTEP-RAN-FLAG(JOBSTEP-INDEX)
     MOVE 0 TO JOBSTEP-RC(JOBSTEP-INDEX)
     MOVE 0 TO JOBSTEP-COND-STEP(JOBSTEP-INDEX)
     MOVE 0 TO JOBSTEP-COND-VALUE(JOBSTEP-INDEX)
     EVALUATE JOBSTEP-CONDITION(JOBSTEP-INDEX)
      WHEN SPACES
       SET JOBSTEP-UNCONDITIONED(JOBSTEP-INDEX) TO TRUE
      WHEN 'EVEN'
       SET JOBSTEP-EVEN(JOBSTEP-INDEX) TO TRUE
      WHEN 'ONLY'
       SET JOBSTEP-ONLY(JOBSTEP-INDEX) TO TRUE
      WHEN OTHER
       SET JOBSTEP-BAD-CONDITION(JOBSTEP-INDEX) TO TRUE
       IF JOBSTEP-CONDITION(JOBSTEP-INDEX)(1:2) = 'RC'
           AND JOBSTEP-CONDITION(JOBSTEP-INDEX)(3:1) IS NUMERIC
           AND (JOBSTEP-CONDITION(JOBSTEP-INDEX)(4:2) = 'LT'
             OR JOBSTEP-CONDITION(JOBSTEP-INDEX)(4:2) = 'EQ'
             OR JOBSTEP-CONDITION(JOBSTEP-INDEX)(4:2) = 'GT')
        MOVE JOBSTEP-CONDITION(JOBSTEP-INDEX)(3:1)
            TO JOBSTEP-COND-STEP(JOBSTEP-INDEX)
        MOVE JOBSTEP-CONDITION(JOBSTEP-INDEX)(4:2)
            TO JOBSTEP-COND-OPERATOR(JOBSTEP-INDEX)
        MOVE JOBSTEP-CONDITION(JOBSTEP-INDEX)(6:5)
            TO JOBSTEP-VALUE-TEXT
        IF JOBSTEP-COND-STEP(JOBSTEP-INDEX) > 0
            AND JOBSTEP-COND-STEP(JOBSTEP-INDEX) < JOBSTEP-INDEX
            AND JOBSTEP-VALUE-TEXT NOT = SPACES
            AND FUNCTION TEST-NUMVAL(JOBSTEP-VALUE-TEXT) = 0
         COMPUTE JOBSTEP-COND-VALUE(JOBSTEP-INDEX) =
             FUNCTION NUMVAL(JOBSTEP-VALUE-TEXT)
         SET JOBSTEP-RC-TEST(JOBSTEP-INDEX) TO TRUE
        END-IF
       END-IF
     END-EVALUATE
     IF JOBSTEP-PROGRAM(JOBSTEP-INDEX) NOT = SPACES
      MOVE JOBSTEP-INDEX TO JOBSTEP-COUNT
     END-IF
    END-PERFORM.
    MOVE 'N' TO JOBSTEP-FAILED-FLAG.
    MOVE 0 TO JOBSTEP-HIGHEST-RC.
    MOVE 'COMPLETED - ALL STEPS RAN CLEAN' TO JOBSTEP-OUTCOME.
