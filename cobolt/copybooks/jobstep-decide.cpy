*  JOBSTEP-DECIDE.CPY
*  COPY this member inside a paragraph (after COPYing JOBSTEP-WS
*  elsewhere in the program, and once JOBSTEP-PARSE.CPY has built
*  the table) to decide whether step JOBSTEP-INDEX runs. The member
*  sets JOBSTEP-RUNS when it should, and always leaves the reason in
*  JOBSTEP-DECISION for the driver to log, for example:
*      DECIDE-ONE-JOB-STEP.
*          COPY "jobstep-decide.cpy".
*  A bad condition fails the job at its step - nothing after it can
*  be trusted to mean what its author intended.
    MOVE 'N' TO JOBSTEP-RUN-FLAG.
    MOVE SPACES TO JOBSTEP-DECISION.
    EVALUATE TRUE
     WHEN JOBSTEP-PROGRAM(JOBSTEP-INDEX) = SPACES
      MOVE 'BYPASSED - NO PROGRAM NAMED' TO JOBSTEP-DECISION
     WHEN JOBSTEP-BAD-CONDITION(JOBSTEP-INDEX)
      STRING 'FAILED - CONDITION ' DELIMITED BY SIZE
          JOBSTEP-CONDITION(JOBSTEP-INDEX) DELIMITED BY SPACE
          ' NOT UNDERSTOOD' DELIMITED BY SIZE
          INTO JOBSTEP-DECISION
      IF NOT JOBSTEP-JOB-FAILED
       MOVE 'Y' TO JOBSTEP-FAILED-FLAG
       MOVE SPACES TO JOBSTEP-OUTCOME
       STRING 'FAILED - STEP ' DELIMITED BY SIZE
           JOBSTEP-INDEX DELIMITED BY SIZE
           ' CONDITION ' DELIMITED BY SIZE
           JOBSTEP-CONDITION(JOBSTEP-INDEX) DELIMITED BY SPACE
           ' NOT UNDERSTOOD' DELIMITED BY SIZE
           INTO JOBSTEP-OUTCOME
      END-IF
     WHEN JOBSTEP-EVEN(JOBSTEP-INDEX)
      MOVE 'Y' TO JOBSTEP-RUN-FLAG
      MOVE 'RUN - EVEN' TO JOBSTEP-DECISION
     WHEN JOBSTEP-ONLY(JOBSTEP-INDEX) AND JOBSTEP-JOB-FAILED
      MOVE 'Y' TO JOBSTEP-RUN-FLAG
      MOVE 'RUN - ONLY, AN EARLIER STEP FAILED' TO JOBSTEP-DECISION
     WHEN JOBSTEP-ONLY(JOBSTEP-INDEX)
      MOVE 'BYPASSED - ONLY, NO EARLIER STEP FAILED'
          TO JOBSTEP-DECISION
     WHEN JOBSTEP-JOB-FAILED
      MOVE 'BYPASSED - AN EARLIER STEP FAILED' TO JOBSTEP-DECISION
     WHEN JOBSTEP-UNCONDITIONED(JOBSTEP-INDEX)
      MOVE 'Y' TO JOBSTEP-RUN-FLAG
      MOVE 'RUN' TO JOBSTEP-DECISION
     WHEN NOT JOBSTEP-RAN(JOBSTEP-COND-STEP(JOBSTEP-INDEX))
      STRING 'BYPASSED - ' DELIMITED BY SIZE
          JOBSTEP-CONDITION(JOBSTEP-INDEX) DELIMITED BY SPACE
          ', STEP ' DELIMITED BY SIZE
          JOBSTEP-COND-STEP(JOBSTEP-INDEX) DELIMITED BY SIZE
          ' DID NOT RUN' DELIMITED BY SIZE
          INTO JOBSTEP-DECISION
     WHEN OTHER
      MOVE JOBSTEP-INDEX TO JOBSTEP-TEST-STEP
      MOVE JOBSTEP-RC(JOBSTEP-COND-STEP(JOBSTEP-INDEX))
          TO JOBSTEP-TEST-RC
      MOVE 'N' TO JOBSTEP-HOLDS-FLAG
      EVALUATE JOBSTEP-COND-OPERATOR(JOBSTEP-TEST-STEP)
       WHEN 'LT'
        IF JOBSTEP-TEST-RC < JOBSTEP-COND-VALUE(JOBSTEP-TEST-STEP)
         MOVE 'Y' TO JOBSTEP-HOLDS-FLAG
        END-IF
       WHEN 'EQ'
        IF JOBSTEP-TEST-RC = JOBSTEP-COND-VALUE(JOBSTEP-TEST-STEP)
         MOVE 'Y' TO JOBSTEP-HOLDS-FLAG
        END-IF
       WHEN 'GT'
        IF JOBSTEP-TEST-RC > JOBSTEP-COND-VALUE(JOBSTEP-TEST-STEP)
         MOVE 'Y' TO JOBSTEP-HOLDS-FLAG
        END-IF
      END-EVALUATE
      IF JOBSTEP-CONDITION-HOLDS
       MOVE 'Y' TO JOBSTEP-RUN-FLAG
       STRING 'RUN - ' DELIMITED BY SIZE
           JOBSTEP-CONDITION(JOBSTEP-INDEX) DELIMITED BY SPACE
           ' MET' DELIMITED BY SIZE
           INTO JOBSTEP-DECISION
      ELSE
       STRING 'BYPASSED - ' DELIMITED BY SIZE
           JOBSTEP-CONDITION(JOBSTEP-INDEX) DELIMITED BY SPACE
           ' NOT MET' DELIMITED BY SIZE
           INTO JOBSTEP-DECISION
      END-IF
    END-EVALUATE.
