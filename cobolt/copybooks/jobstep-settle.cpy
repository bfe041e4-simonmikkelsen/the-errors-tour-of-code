*  JOBSTEP-SETTLE.CPY
*  COPY this member inside a paragraph (after COPYing JOBSTEP-WS
*  elsewhere in the program) to record the condition code step
*  JOBSTEP-INDEX ended with once the driver has run it. The calling
*  program supplies the data name holding that code, for example:
*      SETTLE-ONE-JOB-STEP.
*          COPY "jobstep-settle.cpy"
*              REPLACING ==:JOBSTEP-RETURN-CODE:== BY ==WS-STEP-RETURN-CODE==.
*  A nonzero code is handled when some later step's RC condition on
*  this step holds for it; otherwise it fails the job. JOBSTEP-OUTCOME
*  is kept as the line the driver logs for the whole job at the end.
    MOVE 'Y' TO JOBSTEP-RAN-FLAG(JOBSTEP-INDEX).
    MOVE :JOBSTEP-RETURN-CODE: TO JOBSTEP-RC(JOBSTEP-INDEX).
    IF :JOBSTEP-RETURN-CODE: > JOBSTEP-HIGHEST-RC
     MOVE :JOBSTEP-RETURN-CODE: TO JOBSTEP-HIGHEST-RC
    END-IF.
    IF :JOBSTEP-RETURN-CODE: NOT = 0 AND NOT JOBSTEP-JOB-FAILED
     MOVE 'N' TO JOBSTEP-HANDLED-FLAG
     MOVE :JOBSTEP-RETURN-CODE: TO JOBSTEP-TEST-RC
     PERFORM VARYING JOBSTEP-LATER FROM JOBSTEP-INDEX BY 1
         UNTIL JOBSTEP-LATER >= JOBSTEP-COUNT OR JOBSTEP-RC-HANDLED
      ADD 1 TO JOBSTEP-LATER GIVING JOBSTEP-TEST-STEP
      IF JOBSTEP-RC-TEST(JOBSTEP-TEST-STEP)
          AND JOBSTEP-COND-STEP(JOBSTEP-TEST-STEP) = JOBSTEP-INDEX
       EVALUATE JOBSTEP-COND-OPERATOR(JOBSTEP-TEST-STEP)
        WHEN 'LT'
         IF JOBSTEP-TEST-RC < JOBSTEP-COND-VALUE(JOBSTEP-TEST-STEP)
          MOVE 'Y' TO JOBSTEP-HANDLED-FLAG
         END-IF
        WHEN 'EQ'
         IF JOBSTEP-TEST-RC = JOBSTEP-COND-VALUE(JOBSTEP-TEST-STEP)
          MOVE 'Y' TO JOBSTEP-HANDLED-FLAG
         END-IF
        WHEN 'GT'
         IF JOBSTEP-TEST-RC > JOBSTEP-COND-VALUE(JOBSTEP-TEST-STEP)
          MOVE 'Y' TO JOBSTEP-HANDLED-FLAG
         END-IF
       END-EVALUATE
      END-IF
     END-PERFORM
     MOVE :JOBSTEP-RETURN-CODE: TO JOBSTEP-RC-TEXT
     MOVE SPACES TO JOBSTEP-OUTCOME
     IF JOBSTEP-RC-HANDLED
      MOVE JOBSTEP-HIGHEST-RC TO JOBSTEP-RC-TEXT
      STRING 'COMPLETED - CONDITION CODES HANDLED, HIGHEST '
          DELIMITED BY SIZE
          JOBSTEP-RC-TEXT DELIMITED BY SIZE
          INTO JOBSTEP-OUTCOME
     ELSE
      MOVE 'Y' TO JOBSTEP-FAILED-FLAG
      STRING 'FAILED - STEP ' DELIMITED BY SIZE
          JOBSTEP-INDEX DELIMITED BY SIZE
          ' CONDITION CODE ' DELIMITED BY SIZE
          JOBSTEP-RC-TEXT DELIMITED BY SIZE
          INTO JOBSTEP-OUTCOME
     END-IF
    END-IF.
