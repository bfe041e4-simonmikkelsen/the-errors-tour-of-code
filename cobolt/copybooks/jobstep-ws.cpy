*  JOBSTEP-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  step table JOBSTEP-PARSE.CPY builds from a JOBDEFS step list and
*  the fields JOBSTEP-DECIDE.CPY and JOBSTEP-SETTLE.CPY keep while a
*  driver walks the steps. Each step of the list is written
*      PROGRAM|parameter|condition
*  where the parameter and the condition may both be left off. A
*  blank parameter takes the job's own parameter. The condition is
*  tested before the step starts:
*      (none)  - run only while no earlier step has failed
*      RCnLTv  - run if step n ran and ended below condition code v
*      RCnEQv  - run if step n ran and ended with condition code v
*      RCnGTv  - run if step n ran and ended above condition code v
*      EVEN    - run whether or not an earlier step has failed
*      ONLY    - run only once an earlier step has failed
*  A nonzero condition code fails the job unless a later step's RC
*  condition on that step holds for it - the code was expected and
*  the job routes round it - and no RC-conditioned step runs once
*  the job has failed.
01  JOBSTEP-TABLE.
    05  JOBSTEP-ENTRY OCCURS 5 TIMES.
        10  JOBSTEP-TOKEN PIC X(80).
        10  JOBSTEP-PROGRAM PIC X(20).
        10  JOBSTEP-PARAMETER PIC X(40).
        10  JOBSTEP-CONDITION PIC X(10).
        10  JOBSTEP-COND-TYPE PIC X.
            88  JOBSTEP-UNCONDITIONED VALUE 'A'.
            88  JOBSTEP-EVEN VALUE 'E'.
            88  JOBSTEP-ONLY VALUE 'O'.
            88  JOBSTEP-RC-TEST VALUE 'R'.
            88  JOBSTEP-BAD-CONDITION VALUE 'B'.
        10  JOBSTEP-COND-STEP PIC 9(01).
        10  JOBSTEP-COND-OPERATOR PIC X(02).
        10  JOBSTEP-COND-VALUE PIC 9(04).
        10  JOBSTEP-RAN-FLAG PIC X.
            88  JOBSTEP-RAN VALUE 'Y'.
        10  JOBSTEP-RC PIC S9(04).
01  JOBSTEP-COUNT PIC 9(01) VALUE 0.
01  JOBSTEP-INDEX PIC 9(01) VALUE 0.
01  JOBSTEP-LATER PIC 9(01) VALUE 0.
01  JOBSTEP-TEST-STEP PIC 9(01) VALUE 0.
01  JOBSTEP-TEST-RC PIC S9(04) VALUE 0.
01  JOBSTEP-VALUE-TEXT PIC X(05).
01  JOBSTEP-RC-TEXT PIC 9(04).
01  JOBSTEP-HOLDS-FLAG PIC X VALUE 'N'.
    88  JOBSTEP-CONDITION-HOLDS VALUE 'Y'.
01  JOBSTEP-HANDLED-FLAG PIC X VALUE 'N'.
    88  JOBSTEP-RC-HANDLED VALUE 'Y'.
01  JOBSTEP-RUN-FLAG PIC X VALUE 'N'.
    88  JOBSTEP-RUNS VALUE 'Y'.
01  JOBSTEP-FAILED-FLAG PIC X VALUE 'N'.
    88  JOBSTEP-JOB-FAILED VALUE 'Y'.
01  JOBSTEP-HIGHEST-RC PIC S9(04) VALUE 0.
01  JOBSTEP-DECISION PIC X(60) VALUE SPACES.
01  JOBSTEP-OUTCOME PIC X(60) VALUE SPACES.
