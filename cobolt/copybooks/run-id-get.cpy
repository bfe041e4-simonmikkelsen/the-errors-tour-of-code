     END-READ
     CLOSE PARENT-RUN-FILE
    END-IF.
* A driver CALLing this program as a step of a JOBDEFS job leaves
* the step's parameter in JOBSTEP-PASSED-PARAMETER; run by hand, the
* program finds it blank.
    MOVE JOBSTEP-PASSED-PARAMETER TO RUN-ID-STEP-PARAMETER.
    INSPECT RUN-ID-STEP-PARAMETER REPLACING ALL LOW-VALUE BY SPACE.
