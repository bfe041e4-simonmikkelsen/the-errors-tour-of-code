*  MECHECKLIST-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the month-end
*  close checklist used by MECHECKLIST-FD.CPY and MECLOSE-LOAD.CPY.
*  One comma-delimited line per step, in the order the steps must
*  be taken ('*' in column 1 for a comment):
*      AUTO,program,max-rc,parameter,description
*      MANUAL,step-name,,,what the operator must do
*  An AUTO step is CALLed by MONTH-END-CLOSE with the parameter in
*  JOBSTEP-PASSED-PARAMETER (JOBSTEP-PARM-WS.CPY), the way
*  JOB-STREAM-DRIVER runs a step, and is done
*  when it ends with a condition code no higher than max-rc (blank
*  is 0); a MANUAL step is done when an operator confirms it with a
*  note. The description runs to the end of the line and may carry
*  commas.
    SELECT MECHECKLIST-FILE ASSIGN TO 'MECHECKLIST.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS MECHECKLIST-FILE-STATUS.
