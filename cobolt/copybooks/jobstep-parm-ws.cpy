*  JOBSTEP-PARM-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to share the
*  parameter a driver hands the step it CALLs. The driver
*  (JOB-SCHEDULER, JOB-STREAM-DRIVER, MONTH-END-CLOSE, RETENTION-RUN)
*  moves the step's parameter here just before the CALL; the step
*  finds it through RUN-ID-GET.CPY in RUN-ID-STEP-PARAMETER, or reads
*  it here itself. The item is EXTERNAL, one copy per run unit, so
*  initiators running side by side each keep their own, and a
*  program run by hand finds it blank (low-values before any driver
*  has set it count as blank).
01  JOBSTEP-PASSED-PARAMETER PIC X(300) EXTERNAL.
