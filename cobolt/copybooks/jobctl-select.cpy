*  JOBCTL-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the job-control
*  command file used by JOBCTL-FD.CPY and JOBCTL-CHECK.CPY. When the
*  night goes wrong the operator's lever used to be an edit to
*  JOBDEFS.TXT that somebody had to remember to undo; an override is
*  now one line here, entered through the JOB-CONTROL console, and
*  good for one business date only. One comma-delimited line per
*  command:
*      business-date,job-name,action,operator,entered-date,
*      entered-time,reason
*  where action is HOLD (do not start the job that date), RELEASE
*  (cancel the override standing for the job that date), FORCE (run
*  it that date although it is not due), SKIP (do not run that
*  date's due run; successors go ahead as if it had completed), or
*  RERUN (run it again although it already completed that date).
*  JOB-SCHEDULER, SCHEDULE-MONITOR, and BATCH-FORECAST honor the
*  standing override. A '*' in column one is a comment.
*  A line whose first field is SETTING holds a scheduler setting
*  instead of a command, and is good until it is changed:
*      SETTING,INITIATOR-COMMAND,<command>
*  names the command JOB-SCHEDULER starts each parallel initiator
*  with; the initiator's input and console redirections are added to
*  it. More than one initiator needs it: without it JOB-SCHEDULER
*  says so and runs the stream serially in its own process. The
*  last SETTING line for a name stands. Override readers pass these
*  lines over, as no business date matches them.
    SELECT JOBCTL-FILE ASSIGN TO 'JOBCTL.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS JOBCTL-FILE-STATUS.
