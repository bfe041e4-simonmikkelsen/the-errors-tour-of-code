*  INCIDENT-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the incident
*  file used by INCIDENT-FD.CPY and INCIDENT-LOAD.CPY. An incident
*  gathers what one failure left behind - the alerts it raised, the
*  work-queue items that FAILED or went DEADLTR, the run ids in the
*  AUDITLOG - under one number, with the operators' timestamped
*  notes, the root-cause category and the fix applied. The file is
*  never rewritten: INCIDENT-CONSOLE appends one fixed-position line
*  per action, and the incident's standing is the sum of its lines:
*      OPEN  program at fault and title
*      LINK  one piece of evidence - ALERT, WORKQ or RUNID in the
*            category field, its reference, and when it happened
*      NOTE  one timestamped note
*      ACK   an operator has taken ownership
*      RSLV  root-cause category and the fix applied
*  OPS-DASHBOARD shows what is still open and INCIDENT-REPORT turns
*  a month of it into counts, time to acknowledge and to resolve,
*  and repeat offenders.
    SELECT INCIDENT-FILE ASSIGN TO 'INCIDENTS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS INCIDENT-FILE-STATUS.
