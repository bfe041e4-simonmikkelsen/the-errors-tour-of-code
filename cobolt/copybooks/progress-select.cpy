*  PROGRESS-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the shared
*  progress file a long-running program posts its heartbeat to while
*  it works (PROGRESS-POST.CPY), and PROGRESS-INQUIRY and
*  STALL-WATCHDOG read back. One comma-delimited line per post:
*      kind,run-id,program,records,position,yyyymmdd,hhmmss,input
*  where kind is START when the run begins, BEAT every so many
*  records, and END when it finishes; records is the work done so
*  far, position how far into its main input the run has read, and
*  input that input's file name. A run with a START and no END is
*  still running - or has died without saying so.
    SELECT PROGRESS-FILE ASSIGN TO 'PROGRESS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS PROGRESS-FILE-STATUS.
