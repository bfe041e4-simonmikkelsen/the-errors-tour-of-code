*  JOBCTL-FD.CPY
*  COPY this member inside FILE SECTION to match JOBCTL-SELECT.CPY's
*  SELECT JOBCTL-FILE.
FD  JOBCTL-FILE.
01  JOBCTL-RECORD PIC X(150).
