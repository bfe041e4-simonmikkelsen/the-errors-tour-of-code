*  PROGRESS-FD.CPY
*  COPY this member inside FILE SECTION to match PROGRESS-SELECT.CPY's
*  SELECT PROGRESS-FILE. The line is comma-delimited text; see
*  PROGRESS-SELECT.CPY for its fields.
FD  PROGRESS-FILE.
01  PROGRESS-RECORD PIC X(200).
