*  MECHECKLIST-FD.CPY
*  COPY this member inside FILE SECTION to match
*  MECHECKLIST-SELECT.CPY's SELECT MECHECKLIST-FILE.
FD  MECHECKLIST-FILE.
01  MECHECKLIST-RECORD PIC X(200).
