*  RETENTION-FD.CPY
*  COPY this member inside FILE SECTION to match
*  RETENTION-SELECT.CPY's SELECT RETENTION-POLICY-FILE.
FD  RETENTION-POLICY-FILE.
01  RETENTION-POLICY-RECORD PIC X(200).
