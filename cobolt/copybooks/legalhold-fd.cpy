*  LEGALHOLD-FD.CPY
*  COPY this member inside FILE SECTION to match
*  LEGALHOLD-SELECT.CPY's SELECT LEGALHOLD-FILE.
FD  LEGALHOLD-FILE.
01  LEGALHOLD-RECORD PIC X(200).
