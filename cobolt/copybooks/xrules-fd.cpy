*  XRULES-FD.CPY
*  COPY this member inside FILE SECTION to match XRULES-SELECT.CPY's
*  SELECT XRULES-FILE.
FD  XRULES-FILE.
01  XRULES-RECORD PIC X(150).
