*  GLFEED-FD.CPY
*  COPY this member inside FILE SECTION to match GLFEED-SELECT.CPY's
*  SELECT GL-FEED-FILE.
FD  GL-FEED-FILE.
01  GL-FEED-RECORD PIC X(120).
