*  MECLOSE-FD.CPY
*  COPY this member inside FILE SECTION to match MECLOSE-SELECT.CPY's
*  SELECT MECLOSE-FILE. Fields sit at fixed positions - notes carry
*  commas freely. The SIGNOFF line has step number zero.
FD  MECLOSE-FILE.
01  MECLOSE-RECORD.
    05  MECLOSE-REC-MONTH PIC 9(06).
    05  MECLOSE-REC-STEP PIC 9(02).
    05  MECLOSE-REC-KIND PIC X(08).
    05  MECLOSE-REC-NAME PIC X(20).
    05  MECLOSE-REC-DATE PIC 9(08).
    05  MECLOSE-REC-TIME PIC 9(06).
    05  MECLOSE-REC-OPERATOR PIC X(20).
    05  MECLOSE-REC-RC PIC 9(04).
    05  MECLOSE-REC-RUN-ID PIC X(13).
    05  MECLOSE-REC-NOTE PIC X(80).
