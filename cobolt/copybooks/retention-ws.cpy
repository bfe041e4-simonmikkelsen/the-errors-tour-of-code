*  RETENTION-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION next to
*  RETENTION-SELECT.CPY and RETENTION-FD.CPY: the file status and the
*  fields one policy line is unstrung into.
01  RETPOL-FILE-STATUS PIC X(02).
01  RETPOL-EOF-FLAG PIC X VALUE 'N'.
    88  RETPOL-EOF VALUE 'Y'.
01  RETPOL-LINE.
    05  RETPOL-LINE-CLASS PIC X(10).
    05  RETPOL-LINE-PATTERN PIC X(60).
    05  RETPOL-LINE-KEEP PIC X(05).
    05  RETPOL-LINE-UNIT PIC X(01).
    05  RETPOL-LINE-ACTION PIC X(08).
    05  RETPOL-LINE-ARCHIVE-DIR PIC X(60).
