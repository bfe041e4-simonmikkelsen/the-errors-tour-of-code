*  LEGALHOLD-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION next to
*  LEGALHOLD-SELECT.CPY and LEGALHOLD-FD.CPY: the file status and the
*  fields one register line is unstrung into.
01  LEGALHOLD-FILE-STATUS PIC X(02).
01  LEGALHOLD-EOF-FLAG PIC X VALUE 'N'.
    88  LEGALHOLD-EOF VALUE 'Y'.
01  LEGALHOLD-LINE.
    05  LEGALHOLD-LINE-STATE PIC X(08).
        88  LEGALHOLD-LINE-HELD VALUE 'HELD'.
        88  LEGALHOLD-LINE-RELEASED VALUE 'RELEASED'.
    05  LEGALHOLD-LINE-PATTERN PIC X(60).
    05  LEGALHOLD-LINE-CASE-REF PIC X(20).
    05  LEGALHOLD-LINE-PLACED-BY PIC X(20).
    05  LEGALHOLD-LINE-PLACED-DATE PIC X(08).
    05  LEGALHOLD-LINE-RELEASED-BY PIC X(20).
    05  LEGALHOLD-LINE-RELEASED-DATE PIC X(08).
