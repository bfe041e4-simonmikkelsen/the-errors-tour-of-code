*  INCIDENT-FD.CPY
*  COPY this member inside FILE SECTION to match
*  INCIDENT-SELECT.CPY's SELECT INCIDENT-FILE. Fields sit at fixed
*  positions - notes and fixes carry commas freely. SINCE is only
*  filled on a LINK line: when the linked alert was raised or the
*  linked run logged, zero when not known.
FD  INCIDENT-FILE.
01  INCIDENT-RECORD.
    05  INCIDENT-REC-ID PIC 9(06).
    05  INCIDENT-REC-KIND PIC X(04).
    05  INCIDENT-REC-DATE PIC 9(08).
    05  INCIDENT-REC-TIME PIC 9(06).
    05  INCIDENT-REC-OPERATOR PIC X(20).
    05  INCIDENT-REC-PROGRAM PIC X(20).
    05  INCIDENT-REC-CATEGORY PIC X(10).
    05  INCIDENT-REC-SINCE-DATE PIC 9(08).
    05  INCIDENT-REC-SINCE-TIME PIC 9(06).
    05  INCIDENT-REC-REF PIC X(40).
    05  INCIDENT-REC-TEXT PIC X(120).
