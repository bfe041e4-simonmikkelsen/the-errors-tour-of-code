*  INCIDENT-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  work fields INCIDENT-LOAD.CPY needs and the incident table it
*  fills: one entry per incident, built up from that incident's
*  lines. Detected is the earliest known moment of the failure -
*  the earliest SINCE among its links, or the open itself when no
*  link carries one - so acknowledge and resolve times are measured
*  from when the failure happened, not from when someone typed it
*  in. Minute stamps count minutes from the calendar epoch, so two
*  of them subtract to elapsed minutes across days.
01  INCIDENT-FILE-STATUS PIC X(02).
01  INCIDENT-EOF-FLAG PIC X VALUE 'N'.
    88  INCIDENT-EOF VALUE 'Y'.
*  The root-cause categories a resolution may carry.
01  INCIDENT-CATEGORY-VALUES.
    05  FILLER PIC X(10) VALUE 'DATA'.
    05  FILLER PIC X(10) VALUE 'CODE'.
    05  FILLER PIC X(10) VALUE 'CONFIG'.
    05  FILLER PIC X(10) VALUE 'CAPACITY'.
    05  FILLER PIC X(10) VALUE 'SCHEDULE'.
    05  FILLER PIC X(10) VALUE 'PARTNER'.
    05  FILLER PIC X(10) VALUE 'OPERATOR'.
    05  FILLER PIC X(10) VALUE 'HARDWARE'.
    05  FILLER PIC X(10) VALUE 'UNKNOWN'.
01  INCIDENT-CATEGORY-TABLE REDEFINES INCIDENT-CATEGORY-VALUES.
    05  INCIDENT-CATEGORY-ENTRY PIC X(10) OCCURS 9 TIMES.
01  INCIDENT-CATEGORY-COUNT PIC 9(02) VALUE 9.
01  INCIDENT-CATEGORY-INDEX PIC 9(02) VALUE 0.
01  INCIDENT-TABLE.
    05  INCIDENT-ENTRY OCCURS 500 TIMES.
        10  INCIDENT-ID PIC 9(06).
        10  INCIDENT-STATE PIC X(08).
        10  INCIDENT-PROGRAM PIC X(20).
        10  INCIDENT-TITLE PIC X(120).
        10  INCIDENT-OPENED-BY PIC X(20).
        10  INCIDENT-OPENED-DATE PIC 9(08).
        10  INCIDENT-OPENED-TIME PIC 9(06).
        10  INCIDENT-DETECTED-DATE PIC 9(08).
        10  INCIDENT-DETECTED-TIME PIC 9(06).
        10  INCIDENT-ACKED-BY PIC X(20).
        10  INCIDENT-ACKED-DATE PIC 9(08).
        10  INCIDENT-ACKED-TIME PIC 9(06).
        10  INCIDENT-RESOLVED-BY PIC X(20).
        10  INCIDENT-RESOLVED-DATE PIC 9(08).
        10  INCIDENT-RESOLVED-TIME PIC 9(06).
        10  INCIDENT-CATEGORY PIC X(10).
        10  INCIDENT-FIX PIC X(120).
        10  INCIDENT-LINK-COUNT PIC 9(03).
        10  INCIDENT-NOTE-COUNT PIC 9(03).
01  INCIDENT-COUNT PIC 9(03) VALUE 0.
01  INCIDENT-INDEX PIC 9(03) VALUE 0.
01  INCIDENT-FOUND-INDEX PIC 9(03) VALUE 0.
01  INCIDENT-HIGHEST-ID PIC 9(06) VALUE 0.
*  Set when INCIDENTS.TXT holds more incidents than the table; the
*  file itself is never rewritten, so nothing is lost, but what the
*  table shows is the oldest 500 only.
01  INCIDENT-OVERFLOW-FLAG PIC X VALUE 'N'.
    88  INCIDENT-TABLE-OVERFLOWED VALUE 'Y'.
01  INCIDENT-MINUTE-FROM PIC 9(09) VALUE 0.
01  INCIDENT-MINUTE-TO PIC 9(09) VALUE 0.
01  INCIDENT-ELAPSED-MINUTES PIC 9(09) VALUE 0.
01  INCIDENT-STAMP-DATE PIC 9(08) VALUE 0.
01  INCIDENT-STAMP-TIME PIC 9(06) VALUE 0.
01  INCIDENT-STAMP-TIME-R REDEFINES INCIDENT-STAMP-TIME.
    05  INCIDENT-STAMP-HOUR PIC 9(02).
    05  INCIDENT-STAMP-MINUTE PIC 9(02).
    05  INCIDENT-STAMP-SECOND PIC 9(02).
*  Opening an incident takes the next number and appends behind the
*  highest on the file; two consoles opening at once must not both
*  take it, so that step runs under the shared dataset lock.
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==INCIDENT-LOCK==.
