*  PROGRESS-RUN-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION (with
*  PROGRESS-WS.CPY) in a program that reads the progress file back
*  through PROGRESS-LOAD.CPY. The table holds one entry per run
*  identifier and program: where its START put it, where its latest
*  line put it, and whether an END has closed it. An ended run's slot
*  is taken by the next run that starts, so the table only ever has
*  to hold the runs in flight.
01  PROGRESS-EOF-FLAG PIC X VALUE 'N'.
    88  PROGRESS-EOF VALUE 'Y'.
01  PROGRESS-IN-KIND PIC X(05).
01  PROGRESS-IN-RUN-ID PIC X(13).
01  PROGRESS-IN-PROGRAM PIC X(20).
01  PROGRESS-IN-RECORDS PIC X(09).
01  PROGRESS-IN-POSITION PIC X(09).
01  PROGRESS-IN-DATE PIC X(08).
01  PROGRESS-IN-TIME PIC X(06).
01  PROGRESS-IN-INPUT PIC X(100).
01  PROGRESS-RUN-TABLE.
    05  PROGRESS-RUN-ENTRY OCCURS 200 TIMES.
        10  PROGRESS-RUN-ID PIC X(13).
        10  PROGRESS-RUN-PROGRAM PIC X(20).
        10  PROGRESS-RUN-INPUT PIC X(100).
        10  PROGRESS-RUN-STATE PIC X(07).
        10  PROGRESS-RUN-START-DATE PIC 9(08).
        10  PROGRESS-RUN-START-TIME PIC 9(06).
        10  PROGRESS-RUN-START-POSITION PIC 9(09).
        10  PROGRESS-RUN-LAST-DATE PIC 9(08).
        10  PROGRESS-RUN-LAST-TIME PIC 9(06).
        10  PROGRESS-RUN-RECORDS PIC 9(09).
        10  PROGRESS-RUN-POSITION PIC 9(09).
01  PROGRESS-RUN-COUNT PIC 9(03) VALUE 0.
01  PROGRESS-RUN-INDEX PIC 9(03) VALUE 0.
01  PROGRESS-RUN-FOUND PIC 9(03) VALUE 0.
01  PROGRESS-RUN-FREE PIC 9(03) VALUE 0.
01  PROGRESS-OVERFLOW-FLAG PIC X VALUE 'N'.
    88  PROGRESS-TABLE-OVERFLOWED VALUE 'Y'.
