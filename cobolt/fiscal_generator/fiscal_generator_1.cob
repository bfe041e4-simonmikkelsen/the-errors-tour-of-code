IDENTIFICATION DIVISION.
PROGRAM-ID. FISCAL-GENERATOR.
AUTHOR. Simon Mikkelsen.
* Accounting closes on a 4-4-5 fiscal calendar - each quarter is two
* four-week periods and a five-week one - so its periods start and
* end on whatever day the weeks fall, never on the first and last
* of a month. This generator builds one fiscal year of the fiscal
* calendar FISCALCAL.TXT, one line per period in the format
* DATEROUTINES reads (see DATEROUTINES-LINKAGE.CPY):
*     fiscal-year,period,start-YYYYMMDD,end-YYYYMMDD
* from a pattern rule of weeks per period: three digits are one
* quarter repeated four times (445, 454 or 544 - blank is 445),
* twelve or thirteen digits give every period of the year its own
* number of weeks (4444444444444 is the thirteen-period year). The
* year starts on the day the operator names, or - left blank - the
* day after the last period already on the calendar, so the years
* follow on without a gap; a 53-week year puts its extra week on
* the last period. A year already on the calendar is replaced, the
* other years are kept, and the lines are written back in date
* order. A year whose periods would overlap another year's is not
* written at all. A proof listing of every period with its weeks
* and its last business day on the house calendar goes to
* FISCAL-PROOF.RPT under the standard report header. Single lines
* are corrected afterwards through CONTROL-FILE-EDITOR (kind P).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCALCAL.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FISCAL-STATUS.
    SELECT PROOF-REPORT-FILE ASSIGN TO 'FISCAL-PROOF.RPT'
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  FISCAL-CALENDAR-FILE.
01  FISCAL-CALENDAR-RECORD PIC X(80).

FD  PROOF-REPORT-FILE.
01  PROOF-REPORT-RECORD PIC X(100).

COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "report-header-ws.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-FISCAL-STATUS PIC X(02).
01  WS-FISCAL-EOF-FLAG PIC X VALUE 'N'.
    88  WS-FISCAL-EOF VALUE 'Y'.
01  WS-TARGET-YEAR PIC 9(04) VALUE 0.
01  WS-START-TEXT PIC X(08).
01  WS-START-DATE PIC 9(08) VALUE 0.
01  WS-START-PARTS REDEFINES WS-START-DATE.
    05  WS-START-YEAR PIC 9(04).
    05  WS-START-MONTH PIC 9(02).
    05  WS-START-DAY PIC 9(02).
01  WS-PATTERN-TEXT PIC X(13).
01  WS-PATTERN-LENGTH PIC 9(02) VALUE 0.
01  WS-LONG-YEAR-ANSWER PIC X(01).
01  WS-ANSWER PIC X(01).

* The periods of the year being built.
01  WS-NEW-TABLE.
    05  WS-NEW-ENTRY OCCURS 13 TIMES.
        10  WS-NEW-WEEKS PIC 9(01).
        10  WS-NEW-START PIC 9(08).
        10  WS-NEW-END PIC 9(08).
01  WS-NEW-COUNT PIC 9(02) VALUE 0.
01  WS-NEW-INDEX PIC 9(02) VALUE 0.
01  WS-YEAR-END PIC 9(08) VALUE 0.
01  WS-WORK-INTEGER PIC 9(08) VALUE 0.
01  WS-WEEK-TOTAL PIC 9(02) VALUE 0.

* The other years already on the calendar, kept as they stand.
01  WS-KEPT-TABLE.
    05  WS-KEPT-ENTRY OCCURS 300 TIMES.
        10  WS-KEPT-YEAR PIC 9(04).
        10  WS-KEPT-PERIOD PIC 9(02).
        10  WS-KEPT-START PIC 9(08).
        10  WS-KEPT-END PIC 9(08).
01  WS-KEPT-COUNT PIC 9(03) VALUE 0.
01  WS-KEPT-INDEX PIC 9(03) VALUE 0.
01  WS-REPLACED-COUNT PIC 9(02) VALUE 0.
01  WS-LAST-END-ON-FILE PIC 9(08) VALUE 0.
01  WS-OVERLAP-INDEX PIC 9(03) VALUE 0.
01  WS-IN-YEAR-TEXT PIC X(04).
01  WS-IN-PERIOD-TEXT PIC X(02).
01  WS-IN-START-TEXT PIC X(08).
01  WS-IN-END-TEXT PIC X(08).
01  WS-NEW-WRITTEN-FLAG PIC X VALUE 'N'.
    88  WS-NEW-WRITTEN VALUE 'Y'.

01  WS-PROOF-LINE PIC X(100).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Generate fiscal year (YYYY): ' WITH NO ADVANCING.
    ACCEPT WS-TARGET-YEAR.
    IF WS-TARGET-YEAR < 1900 OR WS-TARGET-YEAR > 2199
     DISPLAY 'A fiscal year between 1900 and 2199 is required.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LOAD-OTHER-YEARS.
    DISPLAY 'First day of the year (YYYYMMDD, blank = the day after '
        'the last period on file): ' WITH NO ADVANCING.
    MOVE SPACES TO WS-START-TEXT.
    ACCEPT WS-START-TEXT.
    IF WS-START-TEXT = SPACES
     IF WS-LAST-END-ON-FILE = 0
      DISPLAY 'No periods on file to follow on from - name the day.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
     COMPUTE WS-WORK-INTEGER =
         FUNCTION INTEGER-OF-DATE(WS-LAST-END-ON-FILE) + 1
     MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER) TO WS-START-DATE
    ELSE
     IF WS-START-TEXT IS NOT NUMERIC
      DISPLAY 'The first day must be a date YYYYMMDD.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
     MOVE WS-START-TEXT TO WS-START-DATE
     IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
      DISPLAY 'That is not a real calendar date.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
    END-IF.
    DISPLAY 'Weeks per period (445, 454, 544, or one digit per '
        'period; blank = 445): ' WITH NO ADVANCING.
    MOVE SPACES TO WS-PATTERN-TEXT.
    ACCEPT WS-PATTERN-TEXT.
    IF WS-PATTERN-TEXT = SPACES
     MOVE '445' TO WS-PATTERN-TEXT
    END-IF.
    DISPLAY 'A 53-week year? (Y/N): ' WITH NO ADVANCING.
    ACCEPT WS-LONG-YEAR-ANSWER.
    MOVE FUNCTION UPPER-CASE(WS-LONG-YEAR-ANSWER)
        TO WS-LONG-YEAR-ANSWER.
    PERFORM EXPAND-PATTERN-RULE.
    IF WS-NEW-COUNT = 0
     DISPLAY 'The pattern must be 3, 12 or 13 digits of 1 to 9 weeks.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LAY-OUT-PERIODS.
    PERFORM FIND-OVERLAPPING-YEAR.
    IF WS-OVERLAP-INDEX > 0
     DISPLAY 'Fiscal ' WS-TARGET-YEAR ' (' WS-START-DATE ' - '
         WS-YEAR-END ') would overlap ' WS-KEPT-YEAR(WS-OVERLAP-INDEX)
         ' period ' WS-KEPT-PERIOD(WS-OVERLAP-INDEX) ' ('
         WS-KEPT-START(WS-OVERLAP-INDEX) ' - '
         WS-KEPT-END(WS-OVERLAP-INDEX) ') - nothing written.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM SHOW-ONE-NEW-PERIOD
        VARYING WS-NEW-INDEX FROM 1 BY 1
        UNTIL WS-NEW-INDEX > WS-NEW-COUNT.
    IF WS-REPLACED-COUNT > 0
     DISPLAY 'This replaces the ' WS-REPLACED-COUNT ' period(s) of '
         WS-TARGET-YEAR ' on file.'
    END-IF.
    DISPLAY 'Write fiscal ' WS-TARGET-YEAR ' to FISCALCAL.TXT? (Y/N): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
     DISPLAY 'Nothing written.'
     GOBACK
    END-IF.
    PERFORM WRITE-FISCAL-CALENDAR.
    PERFORM WRITE-PROOF-LISTING.
    DISPLAY 'Fiscal ' WS-TARGET-YEAR ' written to FISCALCAL.TXT; '
        'proof listing in FISCAL-PROOF.RPT.'.
    GOBACK.

LOAD-OTHER-YEARS.
* Every line of another year is kept as it stands; the target
* year's own lines are counted and dropped, to be replaced.
    MOVE 0 TO WS-KEPT-COUNT.
    MOVE 0 TO WS-REPLACED-COUNT.
    MOVE 0 TO WS-LAST-END-ON-FILE.
    MOVE 'N' TO WS-FISCAL-EOF-FLAG.
    OPEN INPUT FISCAL-CALENDAR-FILE.
    IF WS-FISCAL-STATUS NOT = '00'
     SET WS-FISCAL-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-OTHER-PERIOD UNTIL WS-FISCAL-EOF.
    IF WS-FISCAL-STATUS = '00' OR WS-FISCAL-STATUS = '10'
     CLOSE FISCAL-CALENDAR-FILE
    END-IF.

LOAD-ONE-OTHER-PERIOD.
    READ FISCAL-CALENDAR-FILE
     AT END
      SET WS-FISCAL-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-IN-YEAR-TEXT WS-IN-PERIOD-TEXT
          WS-IN-START-TEXT WS-IN-END-TEXT
      UNSTRING FISCAL-CALENDAR-RECORD DELIMITED BY ','
          INTO WS-IN-YEAR-TEXT WS-IN-PERIOD-TEXT
               WS-IN-START-TEXT WS-IN-END-TEXT
      IF WS-IN-YEAR-TEXT IS NUMERIC AND WS-IN-PERIOD-TEXT IS NUMERIC
          AND WS-IN-START-TEXT IS NUMERIC AND WS-IN-END-TEXT IS NUMERIC
       IF WS-IN-YEAR-TEXT = WS-TARGET-YEAR
        ADD 1 TO WS-REPLACED-COUNT
       ELSE
        IF WS-KEPT-COUNT < 300
         ADD 1 TO WS-KEPT-COUNT
         MOVE WS-IN-YEAR-TEXT TO WS-KEPT-YEAR(WS-KEPT-COUNT)
         MOVE WS-IN-PERIOD-TEXT TO WS-KEPT-PERIOD(WS-KEPT-COUNT)
         MOVE WS-IN-START-TEXT TO WS-KEPT-START(WS-KEPT-COUNT)
         MOVE WS-IN-END-TEXT TO WS-KEPT-END(WS-KEPT-COUNT)
         IF WS-KEPT-END(WS-KEPT-COUNT) > WS-LAST-END-ON-FILE
          MOVE WS-KEPT-END(WS-KEPT-COUNT) TO WS-LAST-END-ON-FILE
         END-IF
        END-IF
       END-IF
      END-IF
    END-READ.

EXPAND-PATTERN-RULE.
* Three digits are one quarter, used four times over; twelve or
* thirteen are the whole year. Anything else builds no periods.
    MOVE 0 TO WS-NEW-COUNT.
    MOVE 0 TO WS-PATTERN-LENGTH.
    INSPECT WS-PATTERN-TEXT TALLYING WS-PATTERN-LENGTH
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF WS-PATTERN-TEXT(1:WS-PATTERN-LENGTH) IS NUMERIC
        AND (WS-PATTERN-LENGTH = 3 OR WS-PATTERN-LENGTH = 12
             OR WS-PATTERN-LENGTH = 13)
     IF WS-PATTERN-LENGTH = 3
      MOVE 12 TO WS-NEW-COUNT
     ELSE
      MOVE WS-PATTERN-LENGTH TO WS-NEW-COUNT
     END-IF
     PERFORM VARYING WS-NEW-INDEX FROM 1 BY 1
         UNTIL WS-NEW-INDEX > WS-NEW-COUNT
      IF WS-PATTERN-LENGTH = 3
       MOVE WS-PATTERN-TEXT(FUNCTION MOD(WS-NEW-INDEX - 1 3) + 1:1)
           TO WS-NEW-WEEKS(WS-NEW-INDEX)
      ELSE
       MOVE WS-PATTERN-TEXT(WS-NEW-INDEX:1)
           TO WS-NEW-WEEKS(WS-NEW-INDEX)
      END-IF
      IF WS-NEW-WEEKS(WS-NEW-INDEX) = 0
       MOVE 0 TO WS-NEW-COUNT
      END-IF
     END-PERFORM
    END-IF.
    IF WS-NEW-COUNT > 0 AND WS-LONG-YEAR-ANSWER = 'Y'
     IF WS-NEW-WEEKS(WS-NEW-COUNT) = 9
      MOVE 0 TO WS-NEW-COUNT
     ELSE
      ADD 1 TO WS-NEW-WEEKS(WS-NEW-COUNT)
     END-IF
    END-IF.

LAY-OUT-PERIODS.
* Each period starts the day after the one before ends and runs its
* whole number of weeks.
    COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE(WS-START-DATE).
    MOVE 0 TO WS-WEEK-TOTAL.
    PERFORM VARYING WS-NEW-INDEX FROM 1 BY 1
        UNTIL WS-NEW-INDEX > WS-NEW-COUNT
     MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
         TO WS-NEW-START(WS-NEW-INDEX)
     COMPUTE WS-WORK-INTEGER =
         WS-WORK-INTEGER + WS-NEW-WEEKS(WS-NEW-INDEX) * 7
     MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER - 1)
         TO WS-NEW-END(WS-NEW-INDEX)
     ADD WS-NEW-WEEKS(WS-NEW-INDEX) TO WS-WEEK-TOTAL
    END-PERFORM.
    MOVE WS-NEW-END(WS-NEW-COUNT) TO WS-YEAR-END.

FIND-OVERLAPPING-YEAR.
    MOVE 0 TO WS-OVERLAP-INDEX.
    PERFORM VARYING WS-KEPT-INDEX FROM 1 BY 1
        UNTIL WS-KEPT-INDEX > WS-KEPT-COUNT OR WS-OVERLAP-INDEX > 0
     IF WS-KEPT-START(WS-KEPT-INDEX) <= WS-YEAR-END
         AND WS-KEPT-END(WS-KEPT-INDEX) >= WS-START-DATE
      MOVE WS-KEPT-INDEX TO WS-OVERLAP-INDEX
     END-IF
    END-PERFORM.

SHOW-ONE-NEW-PERIOD.
    DISPLAY '  ' WS-TARGET-YEAR ' PERIOD ' WS-NEW-INDEX ' '
        WS-NEW-START(WS-NEW-INDEX) ' - ' WS-NEW-END(WS-NEW-INDEX)
        ' (' WS-NEW-WEEKS(WS-NEW-INDEX) ' WEEKS)'.

WRITE-FISCAL-CALENDAR.
* The kept years before the new one, the new one, then the kept
* years after it - the file stays in date order.
    OPEN OUTPUT FISCAL-CALENDAR-FILE.
    MOVE 'N' TO WS-NEW-WRITTEN-FLAG.
    PERFORM VARYING WS-KEPT-INDEX FROM 1 BY 1
        UNTIL WS-KEPT-INDEX > WS-KEPT-COUNT
     IF WS-KEPT-START(WS-KEPT-INDEX) > WS-YEAR-END
         AND NOT WS-NEW-WRITTEN
      PERFORM WRITE-NEW-YEAR-LINES
     END-IF
     MOVE SPACES TO FISCAL-CALENDAR-RECORD
     STRING WS-KEPT-YEAR(WS-KEPT-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-KEPT-PERIOD(WS-KEPT-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-KEPT-START(WS-KEPT-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-KEPT-END(WS-KEPT-INDEX) DELIMITED BY SIZE
         INTO FISCAL-CALENDAR-RECORD
     WRITE FISCAL-CALENDAR-RECORD
    END-PERFORM.
    IF NOT WS-NEW-WRITTEN
     PERFORM WRITE-NEW-YEAR-LINES
    END-IF.
    CLOSE FISCAL-CALENDAR-FILE.

WRITE-NEW-YEAR-LINES.
    SET WS-NEW-WRITTEN TO TRUE.
    PERFORM VARYING WS-NEW-INDEX FROM 1 BY 1
        UNTIL WS-NEW-INDEX > WS-NEW-COUNT
     MOVE SPACES TO FISCAL-CALENDAR-RECORD
     STRING WS-TARGET-YEAR DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-NEW-INDEX DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-NEW-START(WS-NEW-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-NEW-END(WS-NEW-INDEX) DELIMITED BY SIZE
         INTO FISCAL-CALENDAR-RECORD
     WRITE FISCAL-CALENDAR-RECORD
    END-PERFORM.

WRITE-PROOF-LISTING.
    OPEN OUTPUT PROOF-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE PROOF-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-PROOF-LINE.
    STRING 'FISCAL CALENDAR PROOF FOR ' DELIMITED BY SIZE
        WS-TARGET-YEAR DELIMITED BY SIZE
        ' - PATTERN ' DELIMITED BY SIZE
        WS-PATTERN-TEXT DELIMITED BY SPACE
        ', ' DELIMITED BY SIZE
        WS-WEEK-TOTAL DELIMITED BY SIZE
        ' WEEKS' DELIMITED BY SIZE
        INTO WS-PROOF-LINE.
    WRITE PROOF-REPORT-RECORD FROM WS-PROOF-LINE.
    MOVE 'PERIOD  START     END       WEEKS  LAST BUSINESS DAY'
        TO WS-PROOF-LINE.
    WRITE PROOF-REPORT-RECORD FROM WS-PROOF-LINE.
    PERFORM PROVE-ONE-PERIOD
        VARYING WS-NEW-INDEX FROM 1 BY 1
        UNTIL WS-NEW-INDEX > WS-NEW-COUNT.
    CLOSE PROOF-REPORT-FILE.

PROVE-ONE-PERIOD.
* The last business day is one business day back from the day after
* the period ends, on the house holiday calendar.
    COMPUTE WS-WORK-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-NEW-END(WS-NEW-INDEX)) + 1.
    MOVE 'ABD' TO DATECALC-OPERATION.
    MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER) TO DATECALC-DATE-1.
    MOVE -1 TO DATECALC-DAY-COUNT.
    MOVE SPACES TO DATECALC-CALENDAR.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE SPACES TO WS-PROOF-LINE.
    STRING '  ' DELIMITED BY SIZE
        WS-NEW-INDEX DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-NEW-START(WS-NEW-INDEX) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-NEW-END(WS-NEW-INDEX) DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-NEW-WEEKS(WS-NEW-INDEX) DELIMITED BY SIZE
        '      ' DELIMITED BY SIZE
        DATECALC-RESULT-DATE DELIMITED BY SIZE
        INTO WS-PROOF-LINE.
    WRITE PROOF-REPORT-RECORD FROM WS-PROOF-LINE.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='FISCAL-GENERATOR'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".
