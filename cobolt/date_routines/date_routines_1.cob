* already maintains. The calendar is loaded once on the first call
* and held for the rest of the run. The operation codes and the
* parameter area are documented in DATEROUTINES-LINKAGE.CPY.
* One calendar no longer fits every counterparty: a Swedish partner
* and the TARGET2 settlement days close on days Denmark works. A
* caller may name the calendar it wants (HOLIDAYS-<name>.TXT, blank
* still meaning HOLIDAYS.TXT); up to ten calendars are held side by
* side, each loaded on its first use, and the JBD operation asks
* whether a day is open in two of them at once.
* Accounting closes on a 4-4-5 fiscal calendar, not on calendar
* months. The fiscal calendar FISCALCAL.TXT (one line per period:
* fiscal year, period number, first and last day) is loaded on the
* first fiscal question and held like the holiday calendars: FPD
* answers which period a date is in, FPB where a named period
* starts and ends, and LBP the last business day of a date's period
* on the caller's holiday calendar - the day a PERIODEND job falls
* due.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLIDAY-FILE ASSIGN TO WS-HOLIDAY-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLIDAY-STATUS.
    SELECT FISCAL-CALENDAR-FILE ASSIGN TO 'FISCALCAL.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FISCAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOLIDAY-FILE.
01  HOLIDAY-RECORD PIC X(20).

FD  FISCAL-CALENDAR-FILE.
01  FISCAL-CALENDAR-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01  WS-HOLIDAY-FILE-NAME PIC X(30) VALUE 'HOLIDAYS.TXT'.
01  WS-HOLIDAY-STATUS PIC X(02).
01  WS-HOLIDAY-EOF-FLAG PIC X VALUE 'N'.
    88  WS-HOLIDAY-EOF VALUE 'Y'.
01  WS-CALENDAR-TABLE.
    05  WS-CAL-ENTRY OCCURS 10 TIMES.
        10  WS-CAL-NAME PIC X(08).
        10  WS-CAL-HOLIDAY-COUNT PIC 9(03).
        10  WS-CAL-HOLIDAY-DATE PIC 9(08) OCCURS 200 TIMES.
01  WS-CAL-COUNT PIC 9(02) VALUE 0.
01  WS-CAL-INDEX PIC 9(02) VALUE 0.
01  WS-CAL-SEARCH PIC 9(02) VALUE 0.
01  WS-WANTED-CALENDAR PIC X(08) VALUE SPACES.
01  WS-HOLIDAY-INDEX PIC 9(03) VALUE 0.
01  WS-JOINT-FLAG PIC X VALUE 'N'.
01  WS-WORK-INTEGER PIC 9(08) VALUE 0.
01  WS-WORK-DATE PIC 9(08) VALUE 0.
01  WS-WORK-DOW PIC 9(01) VALUE 0.
01  WS-STEP-DIRECTION PIC S9(01) VALUE 1.
01  WS-DAYS-LEFT PIC 9(05) VALUE 0.

* The fiscal calendar, loaded on the first fiscal question.
01  WS-FISCAL-STATUS PIC X(02).
01  WS-FISCAL-LOADED-FLAG PIC X VALUE 'N'.
    88  WS-FISCAL-LOADED VALUE 'Y'.
01  WS-FISCAL-EOF-FLAG PIC X VALUE 'N'.
    88  WS-FISCAL-EOF VALUE 'Y'.
01  WS-FISCAL-TABLE.
    05  WS-FP-ENTRY OCCURS 300 TIMES.
        10  WS-FP-YEAR PIC 9(04).
        10  WS-FP-PERIOD PIC 9(02).
        10  WS-FP-START PIC 9(08).
        10  WS-FP-END PIC 9(08).
01  WS-FP-COUNT PIC 9(03) VALUE 0.
01  WS-FP-INDEX PIC 9(03) VALUE 0.
01  WS-FP-FOUND PIC 9(03) VALUE 0.
01  WS-FP-YEAR-TEXT PIC X(04).
01  WS-FP-PERIOD-TEXT PIC X(02).
01  WS-FP-START-TEXT PIC X(08).
01  WS-FP-END-TEXT PIC X(08).
01  WS-FP-START-INTEGER PIC 9(08) VALUE 0.

LINKAGE SECTION.
COPY "dateroutines-linkage.cpy".

PROCEDURE DIVISION USING DATECALC-REQUEST.
MAIN-PROCEDURE.
    MOVE DATECALC-CALENDAR TO WS-WANTED-CALENDAR.
    PERFORM SELECT-CALENDAR.
    EVALUATE DATECALC-OPERATION
     WHEN 'IBD' PERFORM ANSWER-IS-BUSINESS-DAY
     WHEN 'DOW' PERFORM ANSWER-DAY-OF-WEEK
     WHEN 'DBT' PERFORM ANSWER-DAYS-BETWEEN
     WHEN 'ABD' PERFORM ANSWER-ADD-BUSINESS-DAYS
     WHEN 'JBD' PERFORM ANSWER-JOINT-BUSINESS-DAY
     WHEN 'FPD' PERFORM ANSWER-FISCAL-PERIOD
     WHEN 'FPB' PERFORM ANSWER-FISCAL-PERIOD-BOUNDS
     WHEN 'LBP' PERFORM ANSWER-LAST-BUSINESS-DAY-OF-PERIOD
     WHEN OTHER CONTINUE
    END-EVALUATE.
    GOBACK.

SELECT-CALENDAR.
* Points WS-CAL-INDEX at the calendar named in WS-WANTED-CALENDAR,
* loading it first if this run has not used it yet. Should more
* than ten calendars be named in one run, the tenth slot is reused
* and reloaded for each further one.
    MOVE 0 TO WS-CAL-INDEX.
    PERFORM VARYING WS-CAL-SEARCH FROM 1 BY 1
        UNTIL WS-CAL-SEARCH > WS-CAL-COUNT OR WS-CAL-INDEX > 0
     IF WS-CAL-NAME(WS-CAL-SEARCH) = WS-WANTED-CALENDAR
      MOVE WS-CAL-SEARCH TO WS-CAL-INDEX
     END-IF
    END-PERFORM.
    IF WS-CAL-INDEX = 0
     IF WS-CAL-COUNT = 10
      MOVE 9 TO WS-CAL-COUNT
     END-IF
     PERFORM LOAD-HOLIDAY-CALENDAR
    END-IF.

LOAD-HOLIDAY-CALENDAR.
    ADD 1 TO WS-CAL-COUNT.
    MOVE WS-CAL-COUNT TO WS-CAL-INDEX.
    MOVE WS-WANTED-CALENDAR TO WS-CAL-NAME(WS-CAL-INDEX).
    MOVE 0 TO WS-CAL-HOLIDAY-COUNT(WS-CAL-INDEX).
    IF WS-WANTED-CALENDAR = SPACES
     MOVE 'HOLIDAYS.TXT' TO WS-HOLIDAY-FILE-NAME
    ELSE
     MOVE SPACES TO WS-HOLIDAY-FILE-NAME
     STRING 'HOLIDAYS-' DELIMITED BY SIZE
         WS-WANTED-CALENDAR DELIMITED BY SPACE
         '.TXT' DELIMITED BY SIZE
         INTO WS-HOLIDAY-FILE-NAME
    END-IF.
    MOVE 'N' TO WS-HOLIDAY-EOF-FLAG.
    OPEN INPUT HOLIDAY-FILE.
    IF WS-HOLIDAY-STATUS NOT = '00'
     SET WS-HOLIDAY-EOF TO TRUE
* The house calendar has always been allowed to be absent; a named
* one that is missing is most likely a typing error, so say so.
     IF WS-WANTED-CALENDAR NOT = SPACES
      DISPLAY 'DATEROUTINES: no holiday calendar '
          FUNCTION TRIM(WS-HOLIDAY-FILE-NAME)
          ' - only weekends are closed.'
     END-IF
    END-IF.
    PERFORM LOAD-ONE-HOLIDAY UNTIL WS-HOLIDAY-EOF.
    IF WS-HOLIDAY-STATUS = '00' OR WS-HOLIDAY-STATUS = '10'
     AT END
      SET WS-HOLIDAY-EOF TO TRUE
     NOT AT END
      IF HOLIDAY-RECORD(1:8) IS NUMERIC
          AND WS-CAL-HOLIDAY-COUNT(WS-CAL-INDEX) < 200
       ADD 1 TO WS-CAL-HOLIDAY-COUNT(WS-CAL-INDEX)
       MOVE HOLIDAY-RECORD(1:8) TO WS-CAL-HOLIDAY-DATE(WS-CAL-INDEX,
           WS-CAL-HOLIDAY-COUNT(WS-CAL-INDEX))
      END-IF
    END-READ.

    ELSE
     MOVE 'Y' TO DATECALC-BUSINESS-FLAG
     PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
         UNTIL WS-HOLIDAY-INDEX > WS-CAL-HOLIDAY-COUNT(WS-CAL-INDEX)
      IF WS-CAL-HOLIDAY-DATE(WS-CAL-INDEX, WS-HOLIDAY-INDEX)
          = WS-WORK-DATE
       MOVE 'N' TO DATECALC-BUSINESS-FLAG
      END-IF
     END-PERFORM
    COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
    PERFORM CHECK-ONE-BUSINESS-DAY.

ANSWER-JOINT-BUSINESS-DAY.
* Open in the first calendar, then asked again of the second; the
* day is a joint business day only when both say yes.
    MOVE DATECALC-DATE-1 TO WS-WORK-DATE.
    COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
    PERFORM CHECK-ONE-BUSINESS-DAY.
    IF DATECALC-BUSINESS-FLAG = 'Y'
     MOVE DATECALC-CALENDAR-2 TO WS-WANTED-CALENDAR
     PERFORM SELECT-CALENDAR
     PERFORM CHECK-ONE-BUSINESS-DAY
    END-IF.

ANSWER-DAY-OF-WEEK.
    COMPUTE WS-WORK-INTEGER =
        FUNCTION INTEGER-OF-DATE(DATECALC-DATE-1).
     END-IF
    END-PERFORM.
    MOVE WS-WORK-DATE TO DATECALC-RESULT-DATE.

LOAD-FISCAL-CALENDAR.
* A missing calendar leaves the table empty: every fiscal question
* then answers zero, which the callers report as no period on file.
    SET WS-FISCAL-LOADED TO TRUE.
    MOVE 0 TO WS-FP-COUNT.
    MOVE 'N' TO WS-FISCAL-EOF-FLAG.
    OPEN INPUT FISCAL-CALENDAR-FILE.
    IF WS-FISCAL-STATUS NOT = '00'
     DISPLAY 'DATEROUTINES: no fiscal calendar FISCALCAL.TXT.'
     SET WS-FISCAL-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-FISCAL-PERIOD UNTIL WS-FISCAL-EOF.
    IF WS-FISCAL-STATUS = '00' OR WS-FISCAL-STATUS = '10'
     CLOSE FISCAL-CALENDAR-FILE
    END-IF.

LOAD-ONE-FISCAL-PERIOD.
    READ FISCAL-CALENDAR-FILE
     AT END
      SET WS-FISCAL-EOF TO TRUE
     NOT AT END
      IF FISCAL-CALENDAR-RECORD NOT = SPACES
          AND FISCAL-CALENDAR-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-FP-YEAR-TEXT WS-FP-PERIOD-TEXT
           WS-FP-START-TEXT WS-FP-END-TEXT
       UNSTRING FISCAL-CALENDAR-RECORD DELIMITED BY ','
           INTO WS-FP-YEAR-TEXT WS-FP-PERIOD-TEXT
                WS-FP-START-TEXT WS-FP-END-TEXT
       IF WS-FP-YEAR-TEXT IS NUMERIC
           AND WS-FP-PERIOD-TEXT IS NUMERIC
           AND WS-FP-START-TEXT IS NUMERIC
           AND WS-FP-END-TEXT IS NUMERIC
           AND WS-FP-COUNT < 300
        ADD 1 TO WS-FP-COUNT
        MOVE WS-FP-YEAR-TEXT TO WS-FP-YEAR(WS-FP-COUNT)
        MOVE WS-FP-PERIOD-TEXT TO WS-FP-PERIOD(WS-FP-COUNT)
        MOVE WS-FP-START-TEXT TO WS-FP-START(WS-FP-COUNT)
        MOVE WS-FP-END-TEXT TO WS-FP-END(WS-FP-COUNT)
       END-IF
      END-IF
    END-READ.

FIND-FISCAL-PERIOD-OF-DATE.
* Points WS-FP-FOUND at the period holding DATECALC-DATE-1 and
* hands it back in the parameter area; zero everywhere when none.
    IF NOT WS-FISCAL-LOADED
     PERFORM LOAD-FISCAL-CALENDAR
    END-IF.
    MOVE 0 TO WS-FP-FOUND.
    PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
        UNTIL WS-FP-INDEX > WS-FP-COUNT OR WS-FP-FOUND > 0
     IF DATECALC-DATE-1 >= WS-FP-START(WS-FP-INDEX)
         AND DATECALC-DATE-1 <= WS-FP-END(WS-FP-INDEX)
      MOVE WS-FP-INDEX TO WS-FP-FOUND
     END-IF
    END-PERFORM.
    PERFORM RETURN-FOUND-FISCAL-PERIOD.

RETURN-FOUND-FISCAL-PERIOD.
    IF WS-FP-FOUND = 0
     MOVE 0 TO DATECALC-FISCAL-YEAR
     MOVE 0 TO DATECALC-FISCAL-PERIOD
     MOVE 0 TO DATECALC-PERIOD-START
     MOVE 0 TO DATECALC-PERIOD-END
    ELSE
     MOVE WS-FP-YEAR(WS-FP-FOUND) TO DATECALC-FISCAL-YEAR
     MOVE WS-FP-PERIOD(WS-FP-FOUND) TO DATECALC-FISCAL-PERIOD
     MOVE WS-FP-START(WS-FP-FOUND) TO DATECALC-PERIOD-START
     MOVE WS-FP-END(WS-FP-FOUND) TO DATECALC-PERIOD-END
    END-IF.

ANSWER-FISCAL-PERIOD.
    PERFORM FIND-FISCAL-PERIOD-OF-DATE.

ANSWER-FISCAL-PERIOD-BOUNDS.
    IF NOT WS-FISCAL-LOADED
     PERFORM LOAD-FISCAL-CALENDAR
    END-IF.
    MOVE 0 TO WS-FP-FOUND.
    PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
        UNTIL WS-FP-INDEX > WS-FP-COUNT OR WS-FP-FOUND > 0
     IF WS-FP-YEAR(WS-FP-INDEX) = DATECALC-FISCAL-YEAR
         AND WS-FP-PERIOD(WS-FP-INDEX) = DATECALC-FISCAL-PERIOD
      MOVE WS-FP-INDEX TO WS-FP-FOUND
     END-IF
    END-PERFORM.
    IF WS-FP-FOUND = 0
     MOVE 0 TO DATECALC-PERIOD-START
     MOVE 0 TO DATECALC-PERIOD-END
    ELSE
     PERFORM RETURN-FOUND-FISCAL-PERIOD
    END-IF.

ANSWER-LAST-BUSINESS-DAY-OF-PERIOD.
* From the period's last day walk backwards over weekends and
* holidays; a period with no business day in it at all answers
* zero rather than a day of the period before.
    PERFORM FIND-FISCAL-PERIOD-OF-DATE.
    MOVE 0 TO DATECALC-RESULT-DATE.
    IF WS-FP-FOUND > 0
     MOVE WS-FP-END(WS-FP-FOUND) TO WS-WORK-DATE
     COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
     COMPUTE WS-FP-START-INTEGER =
         FUNCTION INTEGER-OF-DATE(WS-FP-START(WS-FP-FOUND))
     PERFORM CHECK-ONE-BUSINESS-DAY
     PERFORM UNTIL DATECALC-BUSINESS-FLAG = 'Y'
         OR WS-WORK-INTEGER <= WS-FP-START-INTEGER
      SUBTRACT 1 FROM WS-WORK-INTEGER
      MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER) TO WS-WORK-DATE
      PERFORM CHECK-ONE-BUSINESS-DAY
     END-PERFORM
     IF DATECALC-BUSINESS-FLAG = 'Y'
      MOVE WS-WORK-DATE TO DATECALC-RESULT-DATE
     END-IF
    END-IF.
