IDENTIFICATION DIVISION.
PROGRAM-ID. INCIDENT-REPORT.
AUTHOR. Simon Mikkelsen.
* The monthly incident review. Every incident INCIDENT-CONSOLE
* opened in the month is counted by root-cause category and by the
* program at fault, with the mean time to acknowledge and the mean
* time to resolve - both measured from when the failure was first
* seen (the earliest linked alert or run), not from when the
* incident was typed in. Incidents still open at the run are shown
* under their own heading rather than left out, since they are the
* ones dragging the means. A program with two or more incidents in
* the month, or one this month and any before it, is a repeat
* offender and is listed with its incident count to date and the
* last fix applied to it, so the review can ask why that fix did
* not hold. One line per incident of the month closes the report,
* which carries the standard header and is registered in the report
* archive as INCIDENTS-YYYYMM.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "incident-select.cpy".
    SELECT INCIDENT-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "incident-fd.cpy".

FD  INCIDENT-REPORT-FILE.
01  INCIDENT-REPORT-RECORD PIC X(132).

COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "incident-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-REPORT-LINE PIC X(132).
01  WS-WANTED-MONTH PIC X(06).
01  WS-WANTED-MONTH-NUMBER PIC 9(06) VALUE 0.
01  WS-OPENED-MONTH PIC 9(06) VALUE 0.

* Month totals.
01  WS-OPENED-COUNT PIC 9(05) VALUE 0.
01  WS-RESOLVED-COUNT PIC 9(05) VALUE 0.
01  WS-STILL-OPEN-COUNT PIC 9(05) VALUE 0.
01  WS-ACKED-COUNT PIC 9(05) VALUE 0.
01  WS-TTA-TOTAL PIC 9(11) VALUE 0.
01  WS-TTR-TOTAL PIC 9(11) VALUE 0.
01  WS-TTA-MINUTES PIC 9(09) VALUE 0.
01  WS-TTR-MINUTES PIC 9(09) VALUE 0.
01  WS-MEAN-MINUTES PIC 9(09) VALUE 0.

* One slot per root-cause category, the last for those still open.
01  WS-CAT-TABLE.
    05  WS-CAT-ENTRY OCCURS 10 TIMES.
        10  WS-CT-NAME PIC X(10).
        10  WS-CT-COUNT PIC 9(05).
        10  WS-CT-TTR-TOTAL PIC 9(11).
01  WS-CT-INDEX PIC 9(02) VALUE 0.
01  WS-CT-FOUND PIC 9(02) VALUE 0.

* One slot per program at fault this month.
01  WS-PROG-TABLE.
    05  WS-PROG-ENTRY OCCURS 100 TIMES.
        10  WS-PG-NAME PIC X(20).
        10  WS-PG-COUNT PIC 9(05).
        10  WS-PG-RESOLVED PIC 9(05).
        10  WS-PG-TTR-TOTAL PIC 9(11).
        10  WS-PG-TO-DATE PIC 9(05).
        10  WS-PG-LAST-FIX-INDEX PIC 9(03).
01  WS-PROG-COUNT PIC 9(03) VALUE 0.
01  WS-PG-INDEX PIC 9(03) VALUE 0.
01  WS-PG-FOUND PIC 9(03) VALUE 0.
01  WS-WORK-PROGRAM PIC X(20).
01  WS-REPEAT-COUNT PIC 9(03) VALUE 0.
01  WS-LAST-FIX-INDEX PIC 9(03) VALUE 0.

01  WS-COUNT-EDIT PIC ZZZZ9.
01  WS-HOURS-EDIT PIC ZZZZ9.
01  WS-HOURS-PART PIC 9(07).
01  WS-MINUTES-PART PIC 9(02).
01  WS-DURATION-TEXT PIC X(08).
01  WS-TTA-TEXT PIC X(08).
01  WS-TTR-TEXT PIC X(08).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Month to review (YYYYMM): ' WITH NO ADVANCING.
    ACCEPT WS-WANTED-MONTH.
    IF WS-WANTED-MONTH(1:6) IS NOT NUMERIC
     DISPLAY 'A review month of the form YYYYMM is required.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    MOVE WS-WANTED-MONTH TO WS-WANTED-MONTH-NUMBER.
    PERFORM LOAD-INCIDENT-TABLE.
    PERFORM SET-UP-CATEGORY-SLOTS.
    PERFORM TALLY-ONE-INCIDENT
        VARYING INCIDENT-INDEX FROM 1 BY 1
        UNTIL INCIDENT-INDEX > INCIDENT-COUNT.
    PERFORM WEIGH-PROGRAM-HISTORY
        VARYING INCIDENT-INDEX FROM 1 BY 1
        UNTIL INCIDENT-INDEX > INCIDENT-COUNT.
    PERFORM WRITE-INCIDENT-REPORT.
    GOBACK.

LOAD-INCIDENT-TABLE.
    COPY "incident-load.cpy".

SET-UP-CATEGORY-SLOTS.
    PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
        UNTIL WS-CT-INDEX > INCIDENT-CATEGORY-COUNT
     MOVE INCIDENT-CATEGORY-ENTRY(WS-CT-INDEX)
         TO WS-CT-NAME(WS-CT-INDEX)
     MOVE 0 TO WS-CT-COUNT(WS-CT-INDEX)
     MOVE 0 TO WS-CT-TTR-TOTAL(WS-CT-INDEX)
    END-PERFORM.
    MOVE '(OPEN)' TO WS-CT-NAME(10).
    MOVE 0 TO WS-CT-COUNT(10).
    MOVE 0 TO WS-CT-TTR-TOTAL(10).

TALLY-ONE-INCIDENT.
    COMPUTE WS-OPENED-MONTH = INCIDENT-OPENED-DATE(INCIDENT-INDEX)
        / 100.
    IF WS-OPENED-MONTH = WS-WANTED-MONTH-NUMBER
     ADD 1 TO WS-OPENED-COUNT
     PERFORM MEASURE-INCIDENT-TIMES
     IF INCIDENT-ACKED-DATE(INCIDENT-INDEX) > 0
      ADD 1 TO WS-ACKED-COUNT
      ADD WS-TTA-MINUTES TO WS-TTA-TOTAL
     END-IF
     MOVE 10 TO WS-CT-FOUND
     IF INCIDENT-STATE(INCIDENT-INDEX) = 'RESOLVED'
      ADD 1 TO WS-RESOLVED-COUNT
      ADD WS-TTR-MINUTES TO WS-TTR-TOTAL
      PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
          UNTIL WS-CT-INDEX > INCIDENT-CATEGORY-COUNT
       IF WS-CT-NAME(WS-CT-INDEX) = INCIDENT-CATEGORY(INCIDENT-INDEX)
        MOVE WS-CT-INDEX TO WS-CT-FOUND
       END-IF
      END-PERFORM
     ELSE
      ADD 1 TO WS-STILL-OPEN-COUNT
     END-IF
     ADD 1 TO WS-CT-COUNT(WS-CT-FOUND)
     ADD WS-TTR-MINUTES TO WS-CT-TTR-TOTAL(WS-CT-FOUND)
     PERFORM FIND-PROGRAM-SLOT
     IF WS-PG-FOUND > 0
      ADD 1 TO WS-PG-COUNT(WS-PG-FOUND)
      IF INCIDENT-STATE(INCIDENT-INDEX) = 'RESOLVED'
       ADD 1 TO WS-PG-RESOLVED(WS-PG-FOUND)
       ADD WS-TTR-MINUTES TO WS-PG-TTR-TOTAL(WS-PG-FOUND)
      END-IF
     END-IF
    END-IF.

MEASURE-INCIDENT-TIMES.
* Minutes from detection to the first acknowledgment and to the
* resolution; zero where the incident has not got that far.
    MOVE 0 TO WS-TTA-MINUTES.
    MOVE 0 TO WS-TTR-MINUTES.
    MOVE INCIDENT-DETECTED-DATE(INCIDENT-INDEX) TO INCIDENT-STAMP-DATE.
    MOVE INCIDENT-DETECTED-TIME(INCIDENT-INDEX) TO INCIDENT-STAMP-TIME.
    PERFORM STAMP-TO-MINUTES.
    MOVE INCIDENT-MINUTE-TO TO INCIDENT-MINUTE-FROM.
    IF INCIDENT-ACKED-DATE(INCIDENT-INDEX) > 0
     MOVE INCIDENT-ACKED-DATE(INCIDENT-INDEX) TO INCIDENT-STAMP-DATE
     MOVE INCIDENT-ACKED-TIME(INCIDENT-INDEX) TO INCIDENT-STAMP-TIME
     PERFORM STAMP-TO-MINUTES
     PERFORM ELAPSE-MINUTES
     MOVE INCIDENT-ELAPSED-MINUTES TO WS-TTA-MINUTES
    END-IF.
    IF INCIDENT-STATE(INCIDENT-INDEX) = 'RESOLVED'
     MOVE INCIDENT-RESOLVED-DATE(INCIDENT-INDEX)
         TO INCIDENT-STAMP-DATE
     MOVE INCIDENT-RESOLVED-TIME(INCIDENT-INDEX)
         TO INCIDENT-STAMP-TIME
     PERFORM STAMP-TO-MINUTES
     PERFORM ELAPSE-MINUTES
     MOVE INCIDENT-ELAPSED-MINUTES TO WS-TTR-MINUTES
    END-IF.

STAMP-TO-MINUTES.
    IF INCIDENT-STAMP-DATE < 16010101
     MOVE 0 TO INCIDENT-MINUTE-TO
    ELSE
     COMPUTE INCIDENT-MINUTE-TO =
         FUNCTION INTEGER-OF-DATE(INCIDENT-STAMP-DATE) * 1440
         + INCIDENT-STAMP-HOUR * 60 + INCIDENT-STAMP-MINUTE
    END-IF.

ELAPSE-MINUTES.
    IF INCIDENT-MINUTE-TO > INCIDENT-MINUTE-FROM
        AND INCIDENT-MINUTE-FROM > 0
     COMPUTE INCIDENT-ELAPSED-MINUTES =
         INCIDENT-MINUTE-TO - INCIDENT-MINUTE-FROM
    ELSE
     MOVE 0 TO INCIDENT-ELAPSED-MINUTES
    END-IF.

FIND-PROGRAM-SLOT.
    MOVE INCIDENT-PROGRAM(INCIDENT-INDEX) TO WS-WORK-PROGRAM.
    IF WS-WORK-PROGRAM = SPACES
     MOVE '(UNKNOWN)' TO WS-WORK-PROGRAM
    END-IF.
    MOVE 0 TO WS-PG-FOUND.
    PERFORM VARYING WS-PG-INDEX FROM 1 BY 1
        UNTIL WS-PG-INDEX > WS-PROG-COUNT OR WS-PG-FOUND > 0
     IF WS-PG-NAME(WS-PG-INDEX) = WS-WORK-PROGRAM
      MOVE WS-PG-INDEX TO WS-PG-FOUND
     END-IF
    END-PERFORM.
    IF WS-PG-FOUND = 0 AND WS-PROG-COUNT < 100
     ADD 1 TO WS-PROG-COUNT
     MOVE WS-PROG-COUNT TO WS-PG-FOUND
     MOVE WS-WORK-PROGRAM TO WS-PG-NAME(WS-PG-FOUND)
     MOVE 0 TO WS-PG-COUNT(WS-PG-FOUND)
     MOVE 0 TO WS-PG-RESOLVED(WS-PG-FOUND)
     MOVE 0 TO WS-PG-TTR-TOTAL(WS-PG-FOUND)
     MOVE 0 TO WS-PG-TO-DATE(WS-PG-FOUND)
     MOVE 0 TO WS-PG-LAST-FIX-INDEX(WS-PG-FOUND)
    END-IF.

WEIGH-PROGRAM-HISTORY.
* Every incident opened up to the end of the month counts towards
* its program's total to date; the one resolved latest gives the
* last fix.
    COMPUTE WS-OPENED-MONTH = INCIDENT-OPENED-DATE(INCIDENT-INDEX)
        / 100.
    IF WS-OPENED-MONTH NOT > WS-WANTED-MONTH-NUMBER
     MOVE INCIDENT-PROGRAM(INCIDENT-INDEX) TO WS-WORK-PROGRAM
     IF WS-WORK-PROGRAM = SPACES
      MOVE '(UNKNOWN)' TO WS-WORK-PROGRAM
     END-IF
     PERFORM VARYING WS-PG-INDEX FROM 1 BY 1
         UNTIL WS-PG-INDEX > WS-PROG-COUNT
      IF WS-PG-NAME(WS-PG-INDEX) = WS-WORK-PROGRAM
       ADD 1 TO WS-PG-TO-DATE(WS-PG-INDEX)
       IF INCIDENT-STATE(INCIDENT-INDEX) = 'RESOLVED'
        PERFORM WEIGH-LAST-FIX
       END-IF
      END-IF
     END-PERFORM
    END-IF.

WEIGH-LAST-FIX.
    MOVE WS-PG-LAST-FIX-INDEX(WS-PG-INDEX) TO WS-LAST-FIX-INDEX.
    IF WS-LAST-FIX-INDEX = 0
     MOVE INCIDENT-INDEX TO WS-PG-LAST-FIX-INDEX(WS-PG-INDEX)
    ELSE
    IF INCIDENT-RESOLVED-DATE(INCIDENT-INDEX)
        > INCIDENT-RESOLVED-DATE(WS-LAST-FIX-INDEX)
        OR (INCIDENT-RESOLVED-DATE(INCIDENT-INDEX)
            = INCIDENT-RESOLVED-DATE(WS-LAST-FIX-INDEX)
        AND INCIDENT-RESOLVED-TIME(INCIDENT-INDEX)
            > INCIDENT-RESOLVED-TIME(WS-LAST-FIX-INDEX))
     MOVE INCIDENT-INDEX TO WS-PG-LAST-FIX-INDEX(WS-PG-INDEX)
    END-IF
    END-IF.

WRITE-INCIDENT-REPORT.
    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'INCIDENTS-' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT INCIDENT-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE INCIDENT-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'INCIDENT REVIEW FOR ' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.
    IF INCIDENT-TABLE-OVERFLOWED
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'INCIDENTS.TXT HOLDS MORE THAN 500 INCIDENTS - ONLY '
         'THE OLDEST 500 ARE COUNTED.' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'OPENED: ' DELIMITED BY SIZE
        WS-OPENED-COUNT DELIMITED BY SIZE
        '  RESOLVED: ' DELIMITED BY SIZE
        WS-RESOLVED-COUNT DELIMITED BY SIZE
        '  STILL OPEN: ' DELIMITED BY SIZE
        WS-STILL-OPEN-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-OPENED-COUNT = 0
     MOVE 'NO INCIDENTS OPENED IN THE MONTH.' TO WS-REPORT-LINE
     WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
    ELSE
     PERFORM WRITE-MEAN-TIMES
     PERFORM WRITE-CATEGORY-SECTION
     PERFORM WRITE-PROGRAM-SECTION
     PERFORM WRITE-REPEAT-OFFENDERS
     PERFORM WRITE-INCIDENT-LIST
    END-IF.
    CLOSE INCIDENT-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY WS-OPENED-COUNT ' incident(s) reviewed, written to '
        FUNCTION TRIM(WS-REPORT-NAME) '.'.

WRITE-MEAN-TIMES.
    MOVE 0 TO WS-MEAN-MINUTES.
    IF WS-ACKED-COUNT > 0
     COMPUTE WS-MEAN-MINUTES ROUNDED = WS-TTA-TOTAL / WS-ACKED-COUNT
    END-IF.
    PERFORM FORMAT-DURATION.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'MEAN TIME TO ACKNOWLEDGE (HHHHH:MM): ' DELIMITED BY SIZE
        WS-DURATION-TEXT DELIMITED BY SIZE
        '  OVER ' DELIMITED BY SIZE
        WS-ACKED-COUNT DELIMITED BY SIZE
        ' ACKNOWLEDGED' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 0 TO WS-MEAN-MINUTES.
    IF WS-RESOLVED-COUNT > 0
     COMPUTE WS-MEAN-MINUTES ROUNDED =
         WS-TTR-TOTAL / WS-RESOLVED-COUNT
    END-IF.
    PERFORM FORMAT-DURATION.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'MEAN TIME TO RESOLVE (HHHHH:MM):     ' DELIMITED BY SIZE
        WS-DURATION-TEXT DELIMITED BY SIZE
        '  OVER ' DELIMITED BY SIZE
        WS-RESOLVED-COUNT DELIMITED BY SIZE
        ' RESOLVED' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.

FORMAT-DURATION.
* WS-MEAN-MINUTES as hours and minutes.
    DIVIDE WS-MEAN-MINUTES BY 60 GIVING WS-HOURS-PART
        REMAINDER WS-MINUTES-PART.
    MOVE WS-HOURS-PART TO WS-HOURS-EDIT.
    MOVE SPACES TO WS-DURATION-TEXT.
    STRING WS-HOURS-EDIT DELIMITED BY SIZE
        ':' DELIMITED BY SIZE
        WS-MINUTES-PART DELIMITED BY SIZE
        INTO WS-DURATION-TEXT.

WRITE-SECTION-RULE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE ALL '-' TO WS-REPORT-LINE(1:40).
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-CATEGORY-SECTION.
    PERFORM WRITE-SECTION-RULE.
    MOVE 'BY ROOT-CAUSE CATEGORY    INCIDENTS  MEAN TIME TO RESOLVE'
        TO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-CATEGORY-LINE
        VARYING WS-CT-INDEX FROM 1 BY 1
        UNTIL WS-CT-INDEX > 10.

WRITE-ONE-CATEGORY-LINE.
    IF WS-CT-COUNT(WS-CT-INDEX) > 0
     MOVE WS-CT-COUNT(WS-CT-INDEX) TO WS-COUNT-EDIT
     MOVE SPACES TO WS-REPORT-LINE
     MOVE WS-CT-NAME(WS-CT-INDEX) TO WS-REPORT-LINE(3:10)
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(28:5)
     IF WS-CT-INDEX < 10
      COMPUTE WS-MEAN-MINUTES ROUNDED =
          WS-CT-TTR-TOTAL(WS-CT-INDEX) / WS-CT-COUNT(WS-CT-INDEX)
      PERFORM FORMAT-DURATION
      MOVE WS-DURATION-TEXT TO WS-REPORT-LINE(38:8)
     ELSE
      MOVE 'NOT RESOLVED' TO WS-REPORT-LINE(38:12)
     END-IF
     WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-PROGRAM-SECTION.
    PERFORM WRITE-SECTION-RULE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'BY PROGRAM AT FAULT       INCIDENTS  RESOLVED  '
        'MEAN TIME TO RESOLVE' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-PROGRAM-LINE
        VARYING WS-PG-INDEX FROM 1 BY 1
        UNTIL WS-PG-INDEX > WS-PROG-COUNT.

WRITE-ONE-PROGRAM-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-PG-NAME(WS-PG-INDEX) TO WS-REPORT-LINE(3:20).
    MOVE WS-PG-COUNT(WS-PG-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(28:5).
    MOVE WS-PG-RESOLVED(WS-PG-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(37:5).
    IF WS-PG-RESOLVED(WS-PG-INDEX) > 0
     COMPUTE WS-MEAN-MINUTES ROUNDED =
         WS-PG-TTR-TOTAL(WS-PG-INDEX) / WS-PG-RESOLVED(WS-PG-INDEX)
     PERFORM FORMAT-DURATION
     MOVE WS-DURATION-TEXT TO WS-REPORT-LINE(48:8)
    END-IF.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-REPEAT-OFFENDERS.
    PERFORM WRITE-SECTION-RULE.
    MOVE 'REPEAT OFFENDERS          THIS MONTH  TO DATE'
        TO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 0 TO WS-REPEAT-COUNT.
    PERFORM WRITE-ONE-REPEAT-OFFENDER
        VARYING WS-PG-INDEX FROM 1 BY 1
        UNTIL WS-PG-INDEX > WS-PROG-COUNT.
    IF WS-REPEAT-COUNT = 0
     MOVE '  NONE - NO PROGRAM FAILED MORE THAN ONCE.'
         TO WS-REPORT-LINE
     WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-ONE-REPEAT-OFFENDER.
    IF WS-PG-TO-DATE(WS-PG-INDEX) > 1
     ADD 1 TO WS-REPEAT-COUNT
     MOVE SPACES TO WS-REPORT-LINE
     MOVE WS-PG-NAME(WS-PG-INDEX) TO WS-REPORT-LINE(3:20)
     MOVE WS-PG-COUNT(WS-PG-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(30:5)
     MOVE WS-PG-TO-DATE(WS-PG-INDEX) TO WS-COUNT-EDIT
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(39:5)
     WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
     MOVE WS-PG-LAST-FIX-INDEX(WS-PG-INDEX) TO INCIDENT-INDEX
     MOVE SPACES TO WS-REPORT-LINE
     IF INCIDENT-INDEX = 0
      MOVE '    LAST FIX: (NONE RESOLVED YET)' TO WS-REPORT-LINE
     ELSE
      STRING '    LAST FIX (INCIDENT ' DELIMITED BY SIZE
          INCIDENT-ID(INCIDENT-INDEX) DELIMITED BY SIZE
          ', ' DELIMITED BY SIZE
          INCIDENT-CATEGORY(INCIDENT-INDEX) DELIMITED BY SPACE
          '): ' DELIMITED BY SIZE
          INCIDENT-FIX(INCIDENT-INDEX) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
     END-IF
     WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-INCIDENT-LIST.
    PERFORM WRITE-SECTION-RULE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'INCIDENT PROGRAM              CATEGORY   DETECTED  '
        'TO ACK   TO RESOLVE    TITLE' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-INCIDENT-LINE
        VARYING INCIDENT-INDEX FROM 1 BY 1
        UNTIL INCIDENT-INDEX > INCIDENT-COUNT.

WRITE-ONE-INCIDENT-LINE.
    COMPUTE WS-OPENED-MONTH = INCIDENT-OPENED-DATE(INCIDENT-INDEX)
        / 100.
    IF WS-OPENED-MONTH = WS-WANTED-MONTH-NUMBER
     PERFORM MEASURE-INCIDENT-TIMES
     MOVE SPACES TO WS-TTA-TEXT WS-TTR-TEXT
     IF INCIDENT-ACKED-DATE(INCIDENT-INDEX) > 0
      MOVE WS-TTA-MINUTES TO WS-MEAN-MINUTES
      PERFORM FORMAT-DURATION
      MOVE WS-DURATION-TEXT TO WS-TTA-TEXT
     END-IF
     IF INCIDENT-STATE(INCIDENT-INDEX) = 'RESOLVED'
      MOVE WS-TTR-MINUTES TO WS-MEAN-MINUTES
      PERFORM FORMAT-DURATION
      MOVE WS-DURATION-TEXT TO WS-TTR-TEXT
     ELSE
      MOVE INCIDENT-STATE(INCIDENT-INDEX) TO WS-TTR-TEXT
     END-IF
     MOVE SPACES TO WS-REPORT-LINE
     STRING INCIDENT-ID(INCIDENT-INDEX) DELIMITED BY SIZE
         '   ' DELIMITED BY SIZE
         INCIDENT-PROGRAM(INCIDENT-INDEX) DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         INCIDENT-CATEGORY(INCIDENT-INDEX) DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         INCIDENT-DETECTED-DATE(INCIDENT-INDEX) DELIMITED BY SIZE
         '  ' DELIMITED BY SIZE
         WS-TTA-TEXT DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         WS-TTR-TEXT DELIMITED BY SIZE
         '    ' DELIMITED BY SIZE
         INCIDENT-TITLE(INCIDENT-INDEX) DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE INCIDENT-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='INCIDENT-REPORT'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='INCIDENT-REPORT'==.
