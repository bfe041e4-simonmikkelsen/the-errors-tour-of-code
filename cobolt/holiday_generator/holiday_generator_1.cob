* look), and prints a proof listing of every generated date with
* the rule that produced it. The operator chooses whether the
* year replaces the calendar or appends to it - DATEROUTINES holds
* several years happily. Calendars other than the Danish house one
* are named: asked for a calendar name such as SE or TARGET2, the
* generator reads that calendar's own rules from HOLRULES-<name>.TXT
* and writes HOLIDAYS-<name>.TXT, the file DATEROUTINES loads when a
* partner or job names that calendar; left blank it builds
* HOLIDAYS.TXT from HOLRULES.TXT exactly as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RULES-FILE ASSIGN TO WS-RULES-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RULES-STATUS.
    SELECT HOLIDAY-OUT-FILE ASSIGN TO WS-HOLIDAY-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLIDAY-STATUS.
    SELECT PROOF-REPORT-FILE ASSIGN TO WS-PROOF-NAME
01  WS-RULES-STATUS PIC X(02).
01  WS-HOLIDAY-STATUS PIC X(02).
01  WS-PROOF-NAME PIC X(100) VALUE 'HOLIDAY-PROOF.RPT'.
01  WS-RULES-NAME PIC X(30) VALUE 'HOLRULES.TXT'.
01  WS-HOLIDAY-NAME PIC X(30) VALUE 'HOLIDAYS.TXT'.
01  WS-CALENDAR-NAME PIC X(08) VALUE SPACES.
01  WS-RULES-EOF-FLAG PIC X VALUE 'N'.
    88  WS-RULES-EOF VALUE 'Y'.
01  WS-TARGET-YEAR PIC 9(04) VALUE 0.
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    DISPLAY 'Replace the calendar or append the year? (R/A): '
        WITH NO ADVANCING.
    ACCEPT WS-WRITE-MODE.
    MOVE FUNCTION UPPER-CASE(WS-WRITE-MODE) TO WS-WRITE-MODE.
    DISPLAY 'Calendar name (blank = the house calendar): '
        WITH NO ADVANCING.
    ACCEPT WS-CALENDAR-NAME.
    MOVE FUNCTION UPPER-CASE(WS-CALENDAR-NAME) TO WS-CALENDAR-NAME.
    IF WS-CALENDAR-NAME NOT = SPACES
     PERFORM NAME-CALENDAR-FILES
    END-IF.

    PERFORM COMPUTE-EASTER-SUNDAY.
    OPEN INPUT RULES-FILE.
    IF WS-RULES-STATUS NOT = '00'
     DISPLAY 'Rules file ' FUNCTION TRIM(WS-RULES-NAME)
         ' not found.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    MOVE SPACES TO WS-PROOF-LINE.
    STRING 'HOLIDAY CALENDAR PROOF FOR ' DELIMITED BY SIZE
        WS-TARGET-YEAR DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-HOLIDAY-NAME DELIMITED BY SPACE
        ' (EASTER SUNDAY ' DELIMITED BY SIZE
        WS-EASTER-DATE DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
    WRITE PROOF-REPORT-RECORD FROM WS-PROOF-LINE.
    CLOSE PROOF-REPORT-FILE.
    DISPLAY WS-PROOF-LINE.
    DISPLAY 'Calendar ' FUNCTION TRIM(WS-HOLIDAY-NAME)
        ' written; proof listing in '
        FUNCTION TRIM(WS-PROOF-NAME) '.'.
    IF WS-RULES-DROPPED > 0
     MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

NAME-CALENDAR-FILES.
* A named calendar keeps its rules, its dates and its proof listing
* apart from the house calendar's.
    MOVE SPACES TO WS-RULES-NAME.
    STRING 'HOLRULES-' DELIMITED BY SIZE
        WS-CALENDAR-NAME DELIMITED BY SPACE
        '.TXT' DELIMITED BY SIZE
        INTO WS-RULES-NAME.
    MOVE SPACES TO WS-HOLIDAY-NAME.
    STRING 'HOLIDAYS-' DELIMITED BY SIZE
        WS-CALENDAR-NAME DELIMITED BY SPACE
        '.TXT' DELIMITED BY SIZE
        INTO WS-HOLIDAY-NAME.
    MOVE SPACES TO WS-PROOF-NAME.
    STRING 'HOLIDAY-PROOF-' DELIMITED BY SIZE
        WS-CALENDAR-NAME DELIMITED BY SPACE
        '.RPT' DELIMITED BY SIZE
        INTO WS-PROOF-NAME.

COMPUTE-EASTER-SUNDAY.
* The anonymous Gregorian computus, step for step as the almanacs
* print it; it answers Easter Sunday's month and day for any year
