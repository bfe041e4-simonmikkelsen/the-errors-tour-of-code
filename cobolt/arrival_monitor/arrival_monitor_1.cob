IDENTIFICATION DIVISION.
PROGRAM-ID. ARRIVAL-MONITOR.
AUTHOR. Simon Mikkelsen.
* GATEWAY-RECON chases the files we send; this monitor chases the
* files we are owed. The expected-arrivals calendar INBOUNDCAL.TXT
* holds one line per file a partner promises us:
*     partner,file-name,days,by-HHMM
* where days is DAILY (every business day) or the days of the week
* it comes on as digits, 1=Mon .. 7=Sun ("135" for Monday, Wednesday
* and Friday) - a holiday on the shared calendar is never an
* expected day - and a file name ending in '*' matches any name
* starting with what comes before it, for partners who date-stamp
* their files. For the business date asked for (today by default)
* every expected arrival is looked for in XMITLOG.TXT as an inbound
* line GATEWAY-INBOUND registered under a run of that date for the
* partner; VERIFIED, RECEIVED and BAD arrivals all count as having
* come (a BAD one is named as such), a MISSING registration does
* not. An arrival registered after its time (GATEWAY-INBOUND stamps
* the time of day on the line) is reported as arrived late. An
* arrival not in by its time - any time at all for a past date - is
* overdue: it goes on the report and is posted to the
* persistent alert manager, once - an overdue arrival already
* standing OPEN from an earlier cycle is re-escalated instead of
* posted again. Inbound arrivals of the date that no calendar line
* expected are listed as UNEXPECTED so the calendar can be put right.
* The report INBOUND-ARRIVALS.RPT is archived in RPTARC; overdue
* arrivals end the run with RETURN-CODE 8, unexpected ones alone
* with 4.
* A file GATEWAY-INBOUND held as a suspected DUPLICATE of an earlier
* one is not counted as having come: the partner's replay of an old
* file leaves the one really owed still outstanding.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INBOUND-CALENDAR-FILE ASSIGN TO 'INBOUNDCAL.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT XMIT-LOG-FILE ASSIGN TO 'XMITLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-XMIT-LOG-STATUS.
    SELECT ARRIVAL-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "alert-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  INBOUND-CALENDAR-FILE.
01  INBOUND-CALENDAR-RECORD PIC X(132).

FD  XMIT-LOG-FILE.
01  XMIT-LOG-RECORD PIC X(160).

FD  ARRIVAL-REPORT-FILE.
01  ARRIVAL-REPORT-RECORD PIC X(132).

COPY "run-id-fd.cpy".
COPY "alert-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "alert-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-ALERT-TEXT PIC X(120).
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE 'INBOUND-ARRIVALS.RPT'.
01  WS-REPORT-LINE PIC X(132).
01  WS-CALENDAR-STATUS PIC X(02).
01  WS-XMIT-LOG-STATUS PIC X(02).
01  WS-CALENDAR-EOF-FLAG PIC X VALUE 'N'.
    88  WS-CALENDAR-EOF VALUE 'Y'.
01  WS-XMIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-XMIT-EOF VALUE 'Y'.

01  WS-CHECK-DATE-TEXT PIC X(08).
01  WS-CHECK-DATE PIC 9(08) VALUE 0.
01  WS-NOW-TIME.
    05  WS-NOW-HHMM PIC 9(04).
    05  FILLER PIC 9(04).
01  WS-CHECK-DOW PIC 9(01) VALUE 0.
01  WS-BUSINESS-DAY-FLAG PIC X VALUE 'N'.
    88  WS-BUSINESS-DAY VALUE 'Y'.

01  WS-CAL-PARTNER PIC X(08).
01  WS-CAL-FILE PIC X(80).
01  WS-CAL-DAYS PIC X(08).
01  WS-CAL-BY-TEXT PIC X(04).

* The calendar lines expected on the date being checked.
01  WS-EXPECTED-TABLE.
    05  WS-EX-ENTRY OCCURS 100 TIMES.
        10  WS-EX-PARTNER PIC X(08).
        10  WS-EX-FILE PIC X(80).
        10  WS-EX-PREFIX-LENGTH PIC 9(02).
        10  WS-EX-BY PIC 9(04).
        10  WS-EX-STATE PIC X(08).
        10  WS-EX-ARRIVED-NAME PIC X(80).
        10  WS-EX-ARRIVED-TIME PIC X(06).
01  WS-EX-COUNT PIC 9(03) VALUE 0.
01  WS-EX-INDEX PIC 9(03) VALUE 0.
01  WS-EX-FOUND PIC 9(03) VALUE 0.
01  WS-CALENDAR-LINES PIC 9(03) VALUE 0.

* Inbound arrivals registered on the date, matched or not.
01  WS-ARRIVAL-TABLE.
    05  WS-AR-ENTRY OCCURS 200 TIMES.
        10  WS-AR-PARTNER PIC X(08).
        10  WS-AR-FILE PIC X(80).
        10  WS-AR-STATE PIC X(08).
        10  WS-AR-RUN-ID PIC X(13).
        10  WS-AR-TIME PIC X(06).
        10  WS-AR-MATCHED-FLAG PIC X(01).
01  WS-AR-COUNT PIC 9(03) VALUE 0.
01  WS-AR-INDEX PIC 9(03) VALUE 0.

01  WS-XL-DIRECTION PIC X(03).
01  WS-XL-NAME PIC X(80).
01  WS-XL-COUNT PIC X(10).
01  WS-XL-CHECKSUM PIC X(12).
01  WS-XL-RUN-STAMP PIC X(13).
01  WS-XL-STATE PIC X(09).
01  WS-XL-PARTNER PIC X(08).
01  WS-XL-TIME PIC X(06).

01  WS-NAME-MATCH-FLAG PIC X VALUE 'N'.
    88  WS-NAME-MATCHES VALUE 'Y'.
01  WS-ALREADY-OPEN-FLAG PIC X VALUE 'N'.
    88  WS-ALREADY-OPEN VALUE 'Y'.
01  WS-DAY-DIGIT PIC X(01).
01  WS-DIGIT-TALLY PIC 9(02) VALUE 0.
01  WS-TIME-EDIT PIC 99B99.

01  WS-ARRIVED-COUNT PIC 9(03) VALUE 0.
01  WS-LATE-COUNT PIC 9(03) VALUE 0.
01  WS-PENDING-COUNT PIC 9(03) VALUE 0.
01  WS-OVERDUE-COUNT PIC 9(03) VALUE 0.
01  WS-UNEXPECTED-COUNT PIC 9(03) VALUE 0.
01  WS-POSTED-COUNT PIC 9(03) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Business date to check (YYYYMMDD, blank = today): '
        WITH NO ADVANCING.
    ACCEPT WS-CHECK-DATE-TEXT.
    IF WS-CHECK-DATE-TEXT = SPACES
     MOVE RUN-ID-CURRENT-DATE TO WS-CHECK-DATE
    ELSE
     IF WS-CHECK-DATE-TEXT IS NOT NUMERIC
         OR WS-CHECK-DATE-TEXT > RUN-ID-CURRENT-DATE
      DISPLAY 'The date must be YYYYMMDD and not in the future.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
     MOVE WS-CHECK-DATE-TEXT TO WS-CHECK-DATE
    END-IF.
    ACCEPT WS-NOW-TIME FROM TIME.
    MOVE 'IBD' TO DATECALC-OPERATION.
    MOVE WS-CHECK-DATE TO DATECALC-DATE-1.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE DATECALC-BUSINESS-FLAG TO WS-BUSINESS-DAY-FLAG.
    MOVE 'DOW' TO DATECALC-OPERATION.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE DATECALC-DAY-OF-WEEK TO WS-CHECK-DOW.

    PERFORM RE-ESCALATE-OPEN-ALERTS.
    PERFORM LOAD-EXPECTED-ARRIVALS.
    PERFORM LOAD-DAYS-ARRIVALS.
    PERFORM MATCH-ONE-ARRIVAL
        VARYING WS-AR-INDEX FROM 1 BY 1
        UNTIL WS-AR-INDEX > WS-AR-COUNT.

    OPEN OUTPUT ARRIVAL-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE ARRIVAL-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'EXPECTED INBOUND ARRIVALS FOR ' DELIMITED BY SIZE
        WS-CHECK-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    IF NOT WS-BUSINESS-DAY
     MOVE '- NOT A BUSINESS DAY' TO WS-REPORT-LINE(40:20)
    END-IF.
    WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'PARTNER  FILE                                     BY     '
        TO WS-REPORT-LINE.
    MOVE 'STATUS' TO WS-REPORT-LINE(60:6).
    WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM REPORT-ONE-EXPECTED
        VARYING WS-EX-INDEX FROM 1 BY 1
        UNTIL WS-EX-INDEX > WS-EX-COUNT.
    IF WS-EX-COUNT = 0
     MOVE SPACES TO WS-REPORT-LINE
     MOVE 'NO ARRIVALS EXPECTED ON THIS DATE.' TO WS-REPORT-LINE
     WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM REPORT-ONE-UNEXPECTED
        VARYING WS-AR-INDEX FROM 1 BY 1
        UNTIL WS-AR-INDEX > WS-AR-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'EXPECTED: ' DELIMITED BY SIZE
        WS-EX-COUNT DELIMITED BY SIZE
        '  ARRIVED: ' DELIMITED BY SIZE
        WS-ARRIVED-COUNT DELIMITED BY SIZE
        ' (LATE ' DELIMITED BY SIZE
        WS-LATE-COUNT DELIMITED BY SIZE
        ')  NOT YET DUE: ' DELIMITED BY SIZE
        WS-PENDING-COUNT DELIMITED BY SIZE
        '  OVERDUE: ' DELIMITED BY SIZE
        WS-OVERDUE-COUNT DELIMITED BY SIZE
        '  UNEXPECTED: ' DELIMITED BY SIZE
        WS-UNEXPECTED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE ARRIVAL-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY WS-REPORT-LINE.
    DISPLAY 'NEW ALERTS POSTED: ' WS-POSTED-COUNT.
    EVALUATE TRUE
     WHEN WS-OVERDUE-COUNT > 0
      MOVE 8 TO RETURN-CODE
     WHEN WS-UNEXPECTED-COUNT > 0
      MOVE 4 TO RETURN-CODE
     WHEN OTHER
      CONTINUE
    END-EVALUATE.
    GOBACK.

LOAD-EXPECTED-ARRIVALS.
    OPEN INPUT INBOUND-CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = '00'
     DISPLAY 'No expected-arrivals calendar INBOUNDCAL.TXT on file.'
     SET WS-CALENDAR-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-EXPECTED UNTIL WS-CALENDAR-EOF.
    IF WS-CALENDAR-STATUS = '00' OR WS-CALENDAR-STATUS = '10'
     CLOSE INBOUND-CALENDAR-FILE
    END-IF.

LOAD-ONE-EXPECTED.
* Only the lines due on the date come into the table; a line with a
* day field or time this program cannot read is said out loud and
* left out rather than guessed at.
    READ INBOUND-CALENDAR-FILE INTO INBOUND-CALENDAR-RECORD
     AT END
      SET WS-CALENDAR-EOF TO TRUE
     NOT AT END
      IF INBOUND-CALENDAR-RECORD NOT = SPACES
          AND INBOUND-CALENDAR-RECORD(1:1) NOT = '*'
       ADD 1 TO WS-CALENDAR-LINES
       MOVE SPACES TO WS-CAL-PARTNER
       MOVE SPACES TO WS-CAL-FILE
       MOVE SPACES TO WS-CAL-DAYS
       MOVE SPACES TO WS-CAL-BY-TEXT
       UNSTRING INBOUND-CALENDAR-RECORD DELIMITED BY ','
           INTO WS-CAL-PARTNER WS-CAL-FILE WS-CAL-DAYS
                WS-CAL-BY-TEXT
       MOVE 0 TO WS-DIGIT-TALLY
       IF WS-CAL-DAYS NOT = 'DAILY'
        INSPECT WS-CAL-DAYS TALLYING WS-DIGIT-TALLY
            FOR ALL '1' ALL '2' ALL '3' ALL '4' ALL '5' ALL '6'
                ALL '7'
       END-IF
       EVALUATE TRUE
        WHEN WS-CAL-FILE = SPACES
            OR WS-CAL-BY-TEXT IS NOT NUMERIC
            OR (WS-CAL-DAYS NOT = 'DAILY' AND WS-DIGIT-TALLY = 0)
         DISPLAY 'INBOUNDCAL.TXT LINE NOT UNDERSTOOD: '
             FUNCTION TRIM(INBOUND-CALENDAR-RECORD)
        WHEN NOT WS-BUSINESS-DAY
         CONTINUE
        WHEN WS-CAL-DAYS = 'DAILY'
         PERFORM ADD-EXPECTED-ARRIVAL
        WHEN OTHER
         MOVE WS-CHECK-DOW TO WS-DAY-DIGIT
         MOVE 0 TO WS-DIGIT-TALLY
         INSPECT WS-CAL-DAYS TALLYING WS-DIGIT-TALLY
             FOR ALL WS-DAY-DIGIT
         IF WS-DIGIT-TALLY > 0
          PERFORM ADD-EXPECTED-ARRIVAL
         END-IF
       END-EVALUATE
      END-IF
    END-READ.

ADD-EXPECTED-ARRIVAL.
    IF WS-EX-COUNT < 100
     ADD 1 TO WS-EX-COUNT
     MOVE WS-CAL-PARTNER TO WS-EX-PARTNER(WS-EX-COUNT)
     MOVE WS-CAL-FILE TO WS-EX-FILE(WS-EX-COUNT)
     MOVE WS-CAL-BY-TEXT TO WS-EX-BY(WS-EX-COUNT)
     MOVE SPACES TO WS-EX-STATE(WS-EX-COUNT)
     MOVE SPACES TO WS-EX-ARRIVED-NAME(WS-EX-COUNT)
     MOVE 0 TO WS-EX-PREFIX-LENGTH(WS-EX-COUNT)
     IF WS-CAL-FILE(FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-FILE)):1)
         = '*'
      COMPUTE WS-EX-PREFIX-LENGTH(WS-EX-COUNT) =
          FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-FILE)) - 1
     END-IF
    ELSE
     DISPLAY 'MORE THAN 100 ARRIVALS EXPECTED - '
         FUNCTION TRIM(WS-CAL-FILE) ' NOT CHECKED'
    END-IF.

LOAD-DAYS-ARRIVALS.
    OPEN INPUT XMIT-LOG-FILE.
    IF WS-XMIT-LOG-STATUS NOT = '00'
     SET WS-XMIT-EOF TO TRUE
    END-IF.
    PERFORM TAKE-ONE-XMITLOG-LINE UNTIL WS-XMIT-EOF.
    IF WS-XMIT-LOG-STATUS = '00' OR WS-XMIT-LOG-STATUS = '10'
     CLOSE XMIT-LOG-FILE
    END-IF.

TAKE-ONE-XMITLOG-LINE.
* A MISSING registration is GATEWAY-INBOUND being run for a file
* that was not there - not an arrival.
    READ XMIT-LOG-FILE INTO XMIT-LOG-RECORD
     AT END
      SET WS-XMIT-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-XL-DIRECTION
      MOVE SPACES TO WS-XL-NAME
      MOVE SPACES TO WS-XL-RUN-STAMP
      MOVE SPACES TO WS-XL-STATE
      MOVE SPACES TO WS-XL-PARTNER
      MOVE SPACES TO WS-XL-TIME
      UNSTRING XMIT-LOG-RECORD DELIMITED BY ','
          INTO WS-XL-DIRECTION WS-XL-NAME WS-XL-COUNT
               WS-XL-CHECKSUM WS-XL-RUN-STAMP WS-XL-STATE
               WS-XL-PARTNER WS-XL-TIME
      IF WS-XL-DIRECTION = 'IN'
          AND WS-XL-RUN-STAMP(1:8) = WS-CHECK-DATE
          AND WS-XL-STATE NOT = 'MISSING'
          AND WS-XL-STATE NOT = 'DUPLICATE'
          AND WS-AR-COUNT < 200
       ADD 1 TO WS-AR-COUNT
       MOVE WS-XL-PARTNER TO WS-AR-PARTNER(WS-AR-COUNT)
       MOVE WS-XL-NAME TO WS-AR-FILE(WS-AR-COUNT)
       MOVE WS-XL-STATE TO WS-AR-STATE(WS-AR-COUNT)
       MOVE WS-XL-RUN-STAMP TO WS-AR-RUN-ID(WS-AR-COUNT)
       MOVE WS-XL-TIME TO WS-AR-TIME(WS-AR-COUNT)
       MOVE 'N' TO WS-AR-MATCHED-FLAG(WS-AR-COUNT)
      END-IF
    END-READ.

MATCH-ONE-ARRIVAL.
* The first expected line the arrival answers takes it; a later
* arrival of the same file leaves the earlier one standing unless
* the earlier one was BAD.
    MOVE 0 TO WS-EX-FOUND.
    PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
        UNTIL WS-EX-INDEX > WS-EX-COUNT OR WS-EX-FOUND > 0
     IF WS-EX-PARTNER(WS-EX-INDEX) = WS-AR-PARTNER(WS-AR-INDEX)
      PERFORM COMPARE-ARRIVAL-NAME
      IF WS-NAME-MATCHES
       MOVE WS-EX-INDEX TO WS-EX-FOUND
      END-IF
     END-IF
    END-PERFORM.
    IF WS-EX-FOUND > 0
     MOVE 'Y' TO WS-AR-MATCHED-FLAG(WS-AR-INDEX)
     IF WS-EX-STATE(WS-EX-FOUND) = SPACES
         OR WS-EX-STATE(WS-EX-FOUND) = 'BAD'
      MOVE WS-AR-STATE(WS-AR-INDEX) TO WS-EX-STATE(WS-EX-FOUND)
      MOVE WS-AR-FILE(WS-AR-INDEX)
          TO WS-EX-ARRIVED-NAME(WS-EX-FOUND)
      MOVE WS-AR-TIME(WS-AR-INDEX)
          TO WS-EX-ARRIVED-TIME(WS-EX-FOUND)
     END-IF
    END-IF.

COMPARE-ARRIVAL-NAME.
    MOVE 'N' TO WS-NAME-MATCH-FLAG.
    IF WS-EX-PREFIX-LENGTH(WS-EX-INDEX) = 0
     IF WS-EX-FILE(WS-EX-INDEX) = WS-AR-FILE(WS-AR-INDEX)
      SET WS-NAME-MATCHES TO TRUE
     END-IF
    ELSE
     IF WS-AR-FILE(WS-AR-INDEX)(1:WS-EX-PREFIX-LENGTH(WS-EX-INDEX))
         = WS-EX-FILE(WS-EX-INDEX)
             (1:WS-EX-PREFIX-LENGTH(WS-EX-INDEX))
      SET WS-NAME-MATCHES TO TRUE
     END-IF
    END-IF.

REPORT-ONE-EXPECTED.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-EX-PARTNER(WS-EX-INDEX) TO WS-REPORT-LINE(1:8).
    MOVE WS-EX-FILE(WS-EX-INDEX) TO WS-REPORT-LINE(10:40).
    MOVE WS-EX-BY(WS-EX-INDEX) TO WS-TIME-EDIT.
    INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'.
    MOVE WS-TIME-EDIT TO WS-REPORT-LINE(52:5).
    EVALUATE TRUE
     WHEN WS-EX-STATE(WS-EX-INDEX) NOT = SPACES
         AND WS-EX-ARRIVED-TIME(WS-EX-INDEX) IS NUMERIC
         AND WS-EX-ARRIVED-TIME(WS-EX-INDEX)(1:4)
             > WS-EX-BY(WS-EX-INDEX)
      ADD 1 TO WS-ARRIVED-COUNT
      ADD 1 TO WS-LATE-COUNT
      MOVE WS-EX-ARRIVED-TIME(WS-EX-INDEX)(1:4) TO WS-TIME-EDIT
      INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'
      MOVE SPACES TO WS-REPORT-LINE(60:73)
      STRING 'ARRIVED LATE AT ' DELIMITED BY SIZE
          WS-TIME-EDIT DELIMITED BY SIZE
          ' ' DELIMITED BY SIZE
          WS-EX-STATE(WS-EX-INDEX) DELIMITED BY SPACE
          ' ' DELIMITED BY SIZE
          WS-EX-ARRIVED-NAME(WS-EX-INDEX) DELIMITED BY SPACE
          INTO WS-REPORT-LINE(60:73)
     WHEN WS-EX-STATE(WS-EX-INDEX) NOT = SPACES
      ADD 1 TO WS-ARRIVED-COUNT
      MOVE SPACES TO WS-REPORT-LINE(60:73)
      STRING 'ARRIVED ' DELIMITED BY SIZE
          WS-EX-STATE(WS-EX-INDEX) DELIMITED BY SPACE
          ' ' DELIMITED BY SIZE
          WS-EX-ARRIVED-NAME(WS-EX-INDEX) DELIMITED BY SPACE
          INTO WS-REPORT-LINE(60:73)
     WHEN WS-CHECK-DATE = RUN-ID-CURRENT-DATE
         AND WS-NOW-HHMM <= WS-EX-BY(WS-EX-INDEX)
      ADD 1 TO WS-PENDING-COUNT
      MOVE 'NOT YET DUE' TO WS-REPORT-LINE(60:11)
     WHEN OTHER
      ADD 1 TO WS-OVERDUE-COUNT
      MOVE '*** OVERDUE' TO WS-REPORT-LINE(60:11)
      PERFORM RAISE-OVERDUE-ALERT
    END-EVALUATE.
    WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE.

RAISE-OVERDUE-ALERT.
* The same overdue arrival is posted once; while that alert stays
* OPEN each cycle's re-escalation is what makes it louder.
    MOVE SPACES TO WS-ALERT-TEXT.
    STRING 'INBOUND ' DELIMITED BY SIZE
        WS-EX-FILE(WS-EX-INDEX) DELIMITED BY SPACE
        ' FROM ' DELIMITED BY SIZE
        WS-EX-PARTNER(WS-EX-INDEX) DELIMITED BY SPACE
        ' NOT ARRIVED BY ' DELIMITED BY SIZE
        WS-EX-BY(WS-EX-INDEX) DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        WS-CHECK-DATE DELIMITED BY SIZE
        INTO WS-ALERT-TEXT.
    MOVE 'N' TO WS-ALREADY-OPEN-FLAG.
    PERFORM VARYING ALERT-LINE-INDEX FROM 1 BY 1
        UNTIL ALERT-LINE-INDEX > ALERT-LINE-COUNT
     MOVE ALERT-HELD-LINE(ALERT-LINE-INDEX) TO OPS-ALERT-FILE-RECORD
     IF ALERT-REC-STATE = 'OPEN'
         AND ALERT-REC-RAISER = 'ARRIVAL-MONITOR'
         AND ALERT-REC-TEXT = WS-ALERT-TEXT
      SET WS-ALREADY-OPEN TO TRUE
     END-IF
    END-PERFORM.
    IF NOT WS-ALREADY-OPEN
     ADD 1 TO WS-POSTED-COUNT
     PERFORM POST-ONE-ALERT
    END-IF.

REPORT-ONE-UNEXPECTED.
    IF WS-AR-MATCHED-FLAG(WS-AR-INDEX) = 'N'
     ADD 1 TO WS-UNEXPECTED-COUNT
     MOVE SPACES TO WS-REPORT-LINE
     MOVE WS-AR-PARTNER(WS-AR-INDEX) TO WS-REPORT-LINE(1:8)
     MOVE WS-AR-FILE(WS-AR-INDEX) TO WS-REPORT-LINE(10:40)
     MOVE SPACES TO WS-REPORT-LINE(52:81)
     STRING 'UNEXPECTED - ' DELIMITED BY SIZE
         WS-AR-STATE(WS-AR-INDEX) DELIMITED BY SPACE
         ' RUN-ID ' DELIMITED BY SIZE
         WS-AR-RUN-ID(WS-AR-INDEX) DELIMITED BY SIZE
         ', NOT ON THE CALENDAR FOR THE DAY' DELIMITED BY SIZE
         INTO WS-REPORT-LINE(52:81)
     WRITE ARRIVAL-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

POST-ONE-ALERT.
    COPY "alert-post.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='ARRIVAL-MONITOR'==
                   ==:ALERT-TEXT:==   BY ==WS-ALERT-TEXT==.

RE-ESCALATE-OPEN-ALERTS.
    COPY "alert-escalate.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='ARRIVAL-MONITOR'==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='ARRIVAL-MONITOR'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='ARRIVAL-MONITOR'==.
