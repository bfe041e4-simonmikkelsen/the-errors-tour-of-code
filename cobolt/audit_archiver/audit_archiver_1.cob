* carry (AUDITLOG-WRITE.CPY) taken over the month's last archived
* line - so a later edit of the archive file is provable against
* the summary on file.
* While AUDITLOG.TXT is under legal hold (the LEGALHOLD register)
* nothing is rolled out of it: the run reports the hold, writes the
* refusal with the case reference to the log itself, and ends with
* return code 4.
* The run ends with GOBACK rather than STOP RUN, so MONTH-END-CLOSE
* can CALL it as a checklist step and carry on with the next one.
* Accounting closes on the fiscal calendar, not on calendar months.
* Given the step parameter PERIOD the roll goes by fiscal period
* instead: DATEROUTINES names the period of each record's date on
* the fiscal calendar FISCALCAL.TXT, every closed period before the
* one today falls in is rolled out to AUDITARC-PYYYYPP.TXT with its
* summary in AUDITSUM-PYYYYPP.RPT, and the day tally counts days of
* the period. A record whose date is in no period on file is kept
* in the active log, as is everything when today has no period.
*
* The log is append-only and therefore chronological, so the pass is
* a single sweep: each time the record month moves on, the month just
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-header-ws.cpy".
COPY "legalhold-linkage.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-HOLD-DETAIL PIC X(40) VALUE SPACES.
01  WS-ARCHIVE-FILE-NAME PIC X(30) VALUE SPACES.
01  WS-ARCHIVE-STATUS PIC X(02).
01  WS-SUMMARY-FILE-NAME PIC X(30) VALUE SPACES.
01  WS-PARSED-OPERATOR PIC X(20).
01  WS-OPERATOR-LEAD PIC X(200).
01  WS-OPERATOR-PART PIC X(40).
* The roll key is YYYYMM by calendar month, or PYYYYPP by fiscal
* period.
01  WS-RECORD-MONTH PIC X(07).
01  WS-RECORD-DAY PIC 9(02).
01  WS-DAY-INDEX PIC 9(02) VALUE 0.
01  WS-CURRENT-MONTH PIC X(07).
01  WS-OPEN-MONTH PIC X(07) VALUE SPACES.
01  WS-PERIOD-MODE-FLAG PIC X VALUE 'N'.
    88  WS-PERIOD-MODE VALUE 'Y'.
01  WS-RECORD-DATE PIC 9(08) VALUE 0.
01  WS-LOOKUP-DATE PIC 9(08) VALUE 0.
01  WS-LOOKUP-KEY PIC X(07) VALUE SPACES.
01  WS-LOOKUP-START PIC 9(08) VALUE 0.
01  WS-PERIOD-KEY.
    05  FILLER PIC X(01) VALUE 'P'.
    05  WS-PERIOD-KEY-YEAR PIC 9(04).
    05  WS-PERIOD-KEY-PERIOD PIC 9(02).

01  WS-ARCHIVED-COUNT PIC 9(07) VALUE 0.
01  WS-KEPT-COUNT PIC 9(07) VALUE 0.
01  WS-MONTH-TALLIES.
    05  WS-MONTH-TOTAL PIC 9(06) VALUE 0.
    05  WS-MONTH-FAILURES PIC 9(06) VALUE 0.
    05  WS-DAY-COUNT PIC 9(05) OCCURS 70 TIMES VALUE 0.
    05  WS-PROGRAM-SLOT OCCURS 50 TIMES.
        10  WS-PS-NAME PIC X(20).
        10  WS-PS-COUNT PIC 9(06).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    IF RUN-ID-STEP-PARAMETER = 'PERIOD'
     SET WS-PERIOD-MODE TO TRUE
     MOVE RUN-ID-CURRENT-DATE TO WS-RECORD-DATE
     PERFORM FIND-RECORD-FISCAL-PERIOD
     MOVE WS-LOOKUP-KEY TO WS-CURRENT-MONTH
     IF WS-CURRENT-MONTH = SPACES
      DISPLAY 'No fiscal period on FISCALCAL.TXT for '
          RUN-ID-CURRENT-DATE ' - every record is kept active.'
     END-IF
     DISPLAY 'AUDIT-TRAIL ARCHIVAL - CLOSING FISCAL PERIODS BEFORE '
         WS-CURRENT-MONTH
    ELSE
     MOVE RUN-ID-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH
     DISPLAY 'AUDIT-TRAIL ARCHIVAL - CLOSING MONTHS BEFORE '
         WS-CURRENT-MONTH
    END-IF.
    MOVE 'CHK' TO LEGALHOLD-OPERATION.
    MOVE 'AUDITLOG.TXT' TO LEGALHOLD-DATASET.
    CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST.
    IF LEGALHOLD-HELD
     PERFORM REFUSE-HELD-AUDIT-LOG
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.

    OPEN INPUT AUDIT-LOG-FILE.
    IF AUDITLOG-FILE-STATUS NOT = '00'
     DISPLAY 'Shared audit log AUDITLOG.TXT not found - nothing to do.'
     GOBACK
    END-IF.
    OPEN OUTPUT KEEP-FILE.

    PERFORM REPLACE-AUDIT-LOG-WITH-KEPT.

    DISPLAY '----------------------------------------'.
    IF WS-PERIOD-MODE
     DISPLAY 'PERIODS ARCHIVED    : ' WS-MONTHS-CLOSED
    ELSE
     DISPLAY 'MONTHS ARCHIVED     : ' WS-MONTHS-CLOSED
    END-IF.
    DISPLAY 'RECORDS ARCHIVED    : ' WS-ARCHIVED-COUNT.
    DISPLAY 'RECORDS KEPT ACTIVE : ' WS-KEPT-COUNT.
    DISPLAY '----------------------------------------'.
    PERFORM WRITE-AUDIT-LOG.
    GOBACK.

ARCHIVE-ONE-AUDIT-LINE.
    READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE-WORK
      MOVE WS-PARSED-DATE(9:2) TO WS-RECORD-DAY
     END-IF
    END-IF.
    IF WS-PERIOD-MODE AND WS-RECORD-MONTH NOT = SPACES
     PERFORM KEY-LINE-BY-FISCAL-PERIOD
    END-IF.

KEY-LINE-BY-FISCAL-PERIOD.
* The record's date decides its period; the day tally counts from
* the period's first day.
    MOVE SPACES TO WS-RECORD-MONTH.
    MOVE 0 TO WS-RECORD-DAY.
    IF WS-PARSED-DATE(9:2) IS NUMERIC
     STRING WS-PARSED-DATE(1:4) DELIMITED BY SIZE
         WS-PARSED-DATE(6:2) DELIMITED BY SIZE
         WS-PARSED-DATE(9:2) DELIMITED BY SIZE
         INTO WS-RECORD-DATE
     PERFORM FIND-RECORD-FISCAL-PERIOD
     MOVE WS-LOOKUP-KEY TO WS-RECORD-MONTH
     IF WS-LOOKUP-KEY NOT = SPACES
      COMPUTE WS-RECORD-DAY =
          FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE)
          - FUNCTION INTEGER-OF-DATE(WS-LOOKUP-START) + 1
     END-IF
    END-IF.

FIND-RECORD-FISCAL-PERIOD.
* The log runs in date order, so one lookup serves a whole day of
* records.
    IF WS-RECORD-DATE NOT = WS-LOOKUP-DATE
     MOVE WS-RECORD-DATE TO WS-LOOKUP-DATE
     MOVE SPACES TO WS-LOOKUP-KEY
     MOVE 0 TO WS-LOOKUP-START
     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECORD-DATE) = 0
      MOVE 'FPD' TO DATECALC-OPERATION
      MOVE WS-RECORD-DATE TO DATECALC-DATE-1
      MOVE SPACES TO DATECALC-CALENDAR
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      IF DATECALC-FISCAL-YEAR NOT = 0
       MOVE DATECALC-FISCAL-YEAR TO WS-PERIOD-KEY-YEAR
       MOVE DATECALC-FISCAL-PERIOD TO WS-PERIOD-KEY-PERIOD
       MOVE WS-PERIOD-KEY TO WS-LOOKUP-KEY
       MOVE DATECALC-PERIOD-START TO WS-LOOKUP-START
      END-IF
     END-IF
    END-IF.

ROUTE-LINE-TO-ARCHIVE-MONTH.
    IF WS-RECORD-MONTH NOT = WS-OPEN-MONTH
    MOVE WS-RECORD-MONTH TO WS-OPEN-MONTH.
    MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
    STRING 'AUDITARC-' DELIMITED BY SIZE
        WS-OPEN-MONTH DELIMITED BY SPACE
        '.TXT' DELIMITED BY SIZE
        INTO WS-ARCHIVE-FILE-NAME.
    OPEN EXTEND ARCHIVE-FILE.
    IF WS-PARSED-OUTCOME NOT = 'SUCCESS'
     ADD 1 TO WS-MONTH-FAILURES
    END-IF.
    IF WS-RECORD-DAY >= 1 AND WS-RECORD-DAY <= 70
     ADD 1 TO WS-DAY-COUNT(WS-RECORD-DAY)
    END-IF.
    PERFORM TALLY-PROGRAM-SLOT.
WRITE-MONTH-SUMMARY-REPORT.
    MOVE SPACES TO WS-SUMMARY-FILE-NAME.
    STRING 'AUDITSUM-' DELIMITED BY SIZE
        WS-OPEN-MONTH DELIMITED BY SPACE
        '.RPT' DELIMITED BY SIZE
        INTO WS-SUMMARY-FILE-NAME.
    OPEN OUTPUT SUMMARY-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE SUMMARY-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-SUMMARY-LINE.
    IF WS-PERIOD-MODE
     STRING 'FISCAL PERIOD AUDIT ACTIVITY SUMMARY FOR '
         DELIMITED BY SIZE
         WS-OPEN-MONTH DELIMITED BY SPACE
         INTO WS-SUMMARY-LINE
    ELSE
     STRING 'MONTHLY AUDIT ACTIVITY SUMMARY FOR ' DELIMITED BY SIZE
         WS-OPEN-MONTH DELIMITED BY SPACE
         INTO WS-SUMMARY-LINE
    END-IF.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    MOVE ALL '-' TO WS-SUMMARY-LINE.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.

    MOVE 'ACTIONS PER DAY' TO WS-SUMMARY-LINE.
    WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
    PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
        UNTIL WS-DAY-INDEX > 70
     IF WS-DAY-COUNT(WS-DAY-INDEX) > 0
      MOVE SPACES TO WS-SUMMARY-LINE
      STRING '  DAY ' DELIMITED BY SIZE
          WS-DAY-INDEX DELIMITED BY SIZE
          ' : ' DELIMITED BY SIZE
          WS-DAY-COUNT(WS-DAY-INDEX) DELIMITED BY SIZE
          INTO WS-SUMMARY-LINE
      WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE
     END-IF
         TO WS-SEAL-VALUE
    END-PERFORM.

REFUSE-HELD-AUDIT-LOG.
    DISPLAY '*** AUDITLOG.TXT IS UNDER LEGAL HOLD FOR CASE '
        FUNCTION TRIM(LEGALHOLD-CASE-REF)
        ' - NOTHING ARCHIVED ***'.
    DISPLAY '    Hold ' FUNCTION TRIM(LEGALHOLD-PATTERN)
        ' placed by ' FUNCTION TRIM(LEGALHOLD-PLACED-BY)
        ' on ' LEGALHOLD-PLACED-DATE '.'.
    MOVE SPACES TO WS-HOLD-DETAIL.
    STRING 'CASE=' DELIMITED BY SIZE
        LEGALHOLD-CASE-REF DELIMITED BY SPACE
        INTO WS-HOLD-DETAIL.
    PERFORM WRITE-HOLD-AUDIT-LOG.

WRITE-HOLD-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='AUDIT-ARCHIVER'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='AUDITLOG.TXT'==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-HOLD-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY =='LEGAL-HOLD'==.

REPLACE-AUDIT-LOG-WITH-KEPT.
    STRING 'mv ' DELIMITED BY SIZE
        WS-KEEP-FILE-NAME DELIMITED BY SPACE
