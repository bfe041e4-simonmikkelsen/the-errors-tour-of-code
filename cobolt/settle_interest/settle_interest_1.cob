* aging-bucket summary (1-30, 31-60, 61-90, over 90 business days)
* under the standard report header. Items not yet due ride through
* uncharged and unbucketed.
* The interest total no longer stops at the printed schedule: it is
* handed to the general-ledger feed GLFEED.TXT (category INTEREST)
* for GL-POSTING to journal, and posted as this step's OUT control
* total to the BALANCE.TXT ledger, so BALANCE-REPORT can prove the
* interest calculated is the interest journaled.
* Open items may now carry a currency code as a fourth field (blank
* means the house currency). Interest is worked out in the item's
* own currency and converted to the house currency at the FXRATES
* rate for the run date; the schedule shows both, and the aging
* buckets, the total, and everything handed on are in the house
* currency. A currency with no rate for the run date stops the run
* with RETURN-CODE 8 before anything is fed or posted.
* A fifth field may carry the partner id, the same field FX-
* REVALUATION and PARTNER-NETTING read there. The item is then aged
* on the holiday calendar named in that partner's PARTNERS.TXT
* profile (for example SE for a Swedish partner); no partner, a
* partner not on file, or a profile with no calendar ages it on the
* house calendar as before.
* Accounting closes on the fiscal calendar: given the step parameter
* PERIOD the schedule is struck as of the last day of the fiscal
* period the business date falls in (FISCALCAL.TXT, answered by
* DATEROUTINES) rather than the run date, and goes to
* LATE-INTEREST-PYYYYPP.RPT with the period named in its title. The
* currency conversion still uses the run date's FXRATES rate. A
* business date in no period on file stops the run with
* RETURN-CODE 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "balance-select.cpy".
    COPY "glfeed-select.cpy".
    COPY "partner-select.cpy".

DATA DIVISION.
FILE SECTION.

COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "balance-fd.cpy".
COPY "glfeed-fd.cpy".
COPY "partner-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "dateroutines-linkage.cpy".
COPY "fxrates-linkage.cpy".
COPY "balance-ws.cpy".
COPY "glfeed-ws.cpy".
COPY "partner-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-ITEMS-FILE-NAME PIC X(100).
01  WS-ITEMS-STATUS PIC X(02).
01  WS-ITEM-REFERENCE PIC X(30).
01  WS-ITEM-AMOUNT-TEXT PIC X(15).
01  WS-ITEM-DUE-TEXT PIC X(08).
01  WS-ITEM-CURRENCY PIC X(03).
01  WS-ITEM-PARTNER PIC X(08).
01  WS-ITEM-CALENDAR PIC X(08) VALUE SPACES.
* The partner whose calendar WS-ITEM-CALENDAR holds, so consecutive
* items of one partner read the profile file only once.
01  WS-CALENDAR-PARTNER PIC X(08) VALUE SPACES.
01  WS-ITEM-AMOUNT-HOUSE PIC 9(11)V99 VALUE 0.
01  WS-ITEM-INTEREST-HOUSE PIC 9(11)V99 VALUE 0.
01  WS-ITEM-AMOUNT PIC 9(11)V99 VALUE 0.
01  WS-ITEM-DUE-DATE PIC 9(08) VALUE 0.
01  WS-CALENDAR-OVERDUE PIC S9(05) VALUE 0.
01  WS-BUSINESS-AGE PIC 9(05) VALUE 0.
01  WS-WALK-INTEGER PIC 9(08) VALUE 0.
01  WS-TODAY-INTEGER PIC 9(08) VALUE 0.
01  WS-AS-OF-DATE PIC 9(08) VALUE 0.
01  WS-PERIOD-LABEL.
    05  FILLER PIC X(01) VALUE 'P'.
    05  WS-PERIOD-LABEL-YEAR PIC 9(04).
    05  WS-PERIOD-LABEL-PERIOD PIC 9(02).
01  WS-TITLE-POINTER PIC 9(03) VALUE 1.
01  WS-PERIOD-MODE-FLAG PIC X VALUE 'N'.
    88  WS-PERIOD-MODE VALUE 'Y'.
01  WS-PICKED-RATE PIC 9(03)V99 VALUE 0.
01  WS-ITEM-INTEREST PIC 9(11)V99 VALUE 0.
01  WS-TOTAL-INTEREST PIC 9(13)V99 VALUE 0.
01  WS-ITEMS-OVERDUE PIC 9(05) VALUE 0.
01  WS-AMOUNT-EDIT PIC Z(10)9.99.
01  WS-INTEREST-EDIT PIC Z(10)9.99.
01  WS-HOUSE-EDIT PIC Z(10)9.99.
01  WS-BALANCE-AMOUNT PIC 9(13).99.

01  WS-BUCKET-TABLE.
    05  WS-BK-ENTRY OCCURS 4 TIMES.
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    MOVE RUN-ID-CURRENT-DATE TO WS-AS-OF-DATE.
    IF RUN-ID-STEP-PARAMETER = 'PERIOD'
     PERFORM SET-FISCAL-PERIOD-END
    END-IF.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
    DISPLAY 'Open-items file (reference,amount,due-date): '
        WITH NO ADVANCING.
    ACCEPT WS-ITEMS-FILE-NAME.
    PERFORM PRINT-REPORT-HEADER.
    WRITE INTEREST-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 1 TO WS-TITLE-POINTER.
    STRING 'LATE-SETTLEMENT INTEREST SCHEDULE AS OF '
        DELIMITED BY SIZE
        WS-AS-OF-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
        WITH POINTER WS-TITLE-POINTER.
    IF WS-PERIOD-MODE
     STRING ' - END OF FISCAL PERIOD ' DELIMITED BY SIZE
         WS-PERIOD-LABEL DELIMITED BY SIZE
         INTO WS-REPORT-LINE
         WITH POINTER WS-TITLE-POINTER
    END-IF.
    WRITE INTEREST-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'REFERENCE                      AMOUNT      AGE(BD)  '
        & 'RATE    INTEREST CCY   INTEREST(HOUSE)' TO WS-REPORT-LINE.
    WRITE INTEREST-REPORT-RECORD FROM WS-REPORT-LINE.

    PERFORM PRICE-ONE-ITEM UNTIL WS-ITEMS-EOF.
    PERFORM WRITE-AGING-SUMMARY.
    CLOSE INTEREST-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    IF WS-TOTAL-INTEREST > 0
     PERFORM FEED-INTEREST-TO-LEDGER
    END-IF.
    MOVE WS-TOTAL-INTEREST TO WS-BALANCE-AMOUNT.
    PERFORM POST-OUTPUT-CONTROL-TOTAL.
    DISPLAY 'ITEMS READ: ' WS-ITEMS-READ
        '  OVERDUE: ' WS-ITEMS-OVERDUE.
    MOVE WS-TOTAL-INTEREST TO WS-INTEREST-EDIT.
    DISPLAY 'Schedule written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    GOBACK.

SET-FISCAL-PERIOD-END.
    MOVE 'FPD' TO DATECALC-OPERATION.
    MOVE RUN-ID-CURRENT-DATE TO DATECALC-DATE-1.
    MOVE SPACES TO DATECALC-CALENDAR.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    IF DATECALC-FISCAL-YEAR = 0
     DISPLAY 'No fiscal period on FISCALCAL.TXT for '
         RUN-ID-CURRENT-DATE '.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    SET WS-PERIOD-MODE TO TRUE.
    MOVE DATECALC-PERIOD-END TO WS-AS-OF-DATE.
    MOVE DATECALC-FISCAL-YEAR TO WS-PERIOD-LABEL-YEAR.
    MOVE DATECALC-FISCAL-PERIOD TO WS-PERIOD-LABEL-PERIOD.
    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'LATE-INTEREST-' DELIMITED BY SIZE
        WS-PERIOD-LABEL DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.

LOAD-RATE-TABLE.
    OPEN INPUT RATE-TABLE-FILE.
    IF WS-RATES-STATUS NOT = '00'
       MOVE SPACES TO WS-ITEM-REFERENCE
       MOVE SPACES TO WS-ITEM-AMOUNT-TEXT
       MOVE SPACES TO WS-ITEM-DUE-TEXT
       MOVE SPACES TO WS-ITEM-CURRENCY
       MOVE SPACES TO WS-ITEM-PARTNER
       UNSTRING OPEN-ITEMS-RECORD DELIMITED BY ','
           INTO WS-ITEM-REFERENCE WS-ITEM-AMOUNT-TEXT
                WS-ITEM-DUE-TEXT WS-ITEM-CURRENCY
                WS-ITEM-PARTNER
       IF FUNCTION TEST-NUMVAL(WS-ITEM-AMOUNT-TEXT) = 0
           AND WS-ITEM-DUE-TEXT(1:8) IS NUMERIC
        COMPUTE WS-ITEM-AMOUNT =
JUDGE-ONE-ITEM.
    MOVE 'DBT' TO DATECALC-OPERATION.
    MOVE WS-ITEM-DUE-DATE TO DATECALC-DATE-1.
    MOVE WS-AS-OF-DATE TO DATECALC-DATE-2.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE DATECALC-DAY-COUNT TO WS-CALENDAR-OVERDUE.
    IF WS-CALENDAR-OVERDUE <= 0
     COMPUTE WS-ITEM-INTEREST ROUNDED =
         WS-ITEM-AMOUNT * WS-PICKED-RATE
         * WS-CALENDAR-OVERDUE / 36000
     PERFORM CONVERT-ITEM-TO-HOUSE
     ADD WS-ITEM-INTEREST-HOUSE TO WS-TOTAL-INTEREST
     PERFORM BUCKET-ONE-ITEM
     PERFORM WRITE-ONE-SCHEDULE-LINE
    END-IF.

CONVERT-ITEM-TO-HOUSE.
* Both the item and its interest go over at the run date's rate; no
* rate on file for the run date means no interest run at all.
    MOVE 'CNV' TO FXRATE-OPERATION.
    MOVE WS-ITEM-CURRENCY TO FXRATE-CURRENCY.
    MOVE RUN-ID-CURRENT-DATE TO FXRATE-DATE.
    MOVE WS-ITEM-INTEREST TO FXRATE-AMOUNT.
    CALL 'FXRATES' USING FXRATE-REQUEST.
    IF FXRATE-RESULT NOT = '00'
     PERFORM STOP-FOR-MISSING-RATE
    END-IF.
    MOVE FXRATE-HOUSE-AMOUNT TO WS-ITEM-INTEREST-HOUSE.
    IF WS-ITEM-CURRENCY = SPACES
     MOVE FXRATE-HOUSE-CURRENCY TO WS-ITEM-CURRENCY
    END-IF.
    MOVE WS-ITEM-AMOUNT TO FXRATE-AMOUNT.
    CALL 'FXRATES' USING FXRATE-REQUEST.
    MOVE FXRATE-HOUSE-AMOUNT TO WS-ITEM-AMOUNT-HOUSE.

STOP-FOR-MISSING-RATE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '*** NO FX RATE FOR ' DELIMITED BY SIZE
        FXRATE-CURRENCY DELIMITED BY SIZE
        ' ON ' DELIMITED BY SIZE
        FXRATE-RATE-DATE DELIMITED BY SIZE
        ' - RUN STOPPED, NOTHING FED OR POSTED ***' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INTEREST-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE OPEN-ITEMS-FILE.
    CLOSE INTEREST-REPORT-FILE.
    DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
    MOVE 8 TO RETURN-CODE.
    GOBACK.

COUNT-BUSINESS-AGE.
* Walk the calendar from the day after the due date to today,
* counting only the days DATEROUTINES calls business days on the
* item's partner's calendar.
    MOVE 0 TO WS-BUSINESS-AGE.
    PERFORM SET-ITEM-CALENDAR.
    MOVE WS-ITEM-CALENDAR TO DATECALC-CALENDAR.
    COMPUTE WS-WALK-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-ITEM-DUE-DATE) + 1.
    PERFORM UNTIL WS-WALK-INTEGER > WS-TODAY-INTEGER
     ADD 1 TO WS-WALK-INTEGER
    END-PERFORM.

SET-ITEM-CALENDAR.
    IF WS-ITEM-PARTNER NOT = WS-CALENDAR-PARTNER
     MOVE WS-ITEM-PARTNER TO WS-CALENDAR-PARTNER
     MOVE SPACES TO WS-ITEM-CALENDAR
     IF WS-ITEM-PARTNER NOT = SPACES
      MOVE WS-ITEM-PARTNER TO PARTNER-WANTED
      PERFORM LOAD-PARTNER-PROFILE
      IF PARTNER-FOUND
       MOVE PARTNER-CALENDAR TO WS-ITEM-CALENDAR
      END-IF
     END-IF
    END-IF.

LOAD-PARTNER-PROFILE.
    COPY "partner-load.cpy".

PICK-RATE-FOR-AGE.
    MOVE 0 TO WS-PICKED-RATE.
    PERFORM VARYING WS-RB-INDEX FROM 1 BY 1
      MOVE 4 TO WS-BK-INDEX
    END-EVALUATE.
    ADD 1 TO WS-BK-COUNT(WS-BK-INDEX).
    ADD WS-ITEM-AMOUNT-HOUSE TO WS-BK-AMOUNT(WS-BK-INDEX).
    ADD WS-ITEM-INTEREST-HOUSE TO WS-BK-INTEREST(WS-BK-INDEX).

WRITE-ONE-SCHEDULE-LINE.
    MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT.
    MOVE WS-ITEM-INTEREST TO WS-INTEREST-EDIT.
    MOVE WS-ITEM-INTEREST-HOUSE TO WS-HOUSE-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-ITEM-REFERENCE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-PICKED-RATE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-INTEREST-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ITEM-CURRENCY DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-HOUSE-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INTEREST-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-AGING-SUMMARY.
    MOVE 'AGING BUCKETS (BUSINESS DAYS OVERDUE, HOUSE CURRENCY):'
        TO WS-REPORT-LINE.
    WRITE INTEREST-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-BUCKET-LINE
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='SETTLE-INTEREST'==.

FEED-INTEREST-TO-LEDGER.
    COPY "glfeed-post.cpy"
        REPLACING ==:GLF-PROGRAM-NAME:== BY =='SETTLE-INTEREST'==
                   ==:GLF-CATEGORY:==     BY =='INTEREST'==
                   ==:GLF-KEY:==          BY ==SPACES==
                   ==:GLF-AMOUNT:==       BY ==WS-TOTAL-INTEREST==.

POST-OUTPUT-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='SETTLE-INTEREST'==
                   ==:BAL-DIRECTION:==    BY =='OUT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-ITEMS-OVERDUE==
                   ==:BAL-AMOUNT:==       BY ==WS-BALANCE-AMOUNT==.
