IDENTIFICATION DIVISION.
PROGRAM-ID. FX-REVALUATION.
AUTHOR. Simon Mikkelsen.
* Month-end revaluation of the foreign-currency open items. Each
* item in another currency than the house currency was taken on the
* books at the FXRATES rate for its booking date; at the close it is
* worth its amount at the closing date's rate instead, and the
* difference is the unrealized exchange gain (positive) or loss
* (negative) on that item. The open-items file is the shared layout
*     reference,amount,due-date,currency,partner,booking-date
* (a blank booking date means the due date; items booked after the
* closing date are not yet on the books and are left out; items in
* the house currency have nothing to revalue). The report
* FXREVAL-YYYYMM.RPT lists every revalued item under its partner with
* a subtotal per partner and a grand total, under the standard
* report header, and is archived like every other report. A rate
* missing for a booking date or the closing date stops the run with
* RETURN-CODE 8 - the report is not produced on a guessed rate.
* The totals are only as whole as the tables behind them, so an item
* line that cannot be read, or one past the 1000 items or 200
* partners the tables hold, stops the run the same way: the lines
* are listed and no report is written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEMS-FILE ASSIGN TO WS-ITEMS-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ITEMS-STATUS.
    SELECT REVALUATION-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  OPEN-ITEMS-FILE.
01  OPEN-ITEMS-RECORD PIC X(100).

FD  REVALUATION-REPORT-FILE.
01  REVALUATION-REPORT-RECORD PIC X(132).

COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "fxrates-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-ITEMS-FILE-NAME PIC X(100).
01  WS-ITEMS-STATUS PIC X(02).
01  WS-REPORT-NAME PIC X(100).
01  WS-ITEMS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-ITEMS-EOF VALUE 'Y'.
01  WS-CLOSING-TEXT PIC X(08).
01  WS-CLOSING-DATE PIC 9(08) VALUE 0.
01  WS-RATE-MISSING-FLAG PIC X VALUE 'N'.
    88  WS-RATE-MISSING VALUE 'Y'.
01  WS-MISSING-CURRENCY PIC X(03).
01  WS-MISSING-DATE PIC 9(08) VALUE 0.

01  WS-ITEM-REFERENCE PIC X(30).
01  WS-ITEM-AMOUNT-TEXT PIC X(15).
01  WS-ITEM-DUE-TEXT PIC X(08).
01  WS-ITEM-CURRENCY PIC X(03).
01  WS-ITEM-PARTNER PIC X(12).
01  WS-ITEM-BOOKED-TEXT PIC X(08).

* The revalued items, each with both rates and both house values;
* the partner table keeps the order partners were first met in.
01  WS-REVAL-TABLE.
    05  WS-RV-ENTRY OCCURS 1000 TIMES.
        10  WS-RV-REFERENCE PIC X(30).
        10  WS-RV-PARTNER PIC X(12).
        10  WS-RV-CURRENCY PIC X(03).
        10  WS-RV-AMOUNT PIC 9(11)V99.
        10  WS-RV-BOOKED-DATE PIC 9(08).
        10  WS-RV-BOOKED-RATE PIC 9(05)V9(06).
        10  WS-RV-CLOSING-RATE PIC 9(05)V9(06).
        10  WS-RV-BOOKED-HOUSE PIC 9(13)V99.
        10  WS-RV-CLOSING-HOUSE PIC 9(13)V99.
01  WS-REVAL-COUNT PIC 9(04) VALUE 0.
01  WS-RV-INDEX PIC 9(04) VALUE 0.

01  WS-PARTNER-TABLE.
    05  WS-PT-ENTRY OCCURS 200 TIMES.
        10  WS-PT-PARTNER PIC X(12).
        10  WS-PT-ITEMS PIC 9(05).
        10  WS-PT-GAIN-LOSS PIC S9(13)V99.
01  WS-PARTNER-COUNT PIC 9(03) VALUE 0.
01  WS-PT-INDEX PIC 9(03) VALUE 0.
01  WS-PT-FOUND PIC 9(03) VALUE 0.

01  WS-ITEMS-READ PIC 9(05) VALUE 0.
01  WS-ITEMS-HOUSE PIC 9(05) VALUE 0.
01  WS-ITEMS-NOT-BOOKED PIC 9(05) VALUE 0.
01  WS-ITEMS-REFUSED PIC 9(05) VALUE 0.
01  WS-ITEM-GAIN-LOSS PIC S9(13)V99 VALUE 0.
01  WS-TOTAL-BOOKED PIC 9(13)V99 VALUE 0.
01  WS-TOTAL-CLOSING PIC 9(13)V99 VALUE 0.
01  WS-TOTAL-GAIN-LOSS PIC S9(13)V99 VALUE 0.
01  WS-AMOUNT-EDIT PIC Z(10)9.99.
01  WS-RATE-EDIT PIC Z(4)9.9(6).
01  WS-HOUSE-EDIT PIC Z(10)9.99.
01  WS-GAIN-LOSS-EDIT PIC -(11)9.99.
01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Open-items file (reference,amount,due-date,ccy,'
        'partner,booking-date): ' WITH NO ADVANCING.
    ACCEPT WS-ITEMS-FILE-NAME.
    DISPLAY 'Closing date (YYYYMMDD, blank = today): '
        WITH NO ADVANCING.
    ACCEPT WS-CLOSING-TEXT.
    IF WS-CLOSING-TEXT = SPACES
     MOVE RUN-ID-CURRENT-DATE TO WS-CLOSING-DATE
    ELSE
     IF WS-CLOSING-TEXT IS NOT NUMERIC
      DISPLAY 'The closing date must be YYYYMMDD.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
     MOVE WS-CLOSING-TEXT TO WS-CLOSING-DATE
    END-IF.

    MOVE 'RAT' TO FXRATE-OPERATION.
    MOVE SPACES TO FXRATE-CURRENCY.
    MOVE WS-CLOSING-DATE TO FXRATE-DATE.
    CALL 'FXRATES' USING FXRATE-REQUEST.
    OPEN INPUT OPEN-ITEMS-FILE.
    IF WS-ITEMS-STATUS NOT = '00'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-ITEMS-FILE-NAME)
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LOAD-ONE-ITEM UNTIL WS-ITEMS-EOF.
    CLOSE OPEN-ITEMS-FILE.
    IF WS-ITEMS-REFUSED > 0
     DISPLAY '*** ' WS-ITEMS-REFUSED ' OPEN-ITEM LINE(S) NOT '
         'REVALUED - REVALUATION STOPPED ***'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    IF WS-RATE-MISSING
     DISPLAY '*** NO FX RATE FOR ' WS-MISSING-CURRENCY ' ON '
         WS-MISSING-DATE ' - REVALUATION STOPPED ***'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'FXREVAL-' DELIMITED BY SIZE
        WS-CLOSING-DATE(1:6) DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT REVALUATION-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE REVALUATION-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'UNREALIZED FX GAIN/LOSS ON OPEN ITEMS AT CLOSING DATE '
        DELIMITED BY SIZE
        WS-CLOSING-DATE DELIMITED BY SIZE
        ' (HOUSE CURRENCY ' DELIMITED BY SIZE
        FXRATE-HOUSE-CURRENCY DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'REFERENCE                      CCY         AMOUNT BOOKED'
        & '    BOOKED-RATE CLOSING-RATE  BOOKED(HOUSE) CLOSING(HOUSE)'
        & '      GAIN/LOSS' TO WS-REPORT-LINE.
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-PARTNER-BLOCK
        VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
    PERFORM WRITE-REVALUATION-TOTALS.
    CLOSE REVALUATION-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

    DISPLAY 'ITEMS READ: ' WS-ITEMS-READ
        '  REVALUED: ' WS-REVAL-COUNT
        '  PARTNERS: ' WS-PARTNER-COUNT.
    MOVE WS-TOTAL-GAIN-LOSS TO WS-GAIN-LOSS-EDIT.
    DISPLAY 'UNREALIZED GAIN/LOSS: ' WS-GAIN-LOSS-EDIT.
    DISPLAY 'Report written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    GOBACK.

LOAD-ONE-ITEM.
    READ OPEN-ITEMS-FILE INTO OPEN-ITEMS-RECORD
     AT END
      SET WS-ITEMS-EOF TO TRUE
     NOT AT END
      IF OPEN-ITEMS-RECORD NOT = SPACES
          AND OPEN-ITEMS-RECORD(1:1) NOT = '*'
       ADD 1 TO WS-ITEMS-READ
       MOVE SPACES TO WS-ITEM-REFERENCE
       MOVE SPACES TO WS-ITEM-AMOUNT-TEXT
       MOVE SPACES TO WS-ITEM-DUE-TEXT
       MOVE SPACES TO WS-ITEM-CURRENCY
       MOVE SPACES TO WS-ITEM-PARTNER
       MOVE SPACES TO WS-ITEM-BOOKED-TEXT
       UNSTRING OPEN-ITEMS-RECORD DELIMITED BY ','
           INTO WS-ITEM-REFERENCE WS-ITEM-AMOUNT-TEXT
                WS-ITEM-DUE-TEXT WS-ITEM-CURRENCY
                WS-ITEM-PARTNER WS-ITEM-BOOKED-TEXT
       MOVE FUNCTION UPPER-CASE(WS-ITEM-CURRENCY) TO WS-ITEM-CURRENCY
       IF WS-ITEM-BOOKED-TEXT = SPACES
        MOVE WS-ITEM-DUE-TEXT TO WS-ITEM-BOOKED-TEXT
       END-IF
       IF WS-ITEM-PARTNER = SPACES
        MOVE '(NONE)' TO WS-ITEM-PARTNER
       END-IF
       IF FUNCTION TEST-NUMVAL(WS-ITEM-AMOUNT-TEXT) = 0
           AND WS-ITEM-BOOKED-TEXT IS NUMERIC
        PERFORM JUDGE-ONE-ITEM
       ELSE
        ADD 1 TO WS-ITEMS-REFUSED
        DISPLAY 'ITEM LINE NOT VALID: ' OPEN-ITEMS-RECORD
       END-IF
      END-IF
    END-READ.

JUDGE-ONE-ITEM.
* The closing rate answers the house currency too, so an item in
* it (or with no currency) is counted and passed over here.
    MOVE 'RAT' TO FXRATE-OPERATION.
    MOVE WS-ITEM-CURRENCY TO FXRATE-CURRENCY.
    MOVE WS-CLOSING-DATE TO FXRATE-DATE.
    CALL 'FXRATES' USING FXRATE-REQUEST.
    EVALUATE TRUE
     WHEN WS-ITEM-CURRENCY = SPACES
         OR WS-ITEM-CURRENCY = FXRATE-HOUSE-CURRENCY
      ADD 1 TO WS-ITEMS-HOUSE
     WHEN WS-ITEM-BOOKED-TEXT > WS-CLOSING-DATE
      ADD 1 TO WS-ITEMS-NOT-BOOKED
     WHEN WS-REVAL-COUNT >= 1000
      ADD 1 TO WS-ITEMS-REFUSED
      DISPLAY 'ITEM TABLE FULL (1000): ' OPEN-ITEMS-RECORD
     WHEN OTHER
      PERFORM FIND-PARTNER-SLOT
      IF WS-PT-FOUND = 0
       ADD 1 TO WS-ITEMS-REFUSED
       DISPLAY 'PARTNER TABLE FULL (200): ' OPEN-ITEMS-RECORD
      ELSE
       PERFORM REVALUE-ONE-ITEM
      END-IF
    END-EVALUATE.

REVALUE-ONE-ITEM.
    IF FXRATE-RESULT NOT = '00'
     PERFORM NOTE-MISSING-RATE
    END-IF.
    ADD 1 TO WS-REVAL-COUNT.
    MOVE WS-ITEM-REFERENCE TO WS-RV-REFERENCE(WS-REVAL-COUNT).
    MOVE WS-ITEM-PARTNER TO WS-RV-PARTNER(WS-REVAL-COUNT).
    MOVE WS-ITEM-CURRENCY TO WS-RV-CURRENCY(WS-REVAL-COUNT).
    COMPUTE WS-RV-AMOUNT(WS-REVAL-COUNT) =
        FUNCTION NUMVAL(WS-ITEM-AMOUNT-TEXT).
    MOVE WS-ITEM-BOOKED-TEXT TO WS-RV-BOOKED-DATE(WS-REVAL-COUNT).
    MOVE FXRATE-RATE TO WS-RV-CLOSING-RATE(WS-REVAL-COUNT).
    MOVE 'RAT' TO FXRATE-OPERATION.
    MOVE WS-RV-BOOKED-DATE(WS-REVAL-COUNT) TO FXRATE-DATE.
    CALL 'FXRATES' USING FXRATE-REQUEST.
    IF FXRATE-RESULT NOT = '00'
     PERFORM NOTE-MISSING-RATE
    END-IF.
    MOVE FXRATE-RATE TO WS-RV-BOOKED-RATE(WS-REVAL-COUNT).
    COMPUTE WS-RV-BOOKED-HOUSE(WS-REVAL-COUNT) ROUNDED =
        WS-RV-AMOUNT(WS-REVAL-COUNT) * WS-RV-BOOKED-RATE(WS-REVAL-COUNT).
    COMPUTE WS-RV-CLOSING-HOUSE(WS-REVAL-COUNT) ROUNDED =
        WS-RV-AMOUNT(WS-REVAL-COUNT) * WS-RV-CLOSING-RATE(WS-REVAL-COUNT).

NOTE-MISSING-RATE.
* The first missing rate is the one reported; loading carries on so
* the input is still read through, but nothing is printed after it.
    IF NOT WS-RATE-MISSING
     SET WS-RATE-MISSING TO TRUE
     MOVE FXRATE-CURRENCY TO WS-MISSING-CURRENCY
     MOVE FXRATE-RATE-DATE TO WS-MISSING-DATE
    END-IF.

FIND-PARTNER-SLOT.
    MOVE 0 TO WS-PT-FOUND.
    PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PARTNER-COUNT
     IF WS-PT-PARTNER(WS-PT-INDEX) = WS-ITEM-PARTNER
      MOVE WS-PT-INDEX TO WS-PT-FOUND
     END-IF
    END-PERFORM.
    IF WS-PT-FOUND = 0 AND WS-PARTNER-COUNT < 200
     ADD 1 TO WS-PARTNER-COUNT
     MOVE WS-PARTNER-COUNT TO WS-PT-FOUND
     MOVE WS-ITEM-PARTNER TO WS-PT-PARTNER(WS-PT-FOUND)
     MOVE 0 TO WS-PT-ITEMS(WS-PT-FOUND)
     MOVE 0 TO WS-PT-GAIN-LOSS(WS-PT-FOUND)
    END-IF.

WRITE-ONE-PARTNER-BLOCK.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'PARTNER ' DELIMITED BY SIZE
        WS-PT-PARTNER(WS-PT-INDEX) DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM VARYING WS-RV-INDEX FROM 1 BY 1
        UNTIL WS-RV-INDEX > WS-REVAL-COUNT
     IF WS-RV-PARTNER(WS-RV-INDEX) = WS-PT-PARTNER(WS-PT-INDEX)
      PERFORM WRITE-ONE-ITEM-LINE
     END-IF
    END-PERFORM.
    MOVE WS-PT-GAIN-LOSS(WS-PT-INDEX) TO WS-GAIN-LOSS-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  SUBTOTAL ' DELIMITED BY SIZE
        WS-PT-PARTNER(WS-PT-INDEX) DELIMITED BY SIZE
        ' ITEMS ' DELIMITED BY SIZE
        WS-PT-ITEMS(WS-PT-INDEX) DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    MOVE WS-GAIN-LOSS-EDIT TO WS-REPORT-LINE(116:15).
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-ONE-ITEM-LINE.
    COMPUTE WS-ITEM-GAIN-LOSS =
        WS-RV-CLOSING-HOUSE(WS-RV-INDEX)
        - WS-RV-BOOKED-HOUSE(WS-RV-INDEX).
    ADD 1 TO WS-PT-ITEMS(WS-PT-INDEX).
    ADD WS-ITEM-GAIN-LOSS TO WS-PT-GAIN-LOSS(WS-PT-INDEX).
    ADD WS-ITEM-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS.
    ADD WS-RV-BOOKED-HOUSE(WS-RV-INDEX) TO WS-TOTAL-BOOKED.
    ADD WS-RV-CLOSING-HOUSE(WS-RV-INDEX) TO WS-TOTAL-CLOSING.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-RV-REFERENCE(WS-RV-INDEX) TO WS-REPORT-LINE(1:30).
    MOVE WS-RV-CURRENCY(WS-RV-INDEX) TO WS-REPORT-LINE(32:3).
    MOVE WS-RV-AMOUNT(WS-RV-INDEX) TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(36:14).
    MOVE WS-RV-BOOKED-DATE(WS-RV-INDEX) TO WS-REPORT-LINE(51:8).
    MOVE WS-RV-BOOKED-RATE(WS-RV-INDEX) TO WS-RATE-EDIT.
    MOVE WS-RATE-EDIT TO WS-REPORT-LINE(60:12).
    MOVE WS-RV-CLOSING-RATE(WS-RV-INDEX) TO WS-RATE-EDIT.
    MOVE WS-RATE-EDIT TO WS-REPORT-LINE(73:12).
    MOVE WS-RV-BOOKED-HOUSE(WS-RV-INDEX) TO WS-HOUSE-EDIT.
    MOVE WS-HOUSE-EDIT TO WS-REPORT-LINE(86:14).
    MOVE WS-RV-CLOSING-HOUSE(WS-RV-INDEX) TO WS-HOUSE-EDIT.
    MOVE WS-HOUSE-EDIT TO WS-REPORT-LINE(101:14).
    MOVE WS-ITEM-GAIN-LOSS TO WS-GAIN-LOSS-EDIT.
    MOVE WS-GAIN-LOSS-EDIT TO WS-REPORT-LINE(116:15).
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-REVALUATION-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'ITEMS READ ' DELIMITED BY SIZE
        WS-ITEMS-READ DELIMITED BY SIZE
        '  REVALUED ' DELIMITED BY SIZE
        WS-REVAL-COUNT DELIMITED BY SIZE
        '  HOUSE CURRENCY ' DELIMITED BY SIZE
        WS-ITEMS-HOUSE DELIMITED BY SIZE
        '  BOOKED AFTER CLOSE ' DELIMITED BY SIZE
        WS-ITEMS-NOT-BOOKED DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'TOTAL ALL PARTNERS' TO WS-REPORT-LINE(1:18).
    MOVE WS-TOTAL-BOOKED TO WS-HOUSE-EDIT.
    MOVE WS-HOUSE-EDIT TO WS-REPORT-LINE(86:14).
    MOVE WS-TOTAL-CLOSING TO WS-HOUSE-EDIT.
    MOVE WS-HOUSE-EDIT TO WS-REPORT-LINE(101:14).
    MOVE WS-TOTAL-GAIN-LOSS TO WS-GAIN-LOSS-EDIT.
    MOVE WS-GAIN-LOSS-EDIT TO WS-REPORT-LINE(116:15).
    WRITE REVALUATION-REPORT-RECORD FROM WS-REPORT-LINE.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='FX-REVALUATION'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='FX-REVALUATION'==.
