IDENTIFICATION DIVISION.
PROGRAM-ID. PAYMENT-MATCH.
AUTHOR. Simon Mikkelsen.
* SETTLE-INTEREST ages the open-items file and charges interest,
* but nothing ever closed an item: the partners' payment files
* came in through GATEWAY-INBOUND and INBOUND-PIPELINE and were
* ticked off against the open items by hand. This program applies
* the cash. It reads the partner's payment file (one comma-
* delimited line per payment: reference, amount, payment-date
* YYYYMMDD; HDR/TRL wrapper lines and '*' comments are skipped)
* and matches each payment to the open items (reference, amount,
* due-date - the same file SETTLE-INTEREST ages) by the structured
* mod-97 payment reference FILE-VALIDATOR already checks with its
* MOD97 algorithm. References compare on their digits alone, so a
* reference typed in groups still finds its item.
*   - A payment whose reference fails the mod-97 check, or that
*     names no open item, is not applied at all.
*   - An exact payment closes the item.
*   - A partial payment reduces the item, which stays open for the
*     balance.
*   - An over-payment closes the item (and any further items under
*     the same reference, oldest first in file order) and the excess
*     is kept.
* Every amount not applied - unmatched, bad reference, or excess -
* goes to the unapplied-cash file UNAPPLIED-CASH.TXT, one line per
* amount (reference, amount, payment-date, reason, run-id), which is
* appended to run after run so no cash is ever lost between runs.
* Lines that are not a payment at all (amount not numeric) go to
* the shared REJECTS.TXT under reason PAY.
* The updated open-items file keeps only what is still open, in
* the original layout, so the next interest run only charges on what
* is really outstanding; it is registered in the dataset catalog.
* The matching report MATCHING.RPT lists every payment with its
* outcome and closes with control totals that prove themselves:
* payments received = cash applied + cash unapplied, and open items
* in - cash applied = open items out. The report is archived in
* RPTARC, the cash received and the open balance carried forward are
* posted to the BALANCE.TXT ledger, and the run is written to the
* shared AUDITLOG. A run whose totals do not prove ends with
* RETURN-CODE 8.
* Items and payments may now carry a currency code (the open item's
* fourth field, the payment's fourth field; blank means the house
* currency). A payment in another currency than the item it names is
* converted into the item's currency at the FXRATES rate for the
* payment date - the day the money moved - and whatever of it is
* left unapplied goes back to the payment's own currency. The control
* totals prove per currency, in that currency's own amounts, and are
* shown beside their house-currency equivalents (payments at their
* payment date, open items at the run date), which is also what is
* posted to BALANCE.TXT. Every rate the run will need is checked
* before anything is written; a missing one stops the run with
* RETURN-CODE 8 and nothing applied.
* The updated file is written from the item table alone, so an
* open-items line that cannot be read (amount or due date not
* valid), or one past the 1000 items the table holds, would drop
* out of it unseen. Such lines are listed and the run stops with
* RETURN-CODE 8 before anything is applied or written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYMENT-FILE ASSIGN TO WS-PAYMENT-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PAYMENT-STATUS.
    SELECT OPEN-ITEMS-FILE ASSIGN TO WS-ITEMS-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ITEMS-STATUS.
    SELECT UPDATED-ITEMS-FILE ASSIGN TO WS-UPDATED-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-UPDATED-STATUS.
    SELECT UNAPPLIED-FILE ASSIGN TO 'UNAPPLIED-CASH.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-UNAPPLIED-STATUS.
    SELECT MATCH-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "balance-select.cpy".
    COPY "catalog-select.cpy".
    COPY "rejects-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  PAYMENT-FILE.
01  PAYMENT-RECORD PIC X(100).

FD  OPEN-ITEMS-FILE.
01  OPEN-ITEMS-RECORD PIC X(100).

FD  UPDATED-ITEMS-FILE.
01  UPDATED-ITEMS-RECORD PIC X(100).

FD  UNAPPLIED-FILE.
01  UNAPPLIED-RECORD PIC X(120).

FD  MATCH-REPORT-FILE.
01  MATCH-REPORT-RECORD PIC X(132).

COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "balance-fd.cpy".
COPY "catalog-fd.cpy".
COPY "rejects-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "balance-ws.cpy".
COPY "catalog-ws.cpy".
COPY "rejects-ws.cpy".
COPY "bignumber-linkage.cpy".
COPY "fxrates-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-PAYMENT-FILE-NAME PIC X(100).
01  WS-PAYMENT-STATUS PIC X(02).
01  WS-ITEMS-FILE-NAME PIC X(100).
01  WS-ITEMS-STATUS PIC X(02).
01  WS-UPDATED-FILE-NAME PIC X(100).
01  WS-UPDATED-STATUS PIC X(02).
01  WS-UNAPPLIED-STATUS PIC X(02).
01  WS-REPORT-NAME PIC X(100) VALUE 'MATCHING.RPT'.
01  WS-PAYMENT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PAYMENT-EOF VALUE 'Y'.
01  WS-ITEMS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-ITEMS-EOF VALUE 'Y'.

* The open items are held in file order so an over-payment runs
* down the items under one reference oldest first, and so the
* updated file comes out in the order it went in.
01  WS-ITEM-TABLE.
    05  WS-IT-ENTRY OCCURS 1000 TIMES.
        10  WS-IT-REFERENCE PIC X(30).
        10  WS-IT-DIGITS PIC X(40).
        10  WS-IT-AMOUNT PIC 9(11)V99.
        10  WS-IT-DUE-DATE PIC X(08).
        10  WS-IT-TAIL PIC X(60).
        10  WS-IT-CURRENCY PIC X(03).
        10  WS-IT-STATE PIC X.
            88  WS-IT-OPEN VALUE 'O'.
            88  WS-IT-PART-PAID VALUE 'P'.
            88  WS-IT-CLOSED VALUE 'C'.
01  WS-ITEM-COUNT PIC 9(04) VALUE 0.
01  WS-ITEMS-REFUSED PIC 9(04) VALUE 0.
01  WS-IT-INDEX PIC 9(04) VALUE 0.

01  WS-ITEM-REFERENCE PIC X(30).
01  WS-ITEM-AMOUNT-TEXT PIC X(15).
01  WS-ITEM-DUE-TEXT PIC X(08).
01  WS-ITEM-TAIL PIC X(60).
01  WS-ITEM-POINTER PIC 9(03) VALUE 1.
01  WS-ITEM-CURRENCY PIC X(03).

01  WS-PAY-REFERENCE PIC X(30).
01  WS-PAY-AMOUNT-TEXT PIC X(15).
01  WS-PAY-DATE-TEXT PIC X(08).
01  WS-PAY-CURRENCY PIC X(03).
01  WS-PAY-DATE PIC 9(08) VALUE 0.
01  WS-PAY-RATE PIC 9(05)V9(06) VALUE 0.
01  WS-ITEM-RATE PIC 9(05)V9(06) VALUE 0.
01  WS-REMAINING-IN-ITEM PIC 9(11)V99 VALUE 0.
01  WS-CONSUMED-ITEM PIC 9(11)V99 VALUE 0.
01  WS-CONSUMED-PAY PIC 9(11)V99 VALUE 0.
01  WS-PAY-HOUSE PIC 9(13)V99 VALUE 0.
01  WS-PAY-APPLIED-HOUSE PIC 9(13)V99 VALUE 0.
01  WS-PAY-AMOUNT PIC 9(11)V99 VALUE 0.
01  WS-PAY-REMAINING PIC 9(11)V99 VALUE 0.
01  WS-PAY-APPLIED PIC 9(11)V99 VALUE 0.
01  WS-PAY-OUTCOME PIC X(10).
01  WS-UNAPPLIED-REASON PIC X(13).
01  WS-RATE-MISSING-FLAG PIC X VALUE 'N'.
    88  WS-RATE-MISSING VALUE 'Y'.
01  WS-MISSING-CURRENCY PIC X(03).
01  WS-MISSING-DATE PIC 9(08) VALUE 0.

* Per-currency control totals, each in that currency's own amounts:
* the payment side (received = applied + unapplied) and the item
* side (in - applied = out) prove exactly within each currency.
01  WS-CURRENCY-TABLE.
    05  WS-CY-ENTRY OCCURS 20 TIMES.
        10  WS-CY-CODE PIC X(03).
        10  WS-CY-RECEIVED PIC 9(13)V99.
        10  WS-CY-PAID-APPLIED PIC 9(13)V99.
        10  WS-CY-UNAPPLIED PIC 9(13)V99.
        10  WS-CY-ITEMS-IN PIC 9(13)V99.
        10  WS-CY-ITEMS-APPLIED PIC 9(13)V99.
        10  WS-CY-ITEMS-OUT PIC 9(13)V99.
01  WS-CURRENCY-COUNT PIC 9(02) VALUE 0.
01  WS-CY-INDEX PIC 9(02) VALUE 0.
01  WS-CY-FOUND PIC 9(02) VALUE 0.
01  WS-CY-WANTED PIC X(03).
01  WS-PAY-HIT-COUNT PIC 9(04) VALUE 0.

01  WS-CK-SOURCE PIC X(30).
01  WS-CK-DIGITS PIC X(40).
01  WS-CK-DIGIT-COUNT PIC 9(02) VALUE 0.
01  WS-CK-SCAN PIC 9(02) VALUE 0.
01  WS-CK-ONE-DIGIT PIC 9(02) VALUE 0.
01  WS-CK-GOOD-FLAG PIC X VALUE 'Y'.
    88  WS-CK-GOOD VALUE 'Y'.

01  WS-PAYMENTS-READ PIC 9(07) VALUE 0.
01  WS-PAYMENTS-REJECTED PIC 9(07) VALUE 0.
01  WS-EXACT-COUNT PIC 9(07) VALUE 0.
01  WS-PARTIAL-COUNT PIC 9(07) VALUE 0.
01  WS-OVER-COUNT PIC 9(07) VALUE 0.
01  WS-UNMATCHED-COUNT PIC 9(07) VALUE 0.
01  WS-BADREF-COUNT PIC 9(07) VALUE 0.
01  WS-ITEMS-IN-COUNT PIC 9(07) VALUE 0.
01  WS-ITEMS-OUT-COUNT PIC 9(07) VALUE 0.
01  WS-ITEMS-CLOSED-COUNT PIC 9(07) VALUE 0.
01  WS-UNAPPLIED-COUNT PIC 9(07) VALUE 0.
01  WS-PAYMENTS-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-APPLIED-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-UNAPPLIED-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-ITEMS-IN-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-ITEMS-OUT-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-PROOF-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-HOUSE-CURRENCY PIC X(03) VALUE SPACES.
01  WS-PROVEN-FLAG PIC X VALUE 'Y'.
    88  WS-TOTALS-PROVEN VALUE 'Y'.

01  WS-AMOUNT-EDIT PIC Z(10)9.99.
01  WS-APPLIED-EDIT PIC Z(10)9.99.
01  WS-UNAPPLIED-EDIT PIC Z(10)9.99.
01  WS-TOTAL-EDIT PIC Z(12)9.99.
01  WS-AMOUNT-PLAIN PIC Z(10)9.99.
01  WS-BALANCE-AMOUNT PIC 9(13).99.
01  WS-REPORT-LINE PIC X(132).
01  WS-OUT-LINE PIC X(120).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Payment file (reference,amount,payment-date[,ccy]): '
        WITH NO ADVANCING.
    ACCEPT WS-PAYMENT-FILE-NAME.
    DISPLAY 'Open-items file (reference,amount,due-date): '
        WITH NO ADVANCING.
    ACCEPT WS-ITEMS-FILE-NAME.
    DISPLAY 'Updated open-items file: ' WITH NO ADVANCING.
    ACCEPT WS-UPDATED-FILE-NAME.
    IF WS-UPDATED-FILE-NAME = SPACES
        OR WS-UPDATED-FILE-NAME = WS-ITEMS-FILE-NAME
     DISPLAY 'The updated open items need a new file name.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM LOAD-OPEN-ITEMS.
    IF WS-ITEMS-STATUS NOT = '00' AND WS-ITEMS-STATUS NOT = '10'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-ITEMS-FILE-NAME)
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    IF WS-ITEMS-REFUSED > 0
     DISPLAY '*** ' WS-ITEMS-REFUSED ' OPEN-ITEM LINE(S) NOT LOADED'
         ' - RUN STOPPED, NOTHING APPLIED ***'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN INPUT PAYMENT-FILE.
    IF WS-PAYMENT-STATUS NOT = '00'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-PAYMENT-FILE-NAME)
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM CHECK-RATES-BEFORE-APPLYING.
    IF WS-RATE-MISSING
     CLOSE PAYMENT-FILE
     DISPLAY '*** NO FX RATE FOR ' WS-MISSING-CURRENCY ' ON '
         WS-MISSING-DATE ' - RUN STOPPED, NOTHING APPLIED ***'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    OPEN EXTEND UNAPPLIED-FILE.
    IF WS-UNAPPLIED-STATUS = '35'
     OPEN OUTPUT UNAPPLIED-FILE
    END-IF.
    OPEN OUTPUT MATCH-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE MATCH-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'CASH APPLICATION OF ' DELIMITED BY SIZE
        WS-PAYMENT-FILE-NAME DELIMITED BY SPACE
        ' AGAINST ' DELIMITED BY SIZE
        WS-ITEMS-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'REFERENCE                      PAID          APPLIED'
        & '        UNAPPLIED     OUTCOME    CCY' TO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.

    PERFORM APPLY-ONE-PAYMENT UNTIL WS-PAYMENT-EOF.
    CLOSE PAYMENT-FILE.
    CLOSE UNAPPLIED-FILE.

    PERFORM WRITE-UPDATED-ITEMS.
    PERFORM VALUE-ITEMS-IN-HOUSE-CURRENCY.
    PERFORM PROVE-CONTROL-TOTALS.
    PERFORM WRITE-CONTROL-TOTALS.
    CLOSE MATCH-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM REGISTER-UPDATED-IN-CATALOG.
    PERFORM POST-INPUT-CONTROL-TOTAL.
    PERFORM POST-OUTPUT-CONTROL-TOTAL.
    IF WS-TOTALS-PROVEN
     PERFORM WRITE-SUCCESS-AUDIT-LOG
    ELSE
     PERFORM WRITE-FAILURE-AUDIT-LOG
     DISPLAY '*** CONTROL TOTALS DO NOT PROVE - SEE '
         FUNCTION TRIM(WS-REPORT-NAME) ' ***'
     MOVE 8 TO RETURN-CODE
    END-IF.
    MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT.
    DISPLAY 'PAYMENTS READ: ' WS-PAYMENTS-READ
        '  CASH APPLIED: ' WS-TOTAL-EDIT.
    MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT.
    DISPLAY 'UNAPPLIED LINES: ' WS-UNAPPLIED-COUNT
        '  CASH UNAPPLIED: ' WS-TOTAL-EDIT.
    DISPLAY 'Report written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    GOBACK.

LOAD-OPEN-ITEMS.
    MOVE 'RAT' TO FXRATE-OPERATION.
    MOVE SPACES TO FXRATE-CURRENCY.
    MOVE RUN-ID-CURRENT-DATE TO FXRATE-DATE.
    CALL 'FXRATES' USING FXRATE-REQUEST.
    MOVE FXRATE-HOUSE-CURRENCY TO WS-HOUSE-CURRENCY.
    OPEN INPUT OPEN-ITEMS-FILE.
    IF WS-ITEMS-STATUS NOT = '00'
     SET WS-ITEMS-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-OPEN-ITEM UNTIL WS-ITEMS-EOF.
    IF WS-ITEMS-STATUS = '00' OR WS-ITEMS-STATUS = '10'
     CLOSE OPEN-ITEMS-FILE
    END-IF.

LOAD-ONE-OPEN-ITEM.
    READ OPEN-ITEMS-FILE INTO OPEN-ITEMS-RECORD
     AT END
      SET WS-ITEMS-EOF TO TRUE
     NOT AT END
      IF OPEN-ITEMS-RECORD NOT = SPACES
          AND OPEN-ITEMS-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-ITEM-REFERENCE
       MOVE SPACES TO WS-ITEM-AMOUNT-TEXT
       MOVE SPACES TO WS-ITEM-DUE-TEXT
       MOVE SPACES TO WS-ITEM-TAIL
       MOVE 1 TO WS-ITEM-POINTER
       UNSTRING OPEN-ITEMS-RECORD DELIMITED BY ','
           INTO WS-ITEM-REFERENCE WS-ITEM-AMOUNT-TEXT
                WS-ITEM-DUE-TEXT
           WITH POINTER WS-ITEM-POINTER
       IF WS-ITEM-POINTER <= LENGTH OF OPEN-ITEMS-RECORD
        MOVE OPEN-ITEMS-RECORD(WS-ITEM-POINTER:) TO WS-ITEM-TAIL
       END-IF
       IF FUNCTION TEST-NUMVAL(WS-ITEM-AMOUNT-TEXT) NOT = 0
           OR WS-ITEM-DUE-TEXT(1:8) IS NOT NUMERIC
        ADD 1 TO WS-ITEMS-REFUSED
        DISPLAY 'ITEM LINE NOT VALID: ' OPEN-ITEMS-RECORD
       ELSE
        IF WS-ITEM-COUNT = 1000
         ADD 1 TO WS-ITEMS-REFUSED
         DISPLAY 'ITEM TABLE FULL (1000): ' OPEN-ITEMS-RECORD
        ELSE
         PERFORM TABLE-ONE-OPEN-ITEM
        END-IF
       END-IF
      END-IF
    END-READ.

TABLE-ONE-OPEN-ITEM.
    ADD 1 TO WS-ITEM-COUNT.
    ADD 1 TO WS-ITEMS-IN-COUNT.
    MOVE WS-ITEM-REFERENCE TO WS-IT-REFERENCE(WS-ITEM-COUNT).
    COMPUTE WS-IT-AMOUNT(WS-ITEM-COUNT) =
        FUNCTION NUMVAL(WS-ITEM-AMOUNT-TEXT).
    MOVE WS-ITEM-DUE-TEXT TO WS-IT-DUE-DATE(WS-ITEM-COUNT).
    MOVE WS-ITEM-TAIL TO WS-IT-TAIL(WS-ITEM-COUNT).
    MOVE SPACES TO WS-ITEM-CURRENCY.
    UNSTRING WS-ITEM-TAIL DELIMITED BY ','
        INTO WS-ITEM-CURRENCY.
    IF WS-ITEM-CURRENCY = SPACES
     MOVE WS-HOUSE-CURRENCY TO WS-ITEM-CURRENCY
    END-IF.
    MOVE FUNCTION UPPER-CASE(WS-ITEM-CURRENCY)
        TO WS-IT-CURRENCY(WS-ITEM-COUNT).
    MOVE WS-IT-CURRENCY(WS-ITEM-COUNT) TO WS-CY-WANTED.
    PERFORM FIND-CURRENCY-SLOT.
    ADD WS-IT-AMOUNT(WS-ITEM-COUNT) TO WS-CY-ITEMS-IN(WS-CY-FOUND).
    MOVE 'O' TO WS-IT-STATE(WS-ITEM-COUNT).
    MOVE WS-ITEM-REFERENCE TO WS-CK-SOURCE.
    PERFORM GATHER-REFERENCE-DIGITS.
    MOVE WS-CK-DIGITS TO WS-IT-DIGITS(WS-ITEM-COUNT).

APPLY-ONE-PAYMENT.
    READ PAYMENT-FILE INTO PAYMENT-RECORD
     AT END
      SET WS-PAYMENT-EOF TO TRUE
     NOT AT END
      IF PAYMENT-RECORD NOT = SPACES
          AND PAYMENT-RECORD(1:1) NOT = '*'
          AND PAYMENT-RECORD(1:3) NOT = 'HDR'
          AND PAYMENT-RECORD(1:3) NOT = 'TRL'
       PERFORM SPLIT-ONE-PAYMENT-LINE
       IF FUNCTION TEST-NUMVAL(WS-PAY-AMOUNT-TEXT) = 0
        ADD 1 TO WS-PAYMENTS-READ
        COMPUTE WS-PAY-AMOUNT =
            FUNCTION NUMVAL(WS-PAY-AMOUNT-TEXT)
        MOVE WS-PAY-CURRENCY TO WS-CY-WANTED
        PERFORM FIND-CURRENCY-SLOT
        ADD WS-PAY-AMOUNT TO WS-CY-RECEIVED(WS-CY-FOUND)
        MOVE 'RAT' TO FXRATE-OPERATION
        MOVE WS-PAY-CURRENCY TO FXRATE-CURRENCY
        MOVE WS-PAY-DATE TO FXRATE-DATE
        CALL 'FXRATES' USING FXRATE-REQUEST
        MOVE FXRATE-RATE TO WS-PAY-RATE
        COMPUTE WS-PAY-HOUSE ROUNDED = WS-PAY-AMOUNT * WS-PAY-RATE
        ADD WS-PAY-HOUSE TO WS-PAYMENTS-TOTAL
        PERFORM MATCH-ONE-PAYMENT
       ELSE
        ADD 1 TO WS-PAYMENTS-REJECTED
        PERFORM WRITE-ONE-REJECT
       END-IF
      END-IF
    END-READ.

SPLIT-ONE-PAYMENT-LINE.
* reference,amount,payment-date[,currency]; a payment date that is
* not a date is taken as the run date for its rate.
    MOVE SPACES TO WS-PAY-REFERENCE.
    MOVE SPACES TO WS-PAY-AMOUNT-TEXT.
    MOVE SPACES TO WS-PAY-DATE-TEXT.
    MOVE SPACES TO WS-PAY-CURRENCY.
    UNSTRING PAYMENT-RECORD DELIMITED BY ','
        INTO WS-PAY-REFERENCE WS-PAY-AMOUNT-TEXT
             WS-PAY-DATE-TEXT WS-PAY-CURRENCY.
    MOVE FUNCTION UPPER-CASE(WS-PAY-CURRENCY) TO WS-PAY-CURRENCY.
    IF WS-PAY-CURRENCY = SPACES
     MOVE WS-HOUSE-CURRENCY TO WS-PAY-CURRENCY
    END-IF.
    IF WS-PAY-DATE-TEXT IS NUMERIC
     MOVE WS-PAY-DATE-TEXT TO WS-PAY-DATE
    ELSE
     MOVE RUN-ID-CURRENT-DATE TO WS-PAY-DATE
    END-IF.

CHECK-RATES-BEFORE-APPLYING.
* One pass over the payments before any is applied: the run date's
* rate for every item currency, and the payment date's rate for
* every payment's currency and for the currency of the item its
* reference names. Nothing is written until all of them are known.
    PERFORM VARYING WS-CY-INDEX FROM 1 BY 1
        UNTIL WS-CY-INDEX > WS-CURRENCY-COUNT
     MOVE WS-CY-CODE(WS-CY-INDEX) TO FXRATE-CURRENCY
     MOVE RUN-ID-CURRENT-DATE TO FXRATE-DATE
     PERFORM CHECK-ONE-RATE
    END-PERFORM.
    PERFORM CHECK-ONE-PAYMENT-RATE UNTIL WS-PAYMENT-EOF.
    CLOSE PAYMENT-FILE.
    MOVE 'N' TO WS-PAYMENT-EOF-FLAG.
    OPEN INPUT PAYMENT-FILE.

CHECK-ONE-PAYMENT-RATE.
    READ PAYMENT-FILE INTO PAYMENT-RECORD
     AT END
      SET WS-PAYMENT-EOF TO TRUE
     NOT AT END
      IF PAYMENT-RECORD NOT = SPACES
          AND PAYMENT-RECORD(1:1) NOT = '*'
          AND PAYMENT-RECORD(1:3) NOT = 'HDR'
          AND PAYMENT-RECORD(1:3) NOT = 'TRL'
       PERFORM SPLIT-ONE-PAYMENT-LINE
       IF FUNCTION TEST-NUMVAL(WS-PAY-AMOUNT-TEXT) = 0
        MOVE WS-PAY-CURRENCY TO FXRATE-CURRENCY
        MOVE WS-PAY-DATE TO FXRATE-DATE
        PERFORM CHECK-ONE-RATE
        MOVE WS-PAY-REFERENCE TO WS-CK-SOURCE
        PERFORM GATHER-REFERENCE-DIGITS
        PERFORM VARYING WS-IT-INDEX FROM 1 BY 1
            UNTIL WS-IT-INDEX > WS-ITEM-COUNT
         IF WS-IT-DIGITS(WS-IT-INDEX) = WS-CK-DIGITS
             AND WS-IT-CURRENCY(WS-IT-INDEX) NOT = WS-PAY-CURRENCY
          MOVE WS-IT-CURRENCY(WS-IT-INDEX) TO FXRATE-CURRENCY
          MOVE WS-PAY-DATE TO FXRATE-DATE
          PERFORM CHECK-ONE-RATE
         END-IF
        END-PERFORM
       END-IF
      END-IF
    END-READ.

CHECK-ONE-RATE.
    MOVE 'RAT' TO FXRATE-OPERATION.
    CALL 'FXRATES' USING FXRATE-REQUEST.
    IF FXRATE-RESULT NOT = '00' AND NOT WS-RATE-MISSING
     SET WS-RATE-MISSING TO TRUE
     MOVE FXRATE-CURRENCY TO WS-MISSING-CURRENCY
     MOVE FXRATE-RATE-DATE TO WS-MISSING-DATE
    END-IF.

FIND-CURRENCY-SLOT.
* Answers into WS-CY-FOUND for the currency in WS-CY-WANTED, opening
* a slot for a currency not seen before.
    MOVE 0 TO WS-CY-FOUND.
    PERFORM VARYING WS-CY-INDEX FROM 1 BY 1
        UNTIL WS-CY-INDEX > WS-CURRENCY-COUNT
     IF WS-CY-CODE(WS-CY-INDEX) = WS-CY-WANTED
      MOVE WS-CY-INDEX TO WS-CY-FOUND
     END-IF
    END-PERFORM.
    IF WS-CY-FOUND = 0 AND WS-CURRENCY-COUNT < 20
     ADD 1 TO WS-CURRENCY-COUNT
     MOVE WS-CURRENCY-COUNT TO WS-CY-FOUND
     MOVE WS-CY-WANTED TO WS-CY-CODE(WS-CY-FOUND)
     MOVE 0 TO WS-CY-RECEIVED(WS-CY-FOUND)
     MOVE 0 TO WS-CY-PAID-APPLIED(WS-CY-FOUND)
     MOVE 0 TO WS-CY-UNAPPLIED(WS-CY-FOUND)
     MOVE 0 TO WS-CY-ITEMS-IN(WS-CY-FOUND)
     MOVE 0 TO WS-CY-ITEMS-APPLIED(WS-CY-FOUND)
     MOVE 0 TO WS-CY-ITEMS-OUT(WS-CY-FOUND)
    END-IF.

MATCH-ONE-PAYMENT.
* The reference must first pass the same ISO 7064 mod-97 check
* FILE-VALIDATOR applies; a reference that fails it was mistyped
* by the payer and cannot safely be matched to anything.
    MOVE WS-PAY-AMOUNT TO WS-PAY-REMAINING.
    MOVE 0 TO WS-PAY-APPLIED.
    MOVE 0 TO WS-PAY-HIT-COUNT.
    MOVE WS-PAY-REFERENCE TO WS-CK-SOURCE.
    PERFORM GATHER-REFERENCE-DIGITS.
    IF NOT WS-CK-GOOD OR WS-CK-DIGIT-COUNT < 2
     MOVE 'N' TO WS-CK-GOOD-FLAG
    ELSE
     PERFORM VERIFY-MOD97
    END-IF.
    IF NOT WS-CK-GOOD
     ADD 1 TO WS-BADREF-COUNT
     MOVE 'BAD REF' TO WS-PAY-OUTCOME
     MOVE 'BAD-REFERENCE' TO WS-UNAPPLIED-REASON
    ELSE
     PERFORM APPLY-TO-ONE-ITEM
         VARYING WS-IT-INDEX FROM 1 BY 1
         UNTIL WS-IT-INDEX > WS-ITEM-COUNT
         OR WS-PAY-REMAINING = 0
     EVALUATE TRUE
      WHEN WS-PAY-HIT-COUNT = 0
       ADD 1 TO WS-UNMATCHED-COUNT
       MOVE 'UNMATCHED' TO WS-PAY-OUTCOME
       MOVE 'UNMATCHED' TO WS-UNAPPLIED-REASON
      WHEN WS-PAY-REMAINING > 0
       ADD 1 TO WS-OVER-COUNT
       MOVE 'OVERPAID' TO WS-PAY-OUTCOME
       MOVE 'OVERPAYMENT' TO WS-UNAPPLIED-REASON
      WHEN WS-IT-PART-PAID(WS-IT-INDEX - 1)
       ADD 1 TO WS-PARTIAL-COUNT
       MOVE 'PARTIAL' TO WS-PAY-OUTCOME
      WHEN OTHER
       ADD 1 TO WS-EXACT-COUNT
       MOVE 'EXACT' TO WS-PAY-OUTCOME
     END-EVALUATE
    END-IF.
    MOVE WS-PAY-CURRENCY TO WS-CY-WANTED.
    PERFORM FIND-CURRENCY-SLOT.
    ADD WS-PAY-APPLIED TO WS-CY-PAID-APPLIED(WS-CY-FOUND).
    COMPUTE WS-PAY-APPLIED-HOUSE ROUNDED =
        WS-PAY-APPLIED * WS-PAY-RATE.
    ADD WS-PAY-APPLIED-HOUSE TO WS-APPLIED-TOTAL.
    COMPUTE WS-UNAPPLIED-TOTAL = WS-UNAPPLIED-TOTAL
        + WS-PAY-HOUSE - WS-PAY-APPLIED-HOUSE.
    IF WS-PAY-REMAINING > 0
     PERFORM WRITE-ONE-UNAPPLIED-LINE
    END-IF.
    PERFORM WRITE-ONE-MATCH-LINE.

APPLY-TO-ONE-ITEM.
* What is left of the payment is first expressed in the item's
* currency (through the house currency, at the payment date's
* rates); the item is then settled in its own currency, and the part
* of the payment that settled it is taken off in the payment's.
    IF NOT WS-IT-CLOSED(WS-IT-INDEX)
        AND WS-IT-DIGITS(WS-IT-INDEX) = WS-CK-DIGITS
     ADD 1 TO WS-PAY-HIT-COUNT
     IF WS-IT-CURRENCY(WS-IT-INDEX) = WS-PAY-CURRENCY
      MOVE WS-PAY-REMAINING TO WS-REMAINING-IN-ITEM
     ELSE
      MOVE 'RAT' TO FXRATE-OPERATION
      MOVE WS-IT-CURRENCY(WS-IT-INDEX) TO FXRATE-CURRENCY
      MOVE WS-PAY-DATE TO FXRATE-DATE
      CALL 'FXRATES' USING FXRATE-REQUEST
      MOVE FXRATE-RATE TO WS-ITEM-RATE
      COMPUTE WS-REMAINING-IN-ITEM ROUNDED =
          WS-PAY-REMAINING * WS-PAY-RATE / WS-ITEM-RATE
     END-IF
     IF WS-REMAINING-IN-ITEM >= WS-IT-AMOUNT(WS-IT-INDEX)
      MOVE WS-IT-AMOUNT(WS-IT-INDEX) TO WS-CONSUMED-ITEM
      IF WS-IT-CURRENCY(WS-IT-INDEX) = WS-PAY-CURRENCY
       MOVE WS-CONSUMED-ITEM TO WS-CONSUMED-PAY
      ELSE
       COMPUTE WS-CONSUMED-PAY ROUNDED =
           WS-CONSUMED-ITEM * WS-ITEM-RATE / WS-PAY-RATE
       IF WS-CONSUMED-PAY > WS-PAY-REMAINING
        MOVE WS-PAY-REMAINING TO WS-CONSUMED-PAY
       END-IF
      END-IF
      MOVE 'C' TO WS-IT-STATE(WS-IT-INDEX)
      ADD 1 TO WS-ITEMS-CLOSED-COUNT
     ELSE
      MOVE WS-REMAINING-IN-ITEM TO WS-CONSUMED-ITEM
      MOVE WS-PAY-REMAINING TO WS-CONSUMED-PAY
      MOVE 'P' TO WS-IT-STATE(WS-IT-INDEX)
     END-IF
     SUBTRACT WS-CONSUMED-ITEM FROM WS-IT-AMOUNT(WS-IT-INDEX)
     ADD WS-CONSUMED-PAY TO WS-PAY-APPLIED
     SUBTRACT WS-CONSUMED-PAY FROM WS-PAY-REMAINING
     MOVE WS-IT-CURRENCY(WS-IT-INDEX) TO WS-CY-WANTED
     PERFORM FIND-CURRENCY-SLOT
     ADD WS-CONSUMED-ITEM TO WS-CY-ITEMS-APPLIED(WS-CY-FOUND)
    END-IF.

GATHER-REFERENCE-DIGITS.
* Digits only, embedded spaces ignored; any other character marks
* the reference as not a digit string.
    MOVE SPACES TO WS-CK-DIGITS.
    MOVE 0 TO WS-CK-DIGIT-COUNT.
    MOVE 'Y' TO WS-CK-GOOD-FLAG.
    PERFORM VARYING WS-CK-SCAN FROM 1 BY 1
        UNTIL WS-CK-SCAN > 30
     EVALUATE TRUE
      WHEN WS-CK-SOURCE(WS-CK-SCAN:1) = SPACE
       CONTINUE
      WHEN WS-CK-SOURCE(WS-CK-SCAN:1) IS NUMERIC
       ADD 1 TO WS-CK-DIGIT-COUNT
       MOVE WS-CK-SOURCE(WS-CK-SCAN:1)
           TO WS-CK-DIGITS(WS-CK-DIGIT-COUNT:1)
      WHEN OTHER
       MOVE 'N' TO WS-CK-GOOD-FLAG
     END-EVALUATE
    END-PERFORM.

VERIFY-MOD97.
* The whole reference as one big number, divided by 97 through the
* shared BIGNUMBER subprogram; a valid reference leaves remainder 1.
    MOVE 'SET' TO BIGNUM-OPERATION.
    MOVE 0 TO BIGNUM-SMALL-VALUE.
    CALL 'BIGNUMBER' USING BIGNUM-REQUEST BIGNUM-A BIGNUM-B.
    PERFORM VARYING WS-CK-SCAN FROM 1 BY 1
        UNTIL WS-CK-SCAN > WS-CK-DIGIT-COUNT
     MOVE 'MUL' TO BIGNUM-OPERATION
     MOVE 10 TO BIGNUM-SMALL-VALUE
     CALL 'BIGNUMBER' USING BIGNUM-REQUEST BIGNUM-A BIGNUM-B
     MOVE 'SWP' TO BIGNUM-OPERATION
     CALL 'BIGNUMBER' USING BIGNUM-REQUEST BIGNUM-A BIGNUM-B
     MOVE 'SET' TO BIGNUM-OPERATION
     MOVE WS-CK-DIGITS(WS-CK-SCAN:1) TO WS-CK-ONE-DIGIT
     MOVE WS-CK-ONE-DIGIT TO BIGNUM-SMALL-VALUE
     CALL 'BIGNUMBER' USING BIGNUM-REQUEST BIGNUM-A BIGNUM-B
     MOVE 'ADD' TO BIGNUM-OPERATION
     CALL 'BIGNUMBER' USING BIGNUM-REQUEST BIGNUM-A BIGNUM-B
    END-PERFORM.
    MOVE 'DIV' TO BIGNUM-OPERATION.
    MOVE 97 TO BIGNUM-SMALL-VALUE.
    CALL 'BIGNUMBER' USING BIGNUM-REQUEST BIGNUM-A BIGNUM-B.
    IF BIGNUM-REMAINDER NOT = 1
     MOVE 'N' TO WS-CK-GOOD-FLAG
    END-IF.

WRITE-ONE-UNAPPLIED-LINE.
    ADD 1 TO WS-UNAPPLIED-COUNT.
    MOVE WS-PAY-CURRENCY TO WS-CY-WANTED.
    PERFORM FIND-CURRENCY-SLOT.
    ADD WS-PAY-REMAINING TO WS-CY-UNAPPLIED(WS-CY-FOUND).
    MOVE WS-PAY-REMAINING TO WS-AMOUNT-PLAIN.
    MOVE SPACES TO WS-OUT-LINE.
    STRING FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-AMOUNT-PLAIN) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-PAY-DATE-TEXT DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-UNAPPLIED-REASON DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-PAY-CURRENCY DELIMITED BY SPACE
        INTO WS-OUT-LINE.
    MOVE WS-OUT-LINE TO UNAPPLIED-RECORD.
    WRITE UNAPPLIED-RECORD.

WRITE-ONE-MATCH-LINE.
    MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT.
    MOVE WS-PAY-APPLIED TO WS-APPLIED-EDIT.
    MOVE WS-PAY-REMAINING TO WS-UNAPPLIED-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-PAY-REFERENCE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-APPLIED-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-UNAPPLIED-EDIT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-PAY-OUTCOME DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-PAY-CURRENCY DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-ONE-REJECT.
    COPY "rejects-write.cpy"
        REPLACING ==:REJ-PROGRAM-NAME:== BY =='PAYMENT-MATCH'==
                   ==:REJ-REASON-CODE:==  BY =='PAY'==
                   ==:REJ-RECORD-IMAGE:== BY ==PAYMENT-RECORD==.

WRITE-UPDATED-ITEMS.
* Only what is still open goes forward, in the layout it came in.
    OPEN OUTPUT UPDATED-ITEMS-FILE.
    PERFORM WRITE-ONE-UPDATED-ITEM
        VARYING WS-IT-INDEX FROM 1 BY 1
        UNTIL WS-IT-INDEX > WS-ITEM-COUNT.
    CLOSE UPDATED-ITEMS-FILE.

WRITE-ONE-UPDATED-ITEM.
    IF NOT WS-IT-CLOSED(WS-IT-INDEX)
     ADD 1 TO WS-ITEMS-OUT-COUNT
     MOVE WS-IT-CURRENCY(WS-IT-INDEX) TO WS-CY-WANTED
     PERFORM FIND-CURRENCY-SLOT
     ADD WS-IT-AMOUNT(WS-IT-INDEX) TO WS-CY-ITEMS-OUT(WS-CY-FOUND)
     MOVE WS-IT-AMOUNT(WS-IT-INDEX) TO WS-AMOUNT-PLAIN
     MOVE SPACES TO WS-OUT-LINE
     STRING FUNCTION TRIM(WS-IT-REFERENCE(WS-IT-INDEX))
         DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-AMOUNT-PLAIN) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-IT-DUE-DATE(WS-IT-INDEX) DELIMITED BY SIZE
         INTO WS-OUT-LINE
     IF WS-IT-TAIL(WS-IT-INDEX) NOT = SPACES
      STRING FUNCTION TRIM(WS-OUT-LINE) DELIMITED BY SIZE
          ',' DELIMITED BY SIZE
          FUNCTION TRIM(WS-IT-TAIL(WS-IT-INDEX)) DELIMITED BY SIZE
          INTO WS-OUT-LINE
     END-IF
     MOVE WS-OUT-LINE TO UPDATED-ITEMS-RECORD
     WRITE UPDATED-ITEMS-RECORD
    END-IF.

VALUE-ITEMS-IN-HOUSE-CURRENCY.
* The open items in and out are valued at the run date's rate; the
* rates were checked before anything was applied.
    MOVE 0 TO WS-ITEMS-IN-TOTAL.
    MOVE 0 TO WS-ITEMS-OUT-TOTAL.
    MOVE 'CNV' TO FXRATE-OPERATION.
    MOVE RUN-ID-CURRENT-DATE TO FXRATE-DATE.
    PERFORM VARYING WS-CY-INDEX FROM 1 BY 1
        UNTIL WS-CY-INDEX > WS-CURRENCY-COUNT
     MOVE WS-CY-CODE(WS-CY-INDEX) TO FXRATE-CURRENCY
     MOVE WS-CY-ITEMS-IN(WS-CY-INDEX) TO FXRATE-AMOUNT
     CALL 'FXRATES' USING FXRATE-REQUEST
     ADD FXRATE-HOUSE-AMOUNT TO WS-ITEMS-IN-TOTAL
     MOVE WS-CY-ITEMS-OUT(WS-CY-INDEX) TO FXRATE-AMOUNT
     CALL 'FXRATES' USING FXRATE-REQUEST
     ADD FXRATE-HOUSE-AMOUNT TO WS-ITEMS-OUT-TOTAL
    END-PERFORM.

PROVE-CONTROL-TOTALS.
    PERFORM VARYING WS-CY-INDEX FROM 1 BY 1
        UNTIL WS-CY-INDEX > WS-CURRENCY-COUNT
     COMPUTE WS-PROOF-TOTAL = WS-CY-PAID-APPLIED(WS-CY-INDEX)
         + WS-CY-UNAPPLIED(WS-CY-INDEX)
     IF WS-PROOF-TOTAL NOT = WS-CY-RECEIVED(WS-CY-INDEX)
      MOVE 'N' TO WS-PROVEN-FLAG
     END-IF
     COMPUTE WS-PROOF-TOTAL = WS-CY-ITEMS-IN(WS-CY-INDEX)
         - WS-CY-ITEMS-APPLIED(WS-CY-INDEX)
     IF WS-PROOF-TOTAL NOT = WS-CY-ITEMS-OUT(WS-CY-INDEX)
      MOVE 'N' TO WS-PROVEN-FLAG
     END-IF
    END-PERFORM.

WRITE-CONTROL-TOTALS.
    MOVE 'CONTROL TOTALS:' TO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  PAYMENTS READ ' DELIMITED BY SIZE
        WS-PAYMENTS-READ DELIMITED BY SIZE
        '  EXACT ' DELIMITED BY SIZE
        WS-EXACT-COUNT DELIMITED BY SIZE
        '  PARTIAL ' DELIMITED BY SIZE
        WS-PARTIAL-COUNT DELIMITED BY SIZE
        '  OVERPAID ' DELIMITED BY SIZE
        WS-OVER-COUNT DELIMITED BY SIZE
        '  UNMATCHED ' DELIMITED BY SIZE
        WS-UNMATCHED-COUNT DELIMITED BY SIZE
        '  BAD REF ' DELIMITED BY SIZE
        WS-BADREF-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  LINES REJECTED (NOT A PAYMENT) ' DELIMITED BY SIZE
        WS-PAYMENTS-REJECTED DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM VARYING WS-CY-INDEX FROM 1 BY 1
        UNTIL WS-CY-INDEX > WS-CURRENCY-COUNT
     PERFORM WRITE-ONE-CURRENCY-TOTALS
    END-PERFORM.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  IN HOUSE CURRENCY ' DELIMITED BY SIZE
        WS-HOUSE-CURRENCY DELIMITED BY SIZE
        ' (PAYMENTS AT PAYMENT DATE, ITEMS AT RUN DATE):'
            DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-PAYMENTS-TOTAL TO WS-TOTAL-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  PAYMENTS RECEIVED     ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  CASH APPLIED          ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  CASH UNAPPLIED        ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        '  (' DELIMITED BY SIZE
        WS-UNAPPLIED-COUNT DELIMITED BY SIZE
        ' LINES TO UNAPPLIED-CASH.TXT)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-ITEMS-IN-TOTAL TO WS-TOTAL-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  OPEN ITEMS IN         ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        '  (' DELIMITED BY SIZE
        WS-ITEMS-IN-COUNT DELIMITED BY SIZE
        ' ITEMS)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-ITEMS-OUT-TOTAL TO WS-TOTAL-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  OPEN ITEMS OUT        ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        '  (' DELIMITED BY SIZE
        WS-ITEMS-OUT-COUNT DELIMITED BY SIZE
        ' ITEMS, ' DELIMITED BY SIZE
        WS-ITEMS-CLOSED-COUNT DELIMITED BY SIZE
        ' CLOSED)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-TOTALS-PROVEN
     MOVE '  RECEIVED = APPLIED + UNAPPLIED AND IN - APPLIED = OUT'
         & ' IN EVERY CURRENCY: PROVEN' TO WS-REPORT-LINE
    ELSE
     MOVE '  *** CONTROL TOTALS DO NOT PROVE ***' TO WS-REPORT-LINE
    END-IF.
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-ONE-CURRENCY-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-CY-RECEIVED(WS-CY-INDEX) TO WS-TOTAL-EDIT.
    STRING '  ' DELIMITED BY SIZE
        WS-CY-CODE(WS-CY-INDEX) DELIMITED BY SIZE
        ' RECEIVED ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    MOVE WS-CY-PAID-APPLIED(WS-CY-INDEX) TO WS-TOTAL-EDIT.
    MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(39:20).
    MOVE ' APPLIED' TO WS-REPORT-LINE(59:8).
    MOVE WS-CY-UNAPPLIED(WS-CY-INDEX) TO WS-TOTAL-EDIT.
    MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(67:20).
    MOVE ' UNAPPLIED' TO WS-REPORT-LINE(87:10).
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-CY-ITEMS-IN(WS-CY-INDEX) TO WS-TOTAL-EDIT.
    STRING '      ITEMS IN ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    MOVE WS-CY-ITEMS-APPLIED(WS-CY-INDEX) TO WS-TOTAL-EDIT.
    MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(39:20).
    MOVE ' APPLIED' TO WS-REPORT-LINE(59:8).
    MOVE WS-CY-ITEMS-OUT(WS-CY-INDEX) TO WS-TOTAL-EDIT.
    MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(67:20).
    MOVE ' OUT' TO WS-REPORT-LINE(87:4).
    WRITE MATCH-REPORT-RECORD FROM WS-REPORT-LINE.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='PAYMENT-MATCH'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='PAYMENT-MATCH'==.

REGISTER-UPDATED-IN-CATALOG.
    COPY "catalog-register.cpy"
        REPLACING ==:CAT-FILE-NAME:==    BY ==WS-UPDATED-FILE-NAME==
                   ==:CAT-PROGRAM-NAME:== BY =='PAYMENT-MATCH'==
                   ==:CAT-INPUT-NAMES:==  BY ==WS-ITEMS-FILE-NAME==
                   ==:CAT-RECORD-COUNT:== BY ==WS-ITEMS-OUT-COUNT==.

POST-INPUT-CONTROL-TOTAL.
    MOVE WS-PAYMENTS-TOTAL TO WS-BALANCE-AMOUNT.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='PAYMENT-MATCH'==
                   ==:BAL-DIRECTION:==    BY =='IN'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-PAYMENTS-READ==
                   ==:BAL-AMOUNT:==       BY ==WS-BALANCE-AMOUNT==.

POST-OUTPUT-CONTROL-TOTAL.
    MOVE WS-ITEMS-OUT-TOTAL TO WS-BALANCE-AMOUNT.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='PAYMENT-MATCH'==
                   ==:BAL-DIRECTION:==    BY =='OUT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-ITEMS-OUT-COUNT==
                   ==:BAL-AMOUNT:==       BY ==WS-BALANCE-AMOUNT==.

WRITE-SUCCESS-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PAYMENT-MATCH'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-PAYMENT-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-UPDATED-FILE-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-PAYMENTS-READ==
                   ==:AUDIT-OUTCOME:==      BY =='SUCCESS'==.

WRITE-FAILURE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PAYMENT-MATCH'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-PAYMENT-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-UPDATED-FILE-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-PAYMENTS-READ==
                   ==:AUDIT-OUTCOME:==      BY =='OUT-OF-BALANCE'==.
