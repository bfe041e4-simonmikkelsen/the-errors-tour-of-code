IDENTIFICATION DIVISION.
PROGRAM-ID. FXRATES.
AUTHOR. Simon Mikkelsen.
* Some partner settlements are in EUR and SEK, and CONVTABLE.TXT
* only ever held fixed factors with no dates - no use for money.
* This subprogram is the suite's one source of exchange rates: it
* loads the dated rate file FXRATES.TXT (currency,YYYYMMDD,rate, one
* line per currency per business date, the rate being house-currency
* units for one unit of the currency) once on the first call and
* answers rate and conversion requests against it for the rest of
* the run. A weekend or holiday takes the rate of the business day
* before it, found through DATEROUTINES. A currency with no rate for
* the business date is answered '08', never quietly converted at 1.0
* - the caller stops its run. The operation codes and the parameter
* area are documented in FXRATES-LINKAGE.CPY.
* A rate file longer than the 3000-entry table used to be cut short
* without a word, and the rates lost were the newest ones at the end
* of the file. Now the load says so, and every request of the run
* is answered '12' (RETURN-CODE 12 as well), even for the house
* currency, so the caller stops rather than convert from a part of
* the file. Old rates are pruned from FXRATES.TXT through
* CONTROL-FILE-EDITOR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FX-RATE-FILE ASSIGN TO 'FXRATES.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FX-RATE-FILE.
01  FX-RATE-RECORD PIC X(50).

WORKING-STORAGE SECTION.
COPY "dateroutines-linkage.cpy".
* Every amount in the suite is kept in, or converted to, the house
* currency.
01  WS-HOUSE-CURRENCY PIC X(03) VALUE 'DKK'.
01  WS-RATE-STATUS PIC X(02).
01  WS-RATE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-RATE-EOF VALUE 'Y'.
01  WS-RATES-LOADED-FLAG PIC X VALUE 'N'.
    88  WS-RATES-LOADED VALUE 'Y'.
01  WS-RATE-TABLE-FULL-FLAG PIC X VALUE 'N'.
    88  WS-RATE-TABLE-FULL VALUE 'Y'.
01  WS-RATE-TABLE.
    05  WS-RT-ENTRY OCCURS 3000 TIMES.
        10  WS-RT-CURRENCY PIC X(03).
        10  WS-RT-DATE PIC 9(08).
        10  WS-RT-RATE PIC 9(05)V9(06).
01  WS-RATE-COUNT PIC 9(04) VALUE 0.
01  WS-RT-INDEX PIC 9(04) VALUE 0.
01  WS-RT-FOUND PIC 9(04) VALUE 0.
01  WS-LINE-CURRENCY PIC X(03).
01  WS-LINE-DATE-TEXT PIC X(08).
01  WS-LINE-RATE-TEXT PIC X(15).
01  WS-WANTED-CURRENCY PIC X(03).

LINKAGE SECTION.
COPY "fxrates-linkage.cpy".

PROCEDURE DIVISION USING FXRATE-REQUEST.
MAIN-PROCEDURE.
    IF NOT WS-RATES-LOADED
     PERFORM LOAD-RATE-FILE
    END-IF.
    MOVE WS-HOUSE-CURRENCY TO FXRATE-HOUSE-CURRENCY.
    MOVE '00' TO FXRATE-RESULT.
    IF WS-RATE-TABLE-FULL
     MOVE 0 TO FXRATE-RATE
     MOVE 0 TO FXRATE-HOUSE-AMOUNT
     MOVE '12' TO FXRATE-RESULT
     MOVE 12 TO RETURN-CODE
     GOBACK
    END-IF.
    EVALUATE FXRATE-OPERATION
     WHEN 'RAT' PERFORM ANSWER-RATE-FOR-DATE
     WHEN 'CNV' PERFORM ANSWER-CONVERTED-AMOUNT
     WHEN OTHER CONTINUE
    END-EVALUATE.
    GOBACK.

LOAD-RATE-FILE.
    SET WS-RATES-LOADED TO TRUE.
    MOVE 'N' TO WS-RATE-EOF-FLAG.
    OPEN INPUT FX-RATE-FILE.
    IF WS-RATE-STATUS NOT = '00'
     SET WS-RATE-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-RATE UNTIL WS-RATE-EOF.
    IF WS-RATE-STATUS = '00' OR WS-RATE-STATUS = '10'
     CLOSE FX-RATE-FILE
    END-IF.
    IF WS-RATE-TABLE-FULL
     DISPLAY '*** FXRATES.TXT HOLDS MORE THAN 3000 RATES - NO RATE '
         'ANSWERED, RUN STOPPED ***'
    END-IF.

LOAD-ONE-RATE.
    READ FX-RATE-FILE INTO FX-RATE-RECORD
     AT END
      SET WS-RATE-EOF TO TRUE
     NOT AT END
      IF FX-RATE-RECORD NOT = SPACES
          AND FX-RATE-RECORD(1:1) NOT = '*'
          AND WS-RATE-COUNT = 3000
       SET WS-RATE-TABLE-FULL TO TRUE
       SET WS-RATE-EOF TO TRUE
      END-IF
      IF FX-RATE-RECORD NOT = SPACES
          AND FX-RATE-RECORD(1:1) NOT = '*'
          AND NOT WS-RATE-TABLE-FULL
       MOVE SPACES TO WS-LINE-CURRENCY
       MOVE SPACES TO WS-LINE-DATE-TEXT
       MOVE SPACES TO WS-LINE-RATE-TEXT
       UNSTRING FX-RATE-RECORD DELIMITED BY ','
           INTO WS-LINE-CURRENCY WS-LINE-DATE-TEXT WS-LINE-RATE-TEXT
       IF WS-LINE-DATE-TEXT IS NUMERIC
           AND FUNCTION TEST-NUMVAL(WS-LINE-RATE-TEXT) = 0
        ADD 1 TO WS-RATE-COUNT
        MOVE FUNCTION UPPER-CASE(WS-LINE-CURRENCY)
            TO WS-RT-CURRENCY(WS-RATE-COUNT)
        MOVE WS-LINE-DATE-TEXT TO WS-RT-DATE(WS-RATE-COUNT)
        COMPUTE WS-RT-RATE(WS-RATE-COUNT) =
            FUNCTION NUMVAL(WS-LINE-RATE-TEXT)
       END-IF
      END-IF
    END-READ.

ANSWER-RATE-FOR-DATE.
* A non-business date steps back to the business day before it,
* whose rate is the one in force; then the rate must be on file for
* exactly that day.
    MOVE FUNCTION UPPER-CASE(FXRATE-CURRENCY) TO WS-WANTED-CURRENCY.
    MOVE FXRATE-DATE TO FXRATE-RATE-DATE.
    IF WS-WANTED-CURRENCY = SPACES
        OR WS-WANTED-CURRENCY = WS-HOUSE-CURRENCY
     MOVE 1 TO FXRATE-RATE
    ELSE
     MOVE 'IBD' TO DATECALC-OPERATION
     MOVE FXRATE-DATE TO DATECALC-DATE-1
     CALL 'DATEROUTINES' USING DATECALC-REQUEST
     IF DATECALC-BUSINESS-FLAG = 'N'
      MOVE 'ABD' TO DATECALC-OPERATION
      MOVE -1 TO DATECALC-DAY-COUNT
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      MOVE DATECALC-RESULT-DATE TO FXRATE-RATE-DATE
     END-IF
     MOVE 0 TO WS-RT-FOUND
     PERFORM VARYING WS-RT-INDEX FROM 1 BY 1
         UNTIL WS-RT-INDEX > WS-RATE-COUNT
      IF WS-RT-CURRENCY(WS-RT-INDEX) = WS-WANTED-CURRENCY
          AND WS-RT-DATE(WS-RT-INDEX) = FXRATE-RATE-DATE
       MOVE WS-RT-INDEX TO WS-RT-FOUND
      END-IF
     END-PERFORM
     IF WS-RT-FOUND = 0
      MOVE 0 TO FXRATE-RATE
      MOVE '08' TO FXRATE-RESULT
     ELSE
      MOVE WS-RT-RATE(WS-RT-FOUND) TO FXRATE-RATE
     END-IF
    END-IF.

ANSWER-CONVERTED-AMOUNT.
    PERFORM ANSWER-RATE-FOR-DATE.
    IF FXRATE-RESULT = '00'
     COMPUTE FXRATE-HOUSE-AMOUNT ROUNDED =
         FXRATE-AMOUNT * FXRATE-RATE
    ELSE
     MOVE 0 TO FXRATE-HOUSE-AMOUNT
    END-IF.
