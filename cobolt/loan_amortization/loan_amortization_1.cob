IDENTIFICATION DIVISION.
PROGRAM-ID. LOAN-AMORTIZATION.
AUTHOR. Simon Mikkelsen.
* Instalment plans for overdue partner balances, and anything else
* repaid in equal monthly instalments. Given the principal, the
* annual interest rate (percent), the number of instalments and the
* first due date, the program works out the level payment
*     principal * r / (1 - (1 + r) ** -n),  r = annual rate / 1200
* (principal / n when the rate is zero), rounded to the cent, and
* prints the full schedule: payment number, due date, payment,
* interest part, principal part and remaining balance. Interest is
* charged on the opening balance of each month; the cents lost to
* rounding are settled on the last instalment, which pays off
* whatever balance is left, so the principal column always adds up
* to the principal exactly.
* Due dates fall on the first due date's day of the month (the
* month's last day in shorter months) and are then moved forward to
* the next business day through DATEROUTINES; a moved date shows
* its calendar date beside it.
* Function S prompts for one plan, shows the schedule on the screen
* and writes it to AMORTIZATION.RPT. Function B reads a file of
* plans,
*     plan-id,principal,annual-rate,instalments,first-due-date
* and writes each plan's schedule to AMORT-<plan-id>.RPT; a plan
* line that does not validate is listed and skipped (RETURN-CODE 4).
* Function V reads a cash-flow file of period,amount lines (money
* out negative, period 0 = today) and reports the net present value
* at a given rate per period and the internal rate of return, found
* by bisection between -99% and 1000% per period, to NPV-IRR.RPT.
* Every report is registered in the report archive.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-FILE ASSIGN TO WS-PLAN-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PLAN-STATUS.
    SELECT CASHFLOW-FILE ASSIGN TO WS-CASHFLOW-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CASHFLOW-STATUS.
    SELECT SCHEDULE-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  PLAN-FILE.
01  PLAN-RECORD PIC X(100).

FD  CASHFLOW-FILE.
01  CASHFLOW-RECORD PIC X(80).

FD  SCHEDULE-REPORT-FILE.
01  SCHEDULE-REPORT-RECORD PIC X(132).

COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "numeric-validate-ws.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-FUNCTION PIC X VALUE SPACE.
01  WS-PLAN-FILE-NAME PIC X(100).
01  WS-PLAN-STATUS PIC X(02).
01  WS-CASHFLOW-FILE-NAME PIC X(100).
01  WS-CASHFLOW-STATUS PIC X(02).
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-REPORT-LINE PIC X(132).
01  WS-ECHO-FLAG PIC X VALUE 'N'.
    88  WS-ECHO-TO-SCREEN VALUE 'Y'.
01  WS-PLAN-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PLAN-EOF VALUE 'Y'.
01  WS-CASHFLOW-EOF-FLAG PIC X VALUE 'N'.
    88  WS-CASHFLOW-EOF VALUE 'Y'.

* One plan.
01  WS-PLAN-ID PIC X(20) VALUE SPACES.
01  WS-PRINCIPAL PIC 9(11)V99 VALUE 0.
01  WS-ANNUAL-RATE PIC 9(03)V9(06) VALUE 0.
01  WS-INSTALMENTS PIC 9(03) VALUE 0.
01  WS-FIRST-DUE-DATE PIC 9(08) VALUE 0.
01  WS-FIRST-DUE-PARTS REDEFINES WS-FIRST-DUE-DATE.
    05  WS-FIRST-DUE-YEAR PIC 9(04).
    05  WS-FIRST-DUE-MONTH PIC 9(02).
    05  WS-FIRST-DUE-DAY PIC 9(02).
01  WS-PLAN-ID-TEXT PIC X(20).
01  WS-PRINCIPAL-TEXT PIC X(20).
01  WS-RATE-TEXT PIC X(20).
01  WS-INSTALMENTS-TEXT PIC X(20).
01  WS-FIRST-DUE-TEXT PIC X(20).
01  WS-PLAN-PROBLEM PIC X(40).

* Schedule arithmetic.
01  WS-PERIOD-RATE PIC 9(01)V9(12) VALUE 0.
01  WS-PAYMENT PIC 9(11)V99 VALUE 0.
01  WS-THIS-PAYMENT PIC 9(11)V99 VALUE 0.
01  WS-INTEREST-PART PIC 9(11)V99 VALUE 0.
01  WS-PRINCIPAL-PART PIC 9(11)V99 VALUE 0.
01  WS-BALANCE PIC 9(11)V99 VALUE 0.
01  WS-TOTAL-PAID PIC 9(13)V99 VALUE 0.
01  WS-TOTAL-INTEREST PIC 9(13)V99 VALUE 0.
01  WS-TOTAL-PRINCIPAL PIC 9(13)V99 VALUE 0.
01  WS-PAYMENT-NUMBER PIC 9(03) VALUE 0.

* Due dates.
01  WS-MONTH-INDEX PIC 9(05) VALUE 0.
01  WS-NOMINAL-DATE PIC 9(08) VALUE 0.
01  WS-NOMINAL-PARTS REDEFINES WS-NOMINAL-DATE.
    05  WS-NOMINAL-YEAR PIC 9(04).
    05  WS-NOMINAL-MONTH PIC 9(02).
    05  WS-NOMINAL-DAY PIC 9(02).
01  WS-NEXT-MONTH-DATE PIC 9(08) VALUE 0.
01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
    05  WS-NEXT-MONTH-YEAR PIC 9(04).
    05  WS-NEXT-MONTH-MONTH PIC 9(02).
    05  WS-NEXT-MONTH-DAY PIC 9(02).
01  WS-MONTH-LAST-DAY PIC 9(02) VALUE 0.
01  WS-DUE-DATE PIC 9(08) VALUE 0.

* Edited amounts.
01  WS-AMOUNT-EDIT PIC Z(10)9.99.
01  WS-TOTAL-EDIT PIC Z(11)9.99.
01  WS-RATE-EDIT PIC ZZ9.999999.
01  WS-SIGNED-EDIT PIC -(12)9.99.
01  WS-PCT-EDIT PIC -(4)9.999999.

* Batch counters.
01  WS-PLANS-READ PIC 9(05) VALUE 0.
01  WS-PLANS-SCHEDULED PIC 9(05) VALUE 0.
01  WS-PLANS-REJECTED PIC 9(05) VALUE 0.

* Cash flows for NPV and IRR.
01  WS-CASHFLOW-TABLE.
    05  WS-CF-ENTRY OCCURS 600 TIMES.
        10  WS-CF-PERIOD PIC 9(03).
        10  WS-CF-AMOUNT PIC S9(13)V99.
01  WS-CASHFLOW-COUNT PIC 9(03) VALUE 0.
01  WS-CF-INDEX PIC 9(03) VALUE 0.
01  WS-CF-PERIOD-TEXT PIC X(10).
01  WS-CF-AMOUNT-TEXT PIC X(20).
01  WS-CF-REJECTED PIC 9(05) VALUE 0.
01  WS-CF-HAS-INFLOW PIC X VALUE 'N'.
01  WS-CF-HAS-OUTFLOW PIC X VALUE 'N'.
01  WS-DISCOUNT-RATE PIC S9(03)V9(06) VALUE 0.
01  WS-NPV PIC S9(13)V99 VALUE 0.
01  WS-PRESENT-VALUE PIC S9(13)V99 VALUE 0.
01  WS-TRIAL-RATE COMP-2.
01  WS-TRIAL-NPV COMP-2.
01  WS-LOW-RATE COMP-2.
01  WS-LOW-NPV COMP-2.
01  WS-HIGH-RATE COMP-2.
01  WS-HIGH-NPV COMP-2.
01  WS-DISCOUNT-FACTOR COMP-2.
01  WS-BISECT-COUNT PIC 9(03) VALUE 0.
01  WS-IRR-PERCENT PIC S9(05)V9(06) VALUE 0.
01  WS-IRR-ANNUAL PIC S9(07)V9(06) VALUE 0.
01  WS-IRR-FLAG PIC X VALUE 'N'.
    88  WS-IRR-FOUND VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Function (S = one schedule, B = batch of plans, '
        'V = NPV/IRR of a cash-flow file): ' WITH NO ADVANCING.
    ACCEPT WS-FUNCTION.
    MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION.
    EVALUATE WS-FUNCTION
     WHEN 'S'
      PERFORM ONE-INTERACTIVE-SCHEDULE
     WHEN 'B'
      PERFORM BATCH-OF-PLANS
     WHEN 'V'
      PERFORM CASHFLOW-VALUATION
     WHEN OTHER
      DISPLAY 'Unknown function.'
      MOVE 8 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

ONE-INTERACTIVE-SCHEDULE.
    PERFORM GET-VALIDATED-PRINCIPAL.
    PERFORM GET-VALIDATED-ANNUAL-RATE.
    PERFORM GET-VALIDATED-INSTALMENTS.
    MOVE SPACES TO WS-FIRST-DUE-TEXT.
    PERFORM UNTIL WS-FIRST-DUE-TEXT(1:8) IS NUMERIC
        AND WS-FIRST-DUE-TEXT(9:) = SPACES
        AND FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DUE-DATE) = 0
     DISPLAY 'First due date (YYYYMMDD): ' WITH NO ADVANCING
     ACCEPT WS-FIRST-DUE-TEXT
     IF WS-FIRST-DUE-TEXT(1:8) IS NUMERIC
      MOVE WS-FIRST-DUE-TEXT(1:8) TO WS-FIRST-DUE-DATE
     ELSE
      MOVE 0 TO WS-FIRST-DUE-DATE
     END-IF
     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DUE-DATE) NOT = 0
      DISPLAY 'That is not a valid date. Please try again.'
     END-IF
    END-PERFORM.
    MOVE 'INTERACTIVE' TO WS-PLAN-ID.
    MOVE 'AMORTIZATION.RPT' TO WS-REPORT-NAME.
    SET WS-ECHO-TO-SCREEN TO TRUE.
    PERFORM PRINT-ONE-SCHEDULE.
    DISPLAY 'Schedule written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.

BATCH-OF-PLANS.
    DISPLAY 'Plan file (plan-id,principal,annual-rate,instalments,'
        'first-due-date): ' WITH NO ADVANCING.
    ACCEPT WS-PLAN-FILE-NAME.
    OPEN INPUT PLAN-FILE.
    IF WS-PLAN-STATUS NOT = '00'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-PLAN-FILE-NAME)
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE 'N' TO WS-ECHO-FLAG
     PERFORM READ-ONE-PLAN UNTIL WS-PLAN-EOF
     CLOSE PLAN-FILE
     DISPLAY 'PLANS READ: ' WS-PLANS-READ
         '  SCHEDULED: ' WS-PLANS-SCHEDULED
         '  REJECTED: ' WS-PLANS-REJECTED
     IF WS-PLANS-REJECTED > 0
      MOVE 4 TO RETURN-CODE
     END-IF
    END-IF.

READ-ONE-PLAN.
    READ PLAN-FILE INTO PLAN-RECORD
     AT END
      SET WS-PLAN-EOF TO TRUE
     NOT AT END
      IF PLAN-RECORD NOT = SPACES AND PLAN-RECORD(1:1) NOT = '*'
       ADD 1 TO WS-PLANS-READ
       PERFORM VALIDATE-ONE-PLAN
       IF WS-PLAN-PROBLEM = SPACES
        MOVE SPACES TO WS-REPORT-NAME
        STRING 'AMORT-' DELIMITED BY SIZE
            WS-PLAN-ID DELIMITED BY SPACE
            '.RPT' DELIMITED BY SIZE
            INTO WS-REPORT-NAME
        PERFORM PRINT-ONE-SCHEDULE
        ADD 1 TO WS-PLANS-SCHEDULED
        DISPLAY 'PLAN ' FUNCTION TRIM(WS-PLAN-ID) ' -> '
            FUNCTION TRIM(WS-REPORT-NAME)
       ELSE
        ADD 1 TO WS-PLANS-REJECTED
        DISPLAY '*** PLAN REJECTED: ' FUNCTION TRIM(PLAN-RECORD)
        DISPLAY '    ' WS-PLAN-PROBLEM
       END-IF
      END-IF
    END-READ.

VALIDATE-ONE-PLAN.
    MOVE SPACES TO WS-PLAN-ID-TEXT WS-PRINCIPAL-TEXT WS-RATE-TEXT
        WS-INSTALMENTS-TEXT WS-FIRST-DUE-TEXT WS-PLAN-PROBLEM.
    UNSTRING PLAN-RECORD DELIMITED BY ','
        INTO WS-PLAN-ID-TEXT WS-PRINCIPAL-TEXT WS-RATE-TEXT
             WS-INSTALMENTS-TEXT WS-FIRST-DUE-TEXT.
    EVALUATE TRUE
     WHEN WS-PLAN-ID-TEXT = SPACES
      MOVE 'NO PLAN ID' TO WS-PLAN-PROBLEM
     WHEN FUNCTION TEST-NUMVAL(WS-PRINCIPAL-TEXT) NOT = 0
      MOVE 'PRINCIPAL IS NOT NUMERIC' TO WS-PLAN-PROBLEM
     WHEN FUNCTION NUMVAL(WS-PRINCIPAL-TEXT) NOT > 0
         OR FUNCTION NUMVAL(WS-PRINCIPAL-TEXT) > 99999999999.99
      MOVE 'PRINCIPAL OUT OF RANGE' TO WS-PLAN-PROBLEM
     WHEN FUNCTION TEST-NUMVAL(WS-RATE-TEXT) NOT = 0
      MOVE 'ANNUAL RATE IS NOT NUMERIC' TO WS-PLAN-PROBLEM
     WHEN FUNCTION NUMVAL(WS-RATE-TEXT) < 0
         OR FUNCTION NUMVAL(WS-RATE-TEXT) > 100
      MOVE 'ANNUAL RATE OUT OF RANGE (0-100)' TO WS-PLAN-PROBLEM
     WHEN FUNCTION TEST-NUMVAL(WS-INSTALMENTS-TEXT) NOT = 0
      MOVE 'INSTALMENTS IS NOT NUMERIC' TO WS-PLAN-PROBLEM
     WHEN FUNCTION NUMVAL(WS-INSTALMENTS-TEXT) < 1
         OR FUNCTION NUMVAL(WS-INSTALMENTS-TEXT) > 600
      MOVE 'INSTALMENTS OUT OF RANGE (1-600)' TO WS-PLAN-PROBLEM
     WHEN WS-FIRST-DUE-TEXT(1:8) IS NOT NUMERIC
         OR WS-FIRST-DUE-TEXT(9:) NOT = SPACES
      MOVE 'FIRST DUE DATE IS NOT YYYYMMDD' TO WS-PLAN-PROBLEM
     WHEN OTHER
      MOVE WS-FIRST-DUE-TEXT(1:8) TO WS-FIRST-DUE-DATE
      IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DUE-DATE) NOT = 0
       MOVE 'FIRST DUE DATE IS NOT A DATE' TO WS-PLAN-PROBLEM
      ELSE
       MOVE WS-PLAN-ID-TEXT TO WS-PLAN-ID
       COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(WS-PRINCIPAL-TEXT)
       COMPUTE WS-ANNUAL-RATE = FUNCTION NUMVAL(WS-RATE-TEXT)
       COMPUTE WS-INSTALMENTS = FUNCTION NUMVAL(WS-INSTALMENTS-TEXT)
      END-IF
    END-EVALUATE.

PRINT-ONE-SCHEDULE.
* Level payment first, then one line per instalment; the last
* instalment clears the balance so rounding never leaves a residue.
    COMPUTE WS-PERIOD-RATE ROUNDED = WS-ANNUAL-RATE / 1200.
    IF WS-PERIOD-RATE = 0
     COMPUTE WS-PAYMENT ROUNDED = WS-PRINCIPAL / WS-INSTALMENTS
    ELSE
     COMPUTE WS-PAYMENT ROUNDED = WS-PRINCIPAL * WS-PERIOD-RATE
         / (1 - (1 + WS-PERIOD-RATE) ** (0 - WS-INSTALMENTS))
    END-IF.
    MOVE WS-PRINCIPAL TO WS-BALANCE.
    MOVE 0 TO WS-TOTAL-PAID WS-TOTAL-INTEREST WS-TOTAL-PRINCIPAL.
    OPEN OUTPUT SCHEDULE-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    MOVE RPTHDR-LINE TO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-PRINCIPAL TO WS-AMOUNT-EDIT.
    MOVE WS-ANNUAL-RATE TO WS-RATE-EDIT.
    STRING 'PLAN ' DELIMITED BY SIZE
        WS-PLAN-ID DELIMITED BY SPACE
        '  PRINCIPAL ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
        '  ANNUAL RATE ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
        '%  INSTALMENTS ' DELIMITED BY SIZE
        WS-INSTALMENTS DELIMITED BY SIZE
        '  FIRST DUE ' DELIMITED BY SIZE
        WS-FIRST-DUE-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-PAYMENT TO WS-AMOUNT-EDIT.
    STRING 'LEVEL PAYMENT ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
        ' (LAST INSTALMENT SETTLES THE ROUNDING)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE '  NO  DUE DATE        PAYMENT       INTEREST      PRINCIPAL'
        & '        BALANCE  CALENDAR DATE' TO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    PERFORM PRINT-ONE-INSTALMENT
        VARYING WS-PAYMENT-NUMBER FROM 1 BY 1
        UNTIL WS-PAYMENT-NUMBER > WS-INSTALMENTS.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'TOTALS' TO WS-REPORT-LINE(1:6).
    MOVE WS-TOTAL-PAID TO WS-TOTAL-EDIT.
    MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(15:15).
    MOVE WS-TOTAL-INTEREST TO WS-TOTAL-EDIT.
    MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(30:15).
    MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-EDIT.
    MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(45:15).
    PERFORM WRITE-SCHEDULE-LINE.
    CLOSE SCHEDULE-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

PRINT-ONE-INSTALMENT.
    COMPUTE WS-INTEREST-PART ROUNDED = WS-BALANCE * WS-PERIOD-RATE.
    IF WS-PAYMENT-NUMBER = WS-INSTALMENTS
        OR WS-PAYMENT - WS-INTEREST-PART > WS-BALANCE
     MOVE WS-BALANCE TO WS-PRINCIPAL-PART
    ELSE
     COMPUTE WS-PRINCIPAL-PART = WS-PAYMENT - WS-INTEREST-PART
    END-IF.
    COMPUTE WS-THIS-PAYMENT = WS-PRINCIPAL-PART + WS-INTEREST-PART.
    SUBTRACT WS-PRINCIPAL-PART FROM WS-BALANCE.
    ADD WS-THIS-PAYMENT TO WS-TOTAL-PAID.
    ADD WS-INTEREST-PART TO WS-TOTAL-INTEREST.
    ADD WS-PRINCIPAL-PART TO WS-TOTAL-PRINCIPAL.
    PERFORM FIND-INSTALMENT-DUE-DATE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-PAYMENT-NUMBER TO WS-REPORT-LINE(2:3).
    MOVE WS-DUE-DATE TO WS-REPORT-LINE(6:8).
    MOVE WS-THIS-PAYMENT TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(16:14).
    MOVE WS-INTEREST-PART TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(31:14).
    MOVE WS-PRINCIPAL-PART TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(46:14).
    MOVE WS-BALANCE TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(61:14).
    IF WS-DUE-DATE NOT = WS-NOMINAL-DATE
     MOVE WS-NOMINAL-DATE TO WS-REPORT-LINE(77:8)
    END-IF.
    PERFORM WRITE-SCHEDULE-LINE.

FIND-INSTALMENT-DUE-DATE.
* The first due date's day in the n-th month on, cut back to the
* month's last day where the month is shorter, then rolled forward
* to the next business day.
    COMPUTE WS-MONTH-INDEX = WS-FIRST-DUE-YEAR * 12
        + WS-FIRST-DUE-MONTH - 1 + WS-PAYMENT-NUMBER - 1.
    COMPUTE WS-NOMINAL-YEAR = WS-MONTH-INDEX / 12.
    COMPUTE WS-NOMINAL-MONTH =
        WS-MONTH-INDEX - WS-NOMINAL-YEAR * 12 + 1.
    COMPUTE WS-NEXT-MONTH-YEAR = (WS-MONTH-INDEX + 1) / 12.
    COMPUTE WS-NEXT-MONTH-MONTH =
        WS-MONTH-INDEX + 1 - WS-NEXT-MONTH-YEAR * 12 + 1.
    MOVE 1 TO WS-NEXT-MONTH-DAY.
    MOVE 1 TO WS-NOMINAL-DAY.
    COMPUTE WS-MONTH-LAST-DAY =
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
        - FUNCTION INTEGER-OF-DATE(WS-NOMINAL-DATE).
    IF WS-FIRST-DUE-DAY > WS-MONTH-LAST-DAY
     MOVE WS-MONTH-LAST-DAY TO WS-NOMINAL-DAY
    ELSE
     MOVE WS-FIRST-DUE-DAY TO WS-NOMINAL-DAY
    END-IF.
    MOVE WS-NOMINAL-DATE TO WS-DUE-DATE.
    MOVE 'IBD' TO DATECALC-OPERATION.
    MOVE WS-NOMINAL-DATE TO DATECALC-DATE-1.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    IF DATECALC-BUSINESS-FLAG NOT = 'Y'
     MOVE 'ABD' TO DATECALC-OPERATION
     MOVE 1 TO DATECALC-DAY-COUNT
     CALL 'DATEROUTINES' USING DATECALC-REQUEST
     MOVE DATECALC-RESULT-DATE TO WS-DUE-DATE
    END-IF.

WRITE-SCHEDULE-LINE.
    WRITE SCHEDULE-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-ECHO-TO-SCREEN
     DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
    END-IF.

CASHFLOW-VALUATION.
    DISPLAY 'Cash-flow file (period,amount - money out negative): '
        WITH NO ADVANCING.
    ACCEPT WS-CASHFLOW-FILE-NAME.
    OPEN INPUT CASHFLOW-FILE.
    IF WS-CASHFLOW-STATUS NOT = '00'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-CASHFLOW-FILE-NAME)
     MOVE 8 TO RETURN-CODE
    ELSE
     PERFORM LOAD-ONE-CASHFLOW UNTIL WS-CASHFLOW-EOF
     CLOSE CASHFLOW-FILE
     PERFORM GET-VALIDATED-DISCOUNT-RATE
     PERFORM VALUE-CASHFLOWS
    END-IF.

LOAD-ONE-CASHFLOW.
    READ CASHFLOW-FILE INTO CASHFLOW-RECORD
     AT END
      SET WS-CASHFLOW-EOF TO TRUE
     NOT AT END
      IF CASHFLOW-RECORD NOT = SPACES
          AND CASHFLOW-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-CF-PERIOD-TEXT WS-CF-AMOUNT-TEXT
       UNSTRING CASHFLOW-RECORD DELIMITED BY ','
           INTO WS-CF-PERIOD-TEXT WS-CF-AMOUNT-TEXT
       IF FUNCTION TEST-NUMVAL(WS-CF-PERIOD-TEXT) = 0
           AND FUNCTION TEST-NUMVAL(WS-CF-AMOUNT-TEXT) = 0
           AND FUNCTION NUMVAL(WS-CF-PERIOD-TEXT) >= 0
           AND FUNCTION NUMVAL(WS-CF-PERIOD-TEXT) <= 600
           AND WS-CASHFLOW-COUNT < 600
        ADD 1 TO WS-CASHFLOW-COUNT
        COMPUTE WS-CF-PERIOD(WS-CASHFLOW-COUNT) =
            FUNCTION NUMVAL(WS-CF-PERIOD-TEXT)
        COMPUTE WS-CF-AMOUNT(WS-CASHFLOW-COUNT) =
            FUNCTION NUMVAL(WS-CF-AMOUNT-TEXT)
        IF WS-CF-AMOUNT(WS-CASHFLOW-COUNT) > 0
         MOVE 'Y' TO WS-CF-HAS-INFLOW
        END-IF
        IF WS-CF-AMOUNT(WS-CASHFLOW-COUNT) < 0
         MOVE 'Y' TO WS-CF-HAS-OUTFLOW
        END-IF
       ELSE
        ADD 1 TO WS-CF-REJECTED
        DISPLAY '*** CASH-FLOW LINE SKIPPED: '
            FUNCTION TRIM(CASHFLOW-RECORD)
       END-IF
      END-IF
    END-READ.

VALUE-CASHFLOWS.
    MOVE 'NPV-IRR.RPT' TO WS-REPORT-NAME.
    SET WS-ECHO-TO-SCREEN TO TRUE.
    OPEN OUTPUT SCHEDULE-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    MOVE RPTHDR-LINE TO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-DISCOUNT-RATE TO WS-PCT-EDIT.
    STRING 'CASH FLOWS ' DELIMITED BY SIZE
        WS-CASHFLOW-FILE-NAME DELIMITED BY SPACE
        '  DISCOUNTED AT ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
        '% PER PERIOD' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE 'PERIOD          AMOUNT   PRESENT VALUE' TO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE 0 TO WS-NPV.
    PERFORM PRINT-ONE-CASHFLOW
        VARYING WS-CF-INDEX FROM 1 BY 1
        UNTIL WS-CF-INDEX > WS-CASHFLOW-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-NPV TO WS-SIGNED-EDIT.
    STRING 'NET PRESENT VALUE ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-SIGNED-EDIT) DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-SCHEDULE-LINE.
    PERFORM FIND-INTERNAL-RATE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-IRR-FOUND
     MOVE WS-IRR-PERCENT TO WS-PCT-EDIT
     STRING 'INTERNAL RATE OF RETURN ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
         '% PER PERIOD' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-SCHEDULE-LINE
     MOVE SPACES TO WS-REPORT-LINE
     MOVE WS-IRR-ANNUAL TO WS-PCT-EDIT
     STRING 'INTERNAL RATE OF RETURN ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
         '% A YEAR IF PERIODS ARE MONTHS' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
    ELSE
     MOVE 'INTERNAL RATE OF RETURN NOT DEFINED - THE FLOWS NEED MONEY'
         & ' BOTH OUT AND IN, CROSSING ZERO BETWEEN -99% AND 1000%'
         TO WS-REPORT-LINE
    END-IF.
    PERFORM WRITE-SCHEDULE-LINE.
    CLOSE SCHEDULE-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    IF WS-CF-REJECTED > 0
     MOVE 4 TO RETURN-CODE
    END-IF.

PRINT-ONE-CASHFLOW.
    COMPUTE WS-DISCOUNT-FACTOR =
        (1 + WS-DISCOUNT-RATE / 100) ** WS-CF-PERIOD(WS-CF-INDEX).
    COMPUTE WS-PRESENT-VALUE ROUNDED =
        WS-CF-AMOUNT(WS-CF-INDEX) / WS-DISCOUNT-FACTOR.
    ADD WS-PRESENT-VALUE TO WS-NPV.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-CF-PERIOD(WS-CF-INDEX) TO WS-REPORT-LINE(4:3).
    MOVE WS-CF-AMOUNT(WS-CF-INDEX) TO WS-SIGNED-EDIT.
    MOVE WS-SIGNED-EDIT TO WS-REPORT-LINE(8:16).
    MOVE WS-PRESENT-VALUE TO WS-SIGNED-EDIT.
    MOVE WS-SIGNED-EDIT TO WS-REPORT-LINE(24:16).
    PERFORM WRITE-SCHEDULE-LINE.

FIND-INTERNAL-RATE.
* Bisection: the NPV must change sign between the two bracketing
* rates, and the bracket is halved until it is narrower than a
* millionth of a percent.
    MOVE 'N' TO WS-IRR-FLAG.
    IF WS-CF-HAS-INFLOW = 'Y' AND WS-CF-HAS-OUTFLOW = 'Y'
     MOVE -0.99 TO WS-LOW-RATE
     MOVE 10 TO WS-HIGH-RATE
     MOVE WS-LOW-RATE TO WS-TRIAL-RATE
     PERFORM NPV-AT-TRIAL-RATE
     MOVE WS-TRIAL-NPV TO WS-LOW-NPV
     MOVE WS-HIGH-RATE TO WS-TRIAL-RATE
     PERFORM NPV-AT-TRIAL-RATE
     MOVE WS-TRIAL-NPV TO WS-HIGH-NPV
     IF (WS-LOW-NPV < 0 AND WS-HIGH-NPV > 0)
         OR (WS-LOW-NPV > 0 AND WS-HIGH-NPV < 0)
      PERFORM HALVE-RATE-BRACKET
          VARYING WS-BISECT-COUNT FROM 1 BY 1
          UNTIL WS-BISECT-COUNT > 200
          OR WS-HIGH-RATE - WS-LOW-RATE < 0.00000001
      COMPUTE WS-IRR-PERCENT ROUNDED =
          (WS-LOW-RATE + WS-HIGH-RATE) / 2 * 100
      COMPUTE WS-IRR-ANNUAL ROUNDED =
          ((1 + (WS-LOW-RATE + WS-HIGH-RATE) / 2) ** 12 - 1) * 100
          ON SIZE ERROR
           MOVE 0 TO WS-IRR-ANNUAL
      END-COMPUTE
      SET WS-IRR-FOUND TO TRUE
     END-IF
    END-IF.

HALVE-RATE-BRACKET.
    COMPUTE WS-TRIAL-RATE = (WS-LOW-RATE + WS-HIGH-RATE) / 2.
    PERFORM NPV-AT-TRIAL-RATE.
    IF (WS-TRIAL-NPV < 0 AND WS-LOW-NPV < 0)
        OR (WS-TRIAL-NPV >= 0 AND WS-LOW-NPV >= 0)
     MOVE WS-TRIAL-RATE TO WS-LOW-RATE
     MOVE WS-TRIAL-NPV TO WS-LOW-NPV
    ELSE
     MOVE WS-TRIAL-RATE TO WS-HIGH-RATE
     MOVE WS-TRIAL-NPV TO WS-HIGH-NPV
    END-IF.

NPV-AT-TRIAL-RATE.
    MOVE 0 TO WS-TRIAL-NPV.
    PERFORM VARYING WS-CF-INDEX FROM 1 BY 1
        UNTIL WS-CF-INDEX > WS-CASHFLOW-COUNT
     COMPUTE WS-DISCOUNT-FACTOR =
         (1 + WS-TRIAL-RATE) ** WS-CF-PERIOD(WS-CF-INDEX)
     COMPUTE WS-TRIAL-NPV = WS-TRIAL-NPV
         + WS-CF-AMOUNT(WS-CF-INDEX) / WS-DISCOUNT-FACTOR
    END-PERFORM.

GET-VALIDATED-PRINCIPAL.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Principal: '==
                   ==:NUMVAL-TARGET:== BY ==WS-PRINCIPAL==
                   ==:NUMVAL-LOW:==    BY ==0.01==
                   ==:NUMVAL-HIGH:==   BY ==9999999999.99==.

GET-VALIDATED-ANNUAL-RATE.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Annual interest rate (%): '==
                   ==:NUMVAL-TARGET:== BY ==WS-ANNUAL-RATE==
                   ==:NUMVAL-LOW:==    BY ==0==
                   ==:NUMVAL-HIGH:==   BY ==100==.

GET-VALIDATED-INSTALMENTS.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Number of instalments: '==
                   ==:NUMVAL-TARGET:== BY ==WS-INSTALMENTS==
                   ==:NUMVAL-LOW:==    BY ==1==
                   ==:NUMVAL-HIGH:==   BY ==600==.

GET-VALIDATED-DISCOUNT-RATE.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Discount rate per period (%): '==
                   ==:NUMVAL-TARGET:== BY ==WS-DISCOUNT-RATE==
                   ==:NUMVAL-LOW:==    BY ==-99==
                   ==:NUMVAL-HIGH:==   BY ==999==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='LOAN-AMORTIZATION'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='LOAN-AMORTIZATION'==.
