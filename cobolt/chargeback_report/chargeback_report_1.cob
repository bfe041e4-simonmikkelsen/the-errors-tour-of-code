* under the standard report header. Usage by a program no JOBDEFS
* job claims lands on the UNASSIGND department so it is argued over
* once, then assigned.
* Each department's charge is also handed to the general-ledger
* feed GLFEED.TXT (category CHARGEBACK, keyed by department) for
* GL-POSTING to journal, and the month's total is posted as this
* step's OUT control total to the BALANCE.TXT ledger, so
* BALANCE-REPORT can prove what was billed is what was journaled.
* Accounting closes on the fiscal calendar, so the billing prompt
* also takes a fiscal period as PYYYYPP: the usage billed is then
* every run dated from the period's first day to its last, as the
* fiscal calendar FISCALCAL.TXT has them (answered by DATEROUTINES),
* and the invoices go to CHARGEBACK-PYYYYPP.RPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "catalog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "balance-select.cpy".
    COPY "glfeed-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "catalog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "balance-fd.cpy".
COPY "glfeed-fd.cpy".

WORKING-STORAGE SECTION.
COPY "catalog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "balance-ws.cpy".
COPY "glfeed-ws.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-JOB-DEFS-STATUS PIC X(02).
01  WS-CATALOG-EOF-FLAG PIC X VALUE 'N'.
    88  WS-CATALOG-EOF VALUE 'Y'.

* A calendar month YYYYMM, or a fiscal period PYYYYPP; either way
* the usage billed is the runs dated within the bill range.
01  WS-WANTED-MONTH PIC X(07).
01  WS-WANTED-PERIOD REDEFINES WS-WANTED-MONTH.
    05  WS-WANTED-PERIOD-FLAG PIC X(01).
    05  WS-WANTED-PERIOD-YEAR PIC X(04).
    05  WS-WANTED-PERIOD-NUMBER PIC X(02).
01  WS-BILL-FROM PIC X(08).
01  WS-BILL-TO PIC X(08).
01  WS-BILL-DATE PIC 9(08) VALUE 0.
01  WS-RATE-PER-SECOND PIC 9(05)V99 VALUE 0.
01  WS-RATE-PER-KRECORD PIC 9(05)V99 VALUE 0.
01  WS-RATE-PER-FILE PIC 9(05)V99 VALUE 0.
01  WS-RATE-VALUE-TEXT PIC X(15).

01  WS-JOB-NAME PIC X(20).
01  WS-JOB-FREQUENCY PIC X(09).
01  WS-JOB-RUN-DAY-TEXT PIC X(02).
01  WS-JOB-PARAMETER PIC X(40).
01  WS-JOB-STEP-LIST PIC X(120).
01  WS-DEPT-CHARGE PIC 9(09)V99 VALUE 0.
01  WS-TOTAL-CHARGE PIC 9(11)V99 VALUE 0.
01  WS-CHARGE-EDIT PIC Z(08)9.99.
01  WS-BALANCE-AMOUNT PIC 9(13).99.
01  WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Month to bill (YYYYMM, or fiscal period PYYYYPP): '
        WITH NO ADVANCING.
    MOVE SPACES TO WS-WANTED-MONTH.
    ACCEPT WS-WANTED-MONTH.
    MOVE FUNCTION UPPER-CASE(WS-WANTED-MONTH) TO WS-WANTED-MONTH.
    PERFORM SET-BILL-RANGE.
    IF WS-BILL-FROM = SPACES
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM WRITE-INVOICE-REPORT.
    GOBACK.

SET-BILL-RANGE.
* Run ids and catalog stamps start with their YYYYMMDD date, so the
* bill is every one from the first day to the last.
    MOVE SPACES TO WS-BILL-FROM WS-BILL-TO.
    EVALUATE TRUE
     WHEN WS-WANTED-PERIOD-FLAG = 'P'
         AND WS-WANTED-PERIOD-YEAR IS NUMERIC
         AND WS-WANTED-PERIOD-NUMBER IS NUMERIC
      MOVE 'FPB' TO DATECALC-OPERATION
      MOVE WS-WANTED-PERIOD-YEAR TO DATECALC-FISCAL-YEAR
      MOVE WS-WANTED-PERIOD-NUMBER TO DATECALC-FISCAL-PERIOD
      MOVE SPACES TO DATECALC-CALENDAR
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      IF DATECALC-PERIOD-START = 0
       DISPLAY 'Fiscal period ' WS-WANTED-MONTH
           ' is not on the fiscal calendar FISCALCAL.TXT.'
      ELSE
       MOVE DATECALC-PERIOD-START TO WS-BILL-FROM
       MOVE DATECALC-PERIOD-END TO WS-BILL-TO
      END-IF
     WHEN WS-WANTED-MONTH(1:6) IS NUMERIC
         AND WS-WANTED-MONTH(7:1) = SPACE
      COMPUTE WS-BILL-DATE =
          FUNCTION NUMVAL(WS-WANTED-MONTH(1:6)) * 100 + 1
      IF FUNCTION TEST-DATE-YYYYMMDD(WS-BILL-DATE) = 0
       MOVE WS-BILL-DATE TO WS-BILL-FROM
       ADD 30 TO WS-BILL-DATE
       PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-BILL-DATE) = 0
        SUBTRACT 1 FROM WS-BILL-DATE
       END-PERFORM
       MOVE WS-BILL-DATE TO WS-BILL-TO
      ELSE
       DISPLAY 'A billing month YYYYMM or a fiscal period PYYYYPP '
           'is required.'
      END-IF
     WHEN OTHER
      DISPLAY 'A billing month YYYYMM or a fiscal period PYYYYPP '
          'is required.'
    END-EVALUATE.

LOAD-RATE-CARD.
    OPEN INPUT RATE-CARD-FILE.
    IF WS-RATE-CARD-STATUS NOT = '00'
           INTO WS-STEP-PROGRAM(1) WS-STEP-PROGRAM(2)
                WS-STEP-PROGRAM(3) WS-STEP-PROGRAM(4)
                WS-STEP-PROGRAM(5)
       PERFORM TRIM-STEP-PROGRAM
           VARYING WS-STEP-INDEX FROM 1 BY 1
           UNTIL WS-STEP-INDEX > 5
       PERFORM MAP-ONE-STEP
           VARYING WS-STEP-INDEX FROM 1 BY 1
           UNTIL WS-STEP-INDEX > 5
      END-IF
    END-READ.

TRIM-STEP-PROGRAM.
* A step may carry its parameter and run condition after the
* program name (PROGRAM|parameter|condition); only the name is
* priced here.
    INSPECT WS-STEP-PROGRAM(WS-STEP-INDEX)
        REPLACING CHARACTERS BY SPACE AFTER INITIAL '|'.
    INSPECT WS-STEP-PROGRAM(WS-STEP-INDEX)
        REPLACING ALL '|' BY SPACE.

MAP-ONE-STEP.
    IF WS-STEP-PROGRAM(WS-STEP-INDEX) NOT = SPACES
     MOVE 0 TO WS-MP-FOUND
       UNSTRING PERF-HISTORY-RECORD DELIMITED BY ','
           INTO WS-LINE-PROGRAM WS-LINE-RUN-ID WS-LINE-START
                WS-LINE-END WS-LINE-RECORDS WS-LINE-ELAPSED
       IF WS-LINE-RUN-ID(1:8) >= WS-BILL-FROM
           AND WS-LINE-RUN-ID(1:8) <= WS-BILL-TO
        PERFORM FIND-DEPARTMENT-FOR-PROGRAM
        PERFORM FIND-DEPARTMENT-SLOT
        IF WS-DP-FOUND > 0
     AT END
      SET WS-CATALOG-EOF TO TRUE
     NOT AT END
      IF CATALOG-RUN-STAMP(1:8) >= WS-BILL-FROM
          AND CATALOG-RUN-STAMP(1:8) <= WS-BILL-TO
       MOVE CATALOG-PRODUCER TO WS-LINE-PROGRAM
       PERFORM FIND-DEPARTMENT-FOR-PROGRAM
       PERFORM FIND-DEPARTMENT-SLOT
WRITE-INVOICE-REPORT.
    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'CHARGEBACK-' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SPACE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT INVOICE-REPORT-FILE.
    WRITE INVOICE-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'DEPARTMENTAL CHARGEBACK INVOICES FOR ' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SPACE
        ' (' DELIMITED BY SIZE
        WS-BILL-FROM DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        WS-BILL-TO DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-DEPT-COUNT = 0
     MOVE 'NO BILLABLE USAGE FOUND FOR THE BILLING PERIOD.'
         TO WS-REPORT-LINE
     WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE INVOICE-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    MOVE WS-TOTAL-CHARGE TO WS-BALANCE-AMOUNT.
    PERFORM POST-OUTPUT-CONTROL-TOTAL.
    DISPLAY WS-REPORT-LINE.
    DISPLAY 'Invoices written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.

        + (WS-DP-RECORDS(WS-DP-INDEX) / 1000) * WS-RATE-PER-KRECORD
        + WS-DP-FILES(WS-DP-INDEX) * WS-RATE-PER-FILE.
    ADD WS-DEPT-CHARGE TO WS-TOTAL-CHARGE.
    IF WS-DEPT-CHARGE > 0
     PERFORM FEED-CHARGE-TO-LEDGER
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE ALL '-' TO WS-REPORT-LINE(1:40).
    WRITE INVOICE-REPORT-RECORD FROM WS-REPORT-LINE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='CHARGEBACK-REPORT'==.

FEED-CHARGE-TO-LEDGER.
    COPY "glfeed-post.cpy"
        REPLACING ==:GLF-PROGRAM-NAME:== BY =='CHARGEBACK-REPORT'==
                   ==:GLF-CATEGORY:==     BY =='CHARGEBACK'==
                   ==:GLF-KEY:==          BY ==WS-DP-DEPARTMENT(WS-DP-INDEX)==
                   ==:GLF-AMOUNT:==       BY ==WS-DEPT-CHARGE==.

POST-OUTPUT-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='CHARGEBACK-REPORT'==
                   ==:BAL-DIRECTION:==    BY =='OUT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-DEPT-COUNT==
                   ==:BAL-AMOUNT:==       BY ==WS-BALANCE-AMOUNT==.
