* differences between any two versions, and an R command reinstates
* a chosen version - retaining the outgoing live file first and
* writing the restore to the shared AUDITLOG.
* The dated exchange-rate table FXRATES.TXT is maintained here as
* well (kind F): a three-letter currency, a rate date that must be a
* business day on the holiday calendar - the only days FXRATES looks
* a rate up for - and a rate above zero in house-currency units per
* unit of the currency. A second rate for the same currency and day
* is refused, so there is never a doubt which one a run used.
* The central code-table file REFTABLES.TXT (kind T) is maintained
* here too, with the same version history: a table name and a code,
* a description, and a validity period whose dates are real
* YYYYMMDD dates (0 for an open end) with the end not before the
* start. A second period for the same table and code that overlaps
* one already on file is refused, so REFTABLES never has two answers
* for one code on one day.
* The fiscal calendar FISCALCAL.TXT (kind P) that FISCAL-GENERATOR
* builds a year at a time is corrected here a period at a time: a
* fiscal year and a period number from 1 to 13, and a start and an
* end that are real YYYYMMDD dates with the end not before the
* start. A second line for the same year and period, or a period
* whose days overlap any other period on file, is refused, so
* DATEROUTINES never finds a date in two periods. Job definitions
* take the PERIODEND frequency as well, for the jobs that run on
* the last business day of the fiscal period.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-VERSION-A-NAME PIC X(130).
01  WS-VERSION-A-STATUS PIC X(02).
01  WS-VERSION-B-NAME PIC X(130).
    88  WS-KIND-RENAMER VALUE 'R'.
    88  WS-KIND-CONVTABLE VALUE 'U'.
    88  WS-KIND-CALCULATOR VALUE 'C'.
    88  WS-KIND-FXRATES VALUE 'F'.
    88  WS-KIND-REFTABLES VALUE 'T'.
    88  WS-KIND-FISCAL VALUE 'P'.

01  WS-ENTRY-TABLE.
    05  WS-ENTRY-LINE PIC X(200) OCCURS 200 TIMES.
01  WS-RUN-DAY-ANSWER PIC 9(01) VALUE 0.
01  WS-DATE-MONTH PIC 9(02) VALUE 0.
01  WS-DATE-DAY PIC 9(02) VALUE 0.
01  WS-COMMA-COUNT PIC 9(03) VALUE 0.
01  WS-REF-POINTER PIC 9(03) VALUE 1.
01  WS-REF-FROM-DATE PIC 9(08) VALUE 0.
01  WS-REF-TO-DATE PIC 9(08) VALUE 0.
01  WS-REF-OLD-TABLE PIC X(20).
01  WS-REF-OLD-CODE PIC X(12).
01  WS-REF-OLD-DESCRIPTION PIC X(40).
01  WS-REF-OLD-FROM-TEXT PIC X(08).
01  WS-REF-OLD-TO-TEXT PIC X(08).
01  WS-REF-OLD-FROM-DATE PIC 9(08) VALUE 0.
01  WS-REF-OLD-TO-DATE PIC 9(08) VALUE 0.
01  WS-FP-YEAR-ANSWER PIC 9(04) VALUE 0.
01  WS-FP-PERIOD-ANSWER PIC 9(02) VALUE 0.
01  WS-FP-OLD-YEAR-TEXT PIC X(04).
01  WS-FP-OLD-PERIOD-TEXT PIC X(02).
01  WS-FP-OLD-START-TEXT PIC X(08).
01  WS-FP-OLD-END-TEXT PIC X(08).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY '  R - renamer batch control file (old,new pairs)'.
    DISPLAY '  U - CONVTABLE.TXT (unit-conversion factors)'.
    DISPLAY '  C - calculator transaction file (NUM,OP,NUM)'.
    DISPLAY '  F - FXRATES.TXT (dated exchange rates)'.
    DISPLAY '  T - REFTABLES.TXT (reference code tables)'.
    DISPLAY '  P - FISCALCAL.TXT (fiscal period calendar)'.
    DISPLAY 'Kind: ' WITH NO ADVANCING.
    ACCEPT WS-FILE-KIND.
    MOVE FUNCTION UPPER-CASE(WS-FILE-KIND) TO WS-FILE-KIND.
     WHEN 'H' MOVE 'HOLIDAYS.TXT' TO WS-CONTROL-FILE-NAME
     WHEN 'M' MOVE 'MANIFEST.TXT' TO WS-CONTROL-FILE-NAME
     WHEN 'U' MOVE 'CONVTABLE.TXT' TO WS-CONTROL-FILE-NAME
     WHEN 'F' MOVE 'FXRATES.TXT' TO WS-CONTROL-FILE-NAME
     WHEN 'T' MOVE 'REFTABLES.TXT' TO WS-CONTROL-FILE-NAME
     WHEN 'P' MOVE 'FISCALCAL.TXT' TO WS-CONTROL-FILE-NAME
     WHEN OTHER
      DISPLAY 'File name: ' WITH NO ADVANCING
      ACCEPT WS-CONTROL-FILE-NAME
    DISPLAY WS-ENTRY-COUNT ' entr(ies).'.

ADD-ONE-ENTRY.
    MOVE 0 TO WS-PICKED-ENTRY.
    IF WS-ENTRY-COUNT >= 200
     DISPLAY 'The entry table is full.'
    ELSE
     WHEN WS-KIND-RENAMER PERFORM BUILD-RENAMER-LINE
     WHEN WS-KIND-CONVTABLE PERFORM BUILD-CONVTABLE-LINE
     WHEN WS-KIND-CALCULATOR PERFORM BUILD-CALCULATOR-LINE
     WHEN WS-KIND-FXRATES PERFORM BUILD-FXRATE-LINE
     WHEN WS-KIND-REFTABLES PERFORM BUILD-REFTABLE-LINE
     WHEN WS-KIND-FISCAL PERFORM BUILD-FISCAL-LINE
     WHEN OTHER DISPLAY 'Unknown file kind.'
    END-EVALUATE.

    IF WS-ANSWER-1 = SPACES
     DISPLAY 'A job needs a name.'
    ELSE
     DISPLAY 'Frequency (DAILY/WEEKLY/MONTHEND/PERIODEND): '
         WITH NO ADVANCING
     ACCEPT WS-ANSWER-2
     MOVE FUNCTION UPPER-CASE(WS-ANSWER-2) TO WS-ANSWER-2
     IF WS-ANSWER-2 NOT = 'DAILY' AND WS-ANSWER-2 NOT = 'WEEKLY'
         AND WS-ANSWER-2 NOT = 'MONTHEND'
         AND WS-ANSWER-2 NOT = 'PERIODEND'
      DISPLAY 'Frequency must be DAILY, WEEKLY, MONTHEND, or '
          'PERIODEND.'
     ELSE
      MOVE 0 TO WS-RUN-DAY-ANSWER
      IF WS-ANSWER-2 = 'WEEKLY'
                   ==:NUMVAL-TARGET:== BY ==WS-NUM-ANSWER-2==
                   ==:NUMVAL-LOW:==    BY ==0==
                   ==:NUMVAL-HIGH:==   BY ==99999.99==.

BUILD-FXRATE-LINE.
    DISPLAY 'Currency (3 letters): ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER-1.
    MOVE FUNCTION UPPER-CASE(WS-ANSWER-1) TO WS-ANSWER-1.
    IF WS-ANSWER-1(1:3) IS NOT ALPHABETIC OR WS-ANSWER-1(1:1) = SPACE
        OR WS-ANSWER-1(2:1) = SPACE OR WS-ANSWER-1(3:1) = SPACE
        OR WS-ANSWER-1(4:37) NOT = SPACES
     DISPLAY 'The currency is a three-letter code such as EUR.'
    ELSE
     MOVE 0 TO WS-NUM-ANSWER
     PERFORM GET-VALIDATED-RATE-DATE
     MOVE WS-NUM-ANSWER TO WS-ANSWER-2(1:8)
     MOVE WS-ANSWER-2(5:2) TO WS-DATE-MONTH
     MOVE WS-ANSWER-2(7:2) TO WS-DATE-DAY
     MOVE 'IBD' TO DATECALC-OPERATION
     MOVE WS-NUM-ANSWER TO DATECALC-DATE-1
     CALL 'DATEROUTINES' USING DATECALC-REQUEST
     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
         OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
      DISPLAY 'That is not a real calendar date.'
     ELSE
      IF DATECALC-BUSINESS-FLAG NOT = 'Y'
       DISPLAY 'Rates are kept for business days only; '
           'a weekend or holiday uses the business day before it.'
      ELSE
       PERFORM FINISH-FXRATE-LINE
      END-IF
     END-IF
    END-IF.

FINISH-FXRATE-LINE.
* One rate per currency and day: any other entry already holding the
* pair (the one being updated aside) refuses the new line.
    STRING WS-ANSWER-1(1:3) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-ANSWER-2(1:8) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        INTO WS-BUILT-LINE.
    MOVE 0 TO WS-NUM-ANSWER.
    PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
        UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
     IF WS-ENTRY-LINE(WS-ENTRY-INDEX)(1:13) = WS-BUILT-LINE(1:13)
         AND WS-ENTRY-INDEX NOT = WS-PICKED-ENTRY
      MOVE WS-ENTRY-INDEX TO WS-NUM-ANSWER
     END-IF
    END-PERFORM.
    IF WS-NUM-ANSWER > 0
     DISPLAY 'There is already a rate for that currency and date.'
     MOVE SPACES TO WS-BUILT-LINE
    ELSE
     PERFORM GET-VALIDATED-RATE
     IF WS-NUM-ANSWER-2 NOT > 0
      DISPLAY 'The rate must be above zero.'
      MOVE SPACES TO WS-BUILT-LINE
     ELSE
      STRING NUMVAL-INPUT-TEXT DELIMITED BY SPACE
          INTO WS-BUILT-LINE(14:)
      SET WS-LINE-VALID TO TRUE
     END-IF
    END-IF.

GET-VALIDATED-RATE-DATE.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Rate date (YYYYMMDD): '==
                   ==:NUMVAL-TARGET:== BY ==WS-NUM-ANSWER==
                   ==:NUMVAL-LOW:==    BY ==19000101==
                   ==:NUMVAL-HIGH:==   BY ==29991231==.

GET-VALIDATED-RATE.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Rate (house units per 1 unit): '==
                   ==:NUMVAL-TARGET:== BY ==WS-NUM-ANSWER-2==
                   ==:NUMVAL-LOW:==    BY ==0==
                   ==:NUMVAL-HIGH:==   BY ==99999==.

BUILD-REFTABLE-LINE.
* Names, codes and descriptions are comma-separated on the line, so
* none of them may hold a comma; each must fit the width REFTABLES
* keeps (table 20, code 12, description 40).
    DISPLAY 'Table name: ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER-1.
    MOVE FUNCTION UPPER-CASE(WS-ANSWER-1) TO WS-ANSWER-1.
    DISPLAY 'Code: ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER-2.
    DISPLAY 'Description: ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER-3.
    MOVE 0 TO WS-COMMA-COUNT.
    INSPECT WS-ANSWER-1 TALLYING WS-COMMA-COUNT FOR ALL ','.
    INSPECT WS-ANSWER-2 TALLYING WS-COMMA-COUNT FOR ALL ','.
    INSPECT WS-ANSWER-3 TALLYING WS-COMMA-COUNT FOR ALL ','.
    EVALUATE TRUE
     WHEN WS-ANSWER-1 = SPACES OR WS-ANSWER-2 = SPACES
         OR WS-ANSWER-3 = SPACES
      DISPLAY 'Table name, code and description are all required.'
     WHEN WS-COMMA-COUNT > 0
      DISPLAY 'A comma cannot be part of a name, code or description.'
     WHEN WS-ANSWER-1(21:20) NOT = SPACES
      DISPLAY 'A table name is at most 20 characters.'
     WHEN WS-ANSWER-2(13:28) NOT = SPACES
      DISPLAY 'A code is at most 12 characters.'
     WHEN WS-ANSWER-3(41:80) NOT = SPACES
      DISPLAY 'A description is at most 40 characters.'
     WHEN OTHER
      PERFORM GET-REFTABLE-PERIOD
    END-EVALUATE.

GET-REFTABLE-PERIOD.
    MOVE 0 TO WS-NUM-ANSWER.
    PERFORM GET-VALIDATED-VALID-FROM.
    MOVE WS-NUM-ANSWER TO WS-REF-FROM-DATE.
    MOVE 0 TO WS-NUM-ANSWER.
    PERFORM GET-VALIDATED-VALID-TO.
    MOVE WS-NUM-ANSWER TO WS-REF-TO-DATE.
    MOVE 'Y' TO WS-LINE-VALID-FLAG.
    IF WS-REF-FROM-DATE NOT = 0
     MOVE WS-REF-FROM-DATE(5:2) TO WS-DATE-MONTH
     MOVE WS-REF-FROM-DATE(7:2) TO WS-DATE-DAY
     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
         OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
      MOVE 'N' TO WS-LINE-VALID-FLAG
     END-IF
    END-IF.
    IF WS-REF-TO-DATE NOT = 0
     MOVE WS-REF-TO-DATE(5:2) TO WS-DATE-MONTH
     MOVE WS-REF-TO-DATE(7:2) TO WS-DATE-DAY
     IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
         OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
      MOVE 'N' TO WS-LINE-VALID-FLAG
     END-IF
    END-IF.
    IF NOT WS-LINE-VALID
     DISPLAY 'That is not a real calendar date.'
    ELSE
     MOVE 'N' TO WS-LINE-VALID-FLAG
     IF WS-REF-TO-DATE NOT = 0 AND WS-REF-TO-DATE < WS-REF-FROM-DATE
      DISPLAY 'The period cannot end before it starts.'
     ELSE
      PERFORM FINISH-REFTABLE-LINE
     END-IF
    END-IF.

FINISH-REFTABLE-LINE.
* One answer per code per day: any other entry for the same table
* and code (the one being updated aside) whose period overlaps this
* one refuses the new line. Open ends compare as the earliest and
* latest possible dates.
    IF WS-REF-TO-DATE = 0
     MOVE 99999999 TO WS-REF-TO-DATE
    END-IF.
    MOVE 0 TO WS-NUM-ANSWER.
    PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
        UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
     IF WS-ENTRY-INDEX NOT = WS-PICKED-ENTRY
         AND WS-ENTRY-LINE(WS-ENTRY-INDEX) NOT = SPACES
         AND WS-ENTRY-LINE(WS-ENTRY-INDEX)(1:1) NOT = '*'
      MOVE SPACES TO WS-REF-OLD-TABLE WS-REF-OLD-CODE
          WS-REF-OLD-DESCRIPTION WS-REF-OLD-FROM-TEXT
          WS-REF-OLD-TO-TEXT
      UNSTRING WS-ENTRY-LINE(WS-ENTRY-INDEX) DELIMITED BY ','
          INTO WS-REF-OLD-TABLE WS-REF-OLD-CODE WS-REF-OLD-DESCRIPTION
               WS-REF-OLD-FROM-TEXT WS-REF-OLD-TO-TEXT
      MOVE 0 TO WS-REF-OLD-FROM-DATE
      MOVE 99999999 TO WS-REF-OLD-TO-DATE
      IF WS-REF-OLD-FROM-TEXT IS NUMERIC
       MOVE WS-REF-OLD-FROM-TEXT TO WS-REF-OLD-FROM-DATE
      END-IF
      IF WS-REF-OLD-TO-TEXT IS NUMERIC
       MOVE WS-REF-OLD-TO-TEXT TO WS-REF-OLD-TO-DATE
      END-IF
      IF FUNCTION UPPER-CASE(WS-REF-OLD-TABLE) = WS-ANSWER-1(1:20)
          AND WS-REF-OLD-CODE = WS-ANSWER-2(1:12)
          AND WS-REF-OLD-FROM-DATE <= WS-REF-TO-DATE
          AND WS-REF-FROM-DATE <= WS-REF-OLD-TO-DATE
       MOVE WS-ENTRY-INDEX TO WS-NUM-ANSWER
      END-IF
     END-IF
    END-PERFORM.
    IF WS-NUM-ANSWER > 0
     DISPLAY 'That code already has a period overlapping this one.'
    ELSE
     MOVE 1 TO WS-REF-POINTER
     STRING FUNCTION TRIM(WS-ANSWER-1) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-ANSWER-2) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-ANSWER-3) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         INTO WS-BUILT-LINE
         WITH POINTER WS-REF-POINTER
     IF WS-REF-FROM-DATE NOT = 0
      STRING WS-REF-FROM-DATE DELIMITED BY SIZE
          INTO WS-BUILT-LINE
          WITH POINTER WS-REF-POINTER
     END-IF
     STRING ',' DELIMITED BY SIZE
         INTO WS-BUILT-LINE
         WITH POINTER WS-REF-POINTER
     IF WS-REF-TO-DATE NOT = 99999999
      STRING WS-REF-TO-DATE DELIMITED BY SIZE
          INTO WS-BUILT-LINE
          WITH POINTER WS-REF-POINTER
     END-IF
     SET WS-LINE-VALID TO TRUE
    END-IF.

GET-VALIDATED-VALID-FROM.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Valid from (YYYYMMDD, 0 = always): '==
                   ==:NUMVAL-TARGET:== BY ==WS-NUM-ANSWER==
                   ==:NUMVAL-LOW:==    BY ==0==
                   ==:NUMVAL-HIGH:==   BY ==29991231==.

GET-VALIDATED-VALID-TO.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Valid to (YYYYMMDD, 0 = open-ended): '==
                   ==:NUMVAL-TARGET:== BY ==WS-NUM-ANSWER==
                   ==:NUMVAL-LOW:==    BY ==0==
                   ==:NUMVAL-HIGH:==   BY ==29991231==.

BUILD-FISCAL-LINE.
* The line is the one DATEROUTINES reads: fiscal year, period,
* start and end, comma-separated.
    MOVE 0 TO WS-FP-YEAR-ANSWER.
    PERFORM GET-VALIDATED-FISCAL-YEAR.
    MOVE 0 TO WS-FP-PERIOD-ANSWER.
    PERFORM GET-VALIDATED-FISCAL-PERIOD.
    MOVE 0 TO WS-NUM-ANSWER.
    PERFORM GET-VALIDATED-PERIOD-START.
    MOVE WS-NUM-ANSWER TO WS-REF-FROM-DATE.
    MOVE 0 TO WS-NUM-ANSWER.
    PERFORM GET-VALIDATED-PERIOD-END.
    MOVE WS-NUM-ANSWER TO WS-REF-TO-DATE.
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-REF-FROM-DATE) NOT = 0
        OR FUNCTION TEST-DATE-YYYYMMDD(WS-REF-TO-DATE) NOT = 0
     DISPLAY 'That is not a real calendar date.'
    ELSE
     IF WS-REF-TO-DATE < WS-REF-FROM-DATE
      DISPLAY 'The period cannot end before it starts.'
     ELSE
      PERFORM FINISH-FISCAL-LINE
     END-IF
    END-IF.

FINISH-FISCAL-LINE.
* Every other entry (the one being updated aside) is checked: the
* same year and period twice, or days shared with another period,
* refuses the new line.
    MOVE 0 TO WS-NUM-ANSWER.
    PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
        UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
     IF WS-ENTRY-INDEX NOT = WS-PICKED-ENTRY
         AND WS-ENTRY-LINE(WS-ENTRY-INDEX) NOT = SPACES
         AND WS-ENTRY-LINE(WS-ENTRY-INDEX)(1:1) NOT = '*'
      MOVE SPACES TO WS-FP-OLD-YEAR-TEXT WS-FP-OLD-PERIOD-TEXT
          WS-FP-OLD-START-TEXT WS-FP-OLD-END-TEXT
      UNSTRING WS-ENTRY-LINE(WS-ENTRY-INDEX) DELIMITED BY ','
          INTO WS-FP-OLD-YEAR-TEXT WS-FP-OLD-PERIOD-TEXT
               WS-FP-OLD-START-TEXT WS-FP-OLD-END-TEXT
      IF WS-FP-OLD-YEAR-TEXT IS NUMERIC
          AND WS-FP-OLD-PERIOD-TEXT IS NUMERIC
          AND WS-FP-OLD-START-TEXT IS NUMERIC
          AND WS-FP-OLD-END-TEXT IS NUMERIC
       MOVE WS-FP-OLD-START-TEXT TO WS-REF-OLD-FROM-DATE
       MOVE WS-FP-OLD-END-TEXT TO WS-REF-OLD-TO-DATE
       IF (WS-FP-OLD-YEAR-TEXT = WS-FP-YEAR-ANSWER
           AND WS-FP-OLD-PERIOD-TEXT = WS-FP-PERIOD-ANSWER)
           OR (WS-REF-OLD-FROM-DATE <= WS-REF-TO-DATE
           AND WS-REF-FROM-DATE <= WS-REF-OLD-TO-DATE)
        MOVE WS-ENTRY-INDEX TO WS-NUM-ANSWER
       END-IF
      END-IF
     END-IF
    END-PERFORM.
    IF WS-NUM-ANSWER > 0
     DISPLAY 'That period, or some of its days, is already on file.'
    ELSE
     STRING WS-FP-YEAR-ANSWER DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-FP-PERIOD-ANSWER DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-REF-FROM-DATE DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-REF-TO-DATE DELIMITED BY SIZE
         INTO WS-BUILT-LINE
     SET WS-LINE-VALID TO TRUE
    END-IF.

GET-VALIDATED-FISCAL-YEAR.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Fiscal year (YYYY): '==
                   ==:NUMVAL-TARGET:== BY ==WS-FP-YEAR-ANSWER==
                   ==:NUMVAL-LOW:==    BY ==1900==
                   ==:NUMVAL-HIGH:==   BY ==2199==.

GET-VALIDATED-FISCAL-PERIOD.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Period (1-13): '==
                   ==:NUMVAL-TARGET:== BY ==WS-FP-PERIOD-ANSWER==
                   ==:NUMVAL-LOW:==    BY ==1==
                   ==:NUMVAL-HIGH:==   BY ==13==.

GET-VALIDATED-PERIOD-START.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Period start (YYYYMMDD): '==
                   ==:NUMVAL-TARGET:== BY ==WS-NUM-ANSWER==
                   ==:NUMVAL-LOW:==    BY ==19000101==
                   ==:NUMVAL-HIGH:==   BY ==21991231==.

GET-VALIDATED-PERIOD-END.
    COPY "numeric-validate-accept.cpy"
        REPLACING ==:NUMVAL-PROMPT:== BY =='Period end (YYYYMMDD): '==
                   ==:NUMVAL-TARGET:== BY ==WS-NUM-ANSWER==
                   ==:NUMVAL-LOW:==    BY ==19000101==
                   ==:NUMVAL-HIGH:==   BY ==21991231==.
