IDENTIFICATION DIVISION.
PROGRAM-ID. DATA-SAMPLER.
AUTHOR. Simon Mikkelsen.
* Every quarter the auditors ask for samples - sixty settlement
* records at random, every 200th transaction - and they used to be
* pulled by hand with SIMPLE-FILE-READER. This program draws them
* from any file, four ways:
*   R  simple random: exactly the asked-for number of records, every
*      record equally likely (selection sampling, so the sample keeps
*      the file's order);
*   S  systematic: every k-th record from a random start within the
*      first k, k given or taken as population / sample size;
*   T  stratified: the population split by the value of a dictionary
*      field (up to 50 strata, any more pooled as one), the sample
*      shared out in proportion to each stratum's size - at least one
*      record each - and drawn at random within it;
*   M  monetary unit: every record whose amount spans one of the
*      sample-size points spaced total / sample size apart through
*      the running total of absolute amounts, from a random start in
*      the first interval, so a large amount is the more likely to be
*      drawn and one of an interval or more is certain to be (HITS
*      shows how many points it spans).
* Fields are named from the file's LAYOUTDICT.TXT layout; the amount
* field (type N, or P/B decoded through FIELDCONV) is optional for R,
* S and T and gives the population and sample totals. HDR and TRL
* control records are not part of the population; record numbers are
* line numbers in the file, control records included.
* The random numbers come from the Park-Miller minimal standard
* generator, so a run's recorded seed reproduces its sample exactly
* for the same file and parameters. A blank seed is drawn from the
* clock and printed. The selected records are copied unchanged to the
* sample file (by default <data file>.SAMPLE); SAMPLE.RPT (standard
* report header, archived in RPTARC) shows the method, the seed, the
* population size and total, every selected record and the sample
* totals, and each run is written to the shared AUDITLOG with its
* method and seed, so the auditors can see how their sample was
* drawn.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATA-FILE ASSIGN TO WS-DATA-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DATA-STATUS.
    SELECT SAMPLE-FILE ASSIGN TO WS-SAMPLE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SAMPLE-STATUS.
    SELECT SAMPLE-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "auditlog-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  DATA-FILE.
01  DATA-RECORD PIC X(200).

FD  SAMPLE-FILE.
01  SAMPLE-RECORD PIC X(200).

FD  SAMPLE-REPORT-FILE.
01  SAMPLE-REPORT-RECORD PIC X(132).

COPY "layout-dict-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "auditlog-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "fieldconv-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-DATA-FILE-NAME PIC X(100).
01  WS-SAMPLE-NAME PIC X(100).
01  WS-REPORT-NAME PIC X(100) VALUE 'SAMPLE.RPT'.
01  WS-DATA-STATUS PIC X(02).
01  WS-SAMPLE-STATUS PIC X(02).
01  WS-DATA-EOF-FLAG PIC X VALUE 'N'.
    88  WS-DATA-EOF VALUE 'Y'.
01  WS-LAYOUT-NAME PIC X(20).
01  WS-ANSWER PIC X(20).
01  WS-FLD-INDEX PIC 9(02) VALUE 0.
01  WS-AUDIT-OUTCOME PIC X(40).

01  WS-METHOD PIC X VALUE SPACE.
    88  WS-RANDOM-METHOD VALUE 'R'.
    88  WS-SYSTEMATIC-METHOD VALUE 'S'.
    88  WS-STRATIFIED-METHOD VALUE 'T'.
    88  WS-MONETARY-METHOD VALUE 'M'.
    88  WS-METHOD-VALID VALUE 'R' 'S' 'T' 'M'.
01  WS-METHOD-TEXT PIC X(30).
01  WS-METHOD-SHORT PIC X(03).

* The stratum and amount fields, looked up in the layout.
01  WS-STRATUM-FIELD PIC X(20) VALUE SPACES.
01  WS-STRATUM-POSITION PIC 9(03) VALUE 0.
01  WS-STRATUM-LENGTH PIC 9(03) VALUE 0.
01  WS-AMOUNT-FIELD PIC X(20) VALUE SPACES.
01  WS-AMOUNT-POSITION PIC 9(03) VALUE 0.
01  WS-AMOUNT-LENGTH PIC 9(03) VALUE 0.
01  WS-AMOUNT-TYPE PIC X VALUE SPACE.
01  WS-FIELD-WANTED PIC X(20).
01  WS-FIELD-POSITION PIC 9(03) VALUE 0.
01  WS-FIELD-LENGTH PIC 9(03) VALUE 0.
01  WS-FIELD-TYPE PIC X VALUE SPACE.
01  WS-AMOUNT-FLAG PIC X VALUE 'N'.
    88  WS-AMOUNT-WANTED VALUE 'Y'.

* The random number generator: state' = state * 16807 mod (2**31 - 1).
01  WS-SEED PIC 9(10) VALUE 0.
01  WS-RANDOM-STATE PIC 9(10) VALUE 0.
01  WS-RANDOM-FRACTION PIC V9(12) VALUE 0.
01  WS-RANDOM-PRODUCT PIC 9(09)V9(06) VALUE 0.
01  WS-CLOCK-TIME PIC 9(08) VALUE 0.
01  WS-CLOCK-DATE PIC 9(08) VALUE 0.

* Population and sample counts.
01  WS-RECORD-NUMBER PIC 9(07) VALUE 0.
01  WS-RECORDS-PASSED-OVER PIC 9(07) VALUE 0.
01  WS-POPULATION-SIZE PIC 9(07) VALUE 0.
01  WS-POPULATION-SEEN PIC 9(07) VALUE 0.
01  WS-SAMPLE-WANTED PIC 9(07) VALUE 0.
01  WS-SAMPLE-PLANNED PIC 9(07) VALUE 0.
01  WS-SAMPLE-COUNT PIC 9(07) VALUE 0.
01  WS-AMOUNTS-UNREADABLE PIC 9(07) VALUE 0.
01  WS-UNREADABLE-SAVE PIC 9(07) VALUE 0.
01  WS-SELECTED-FLAG PIC X VALUE 'N'.
    88  WS-SELECTED VALUE 'Y'.

* Systematic selection.
01  WS-INTERVAL PIC 9(07) VALUE 0.
01  WS-START-POSITION PIC 9(07) VALUE 0.
01  WS-NEXT-POSITION PIC 9(07) VALUE 0.

* Monetary-unit selection.
01  WS-AMOUNT PIC S9(15)V9(02) VALUE 0.
01  WS-ABSOLUTE-AMOUNT PIC 9(15)V9(02) VALUE 0.
01  WS-POPULATION-TOTAL PIC S9(15)V9(02) VALUE 0.
01  WS-ABSOLUTE-TOTAL PIC 9(15)V9(02) VALUE 0.
01  WS-SAMPLE-TOTAL PIC S9(15)V9(02) VALUE 0.
01  WS-MONEY-INTERVAL PIC 9(15)V9(04) VALUE 0.
01  WS-MONEY-START PIC 9(15)V9(04) VALUE 0.
01  WS-NEXT-POINT PIC 9(15)V9(04) VALUE 0.
01  WS-CUMULATIVE-BEFORE PIC 9(15)V9(02) VALUE 0.
01  WS-CUMULATIVE-AFTER PIC 9(15)V9(02) VALUE 0.
01  WS-HITS PIC 9(05) VALUE 0.

* Strata, in order of first appearance; the fiftieth entry pools
* every value past the forty-ninth.
01  WS-STRATUM-TABLE.
    05  WS-ST-ENTRY OCCURS 50 TIMES.
        10  WS-ST-VALUE PIC X(30).
        10  WS-ST-SIZE PIC 9(07).
        10  WS-ST-TOTAL PIC S9(15)V9(02).
        10  WS-ST-PLANNED PIC 9(07).
        10  WS-ST-SEEN PIC 9(07).
        10  WS-ST-SELECTED PIC 9(07).
        10  WS-ST-SAMPLE-TOTAL PIC S9(15)V9(02).
01  WS-ST-COUNT PIC 9(02) VALUE 0.
01  WS-ST-INDEX PIC 9(02) VALUE 0.
01  WS-ST-FOUND PIC 9(02) VALUE 0.
01  WS-STRATUM-VALUE PIC X(30).

* Report editing.
01  WS-COUNT-EDIT PIC Z(06)9.
01  WS-SECOND-COUNT-EDIT PIC Z(06)9.
01  WS-HITS-EDIT PIC ZZZZ9.
01  WS-AMOUNT-EDIT PIC -(15)9.99.
01  WS-SECOND-AMOUNT-EDIT PIC -(15)9.99.
01  WS-SEED-EDIT PIC Z(09)9.
01  WS-INTERVAL-EDIT PIC Z(14)9.9999.
01  WS-RECORD-TEXT PIC X(60).
* Record text is printed with its control characters shown as '?'.
01  WS-CONTROL-CHARACTERS PIC X(32) VALUE
    X'000102030405060708090A0B0C0D0E0F101112131415161718191A1B1C1D1E1F'.
01  WS-CONTROL-MARKS PIC X(32) VALUE ALL '?'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Data file to sample: ' WITH NO ADVANCING.
    ACCEPT WS-DATA-FILE-NAME.
    DISPLAY 'Layout name (blank = none): ' WITH NO ADVANCING.
    ACCEPT WS-LAYOUT-NAME.
    DISPLAY 'Method (R=simple random, S=systematic, T=stratified, '
        'M=monetary unit): ' WITH NO ADVANCING.
    ACCEPT WS-METHOD.
    MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD.
    IF NOT WS-METHOD-VALID
     DISPLAY 'Method must be R, S, T or M.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    IF WS-STRATIFIED-METHOD
     DISPLAY 'Stratify by field: ' WITH NO ADVANCING
     ACCEPT WS-STRATUM-FIELD
    END-IF.
    IF WS-MONETARY-METHOD
     DISPLAY 'Amount field: ' WITH NO ADVANCING
    ELSE
     DISPLAY 'Amount field for totals (blank = none): '
         WITH NO ADVANCING
    END-IF.
    ACCEPT WS-AMOUNT-FIELD.
    IF WS-SYSTEMATIC-METHOD
     DISPLAY 'Interval - every n-th record (blank = population / '
         'sample size): ' WITH NO ADVANCING
     ACCEPT WS-ANSWER
     IF WS-ANSWER NOT = SPACES
         AND FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
      COMPUTE WS-INTERVAL = FUNCTION NUMVAL(WS-ANSWER)
     END-IF
    END-IF.
    IF WS-INTERVAL = 0
     DISPLAY 'Sample size: ' WITH NO ADVANCING
     ACCEPT WS-ANSWER
     IF WS-ANSWER NOT = SPACES
         AND FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
      COMPUTE WS-SAMPLE-WANTED = FUNCTION NUMVAL(WS-ANSWER)
     END-IF
     IF WS-SAMPLE-WANTED = 0
      DISPLAY 'A sample size of at least 1 is needed.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
    END-IF.
    DISPLAY 'Seed (1-2147483646, blank = drawn from the clock): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
     COMPUTE WS-SEED = FUNCTION NUMVAL(WS-ANSWER)
    END-IF.
    IF WS-SEED = 0 OR WS-SEED > 2147483646
     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
     ACCEPT WS-CLOCK-TIME FROM TIME
     COMPUTE WS-SEED = FUNCTION MOD(
         WS-CLOCK-DATE * 100000000 + WS-CLOCK-TIME, 2147483646) + 1
    END-IF.
    MOVE WS-SEED TO WS-RANDOM-STATE.
    DISPLAY 'Sample file (blank = <data file>.SAMPLE): '
        WITH NO ADVANCING.
    ACCEPT WS-SAMPLE-NAME.
    IF WS-SAMPLE-NAME = SPACES
     STRING WS-DATA-FILE-NAME DELIMITED BY SPACE
         '.SAMPLE' DELIMITED BY SIZE
         INTO WS-SAMPLE-NAME
    END-IF.

    PERFORM FIND-SAMPLING-FIELDS.
    IF WS-MONETARY-METHOD AND NOT WS-AMOUNT-WANTED
     DISPLAY 'Monetary-unit sampling needs an amount field.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

* First pass: the population - its size, its total and its strata.
    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
     DISPLAY 'Cannot open data file: ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM COUNT-ONE-RECORD UNTIL WS-DATA-EOF.
    CLOSE DATA-FILE.
    IF WS-POPULATION-SIZE = 0
     DISPLAY 'No records to sample in ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    IF WS-MONETARY-METHOD AND WS-ABSOLUTE-TOTAL = 0
     DISPLAY 'The amounts total zero - nothing to sample by value.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM PLAN-SAMPLE.

    OPEN OUTPUT SAMPLE-FILE.
    IF WS-SAMPLE-STATUS NOT = '00'
     DISPLAY 'Cannot write sample file: ' WS-SAMPLE-NAME
     MOVE 'FAILED' TO WS-AUDIT-OUTCOME
     PERFORM WRITE-AUDIT-LOG
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT SAMPLE-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE SAMPLE-REPORT-RECORD FROM RPTHDR-LINE.
    PERFORM WRITE-REPORT-PARAMETERS.

* Second pass: the draw.
    MOVE 'N' TO WS-DATA-EOF-FLAG.
    MOVE 0 TO WS-RECORD-NUMBER.
    OPEN INPUT DATA-FILE.
    PERFORM SELECT-ONE-RECORD UNTIL WS-DATA-EOF.
    CLOSE DATA-FILE.
    CLOSE SAMPLE-FILE.

    IF WS-STRATIFIED-METHOD
     PERFORM WRITE-STRATUM-SUMMARY
    END-IF.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE SAMPLE-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

    MOVE SPACES TO WS-AUDIT-OUTCOME.
    MOVE WS-SEED TO WS-SEED-EDIT.
    STRING WS-METHOD-SHORT DELIMITED BY SIZE
        ' SEED=' DELIMITED BY SIZE
        FUNCTION TRIM(WS-SEED-EDIT) DELIMITED BY SIZE
        ' POP=' DELIMITED BY SIZE
        WS-POPULATION-SIZE DELIMITED BY SIZE
        INTO WS-AUDIT-OUTCOME.
    PERFORM WRITE-AUDIT-LOG.

    DISPLAY 'METHOD            : ' WS-METHOD-TEXT.
    DISPLAY 'SEED              : ' FUNCTION TRIM(WS-SEED-EDIT).
    DISPLAY 'POPULATION SIZE   : ' WS-POPULATION-SIZE.
    DISPLAY 'SAMPLE SIZE       : ' WS-SAMPLE-COUNT.
    DISPLAY 'Sample written to ' FUNCTION TRIM(WS-SAMPLE-NAME)
        ', report ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    IF WS-AMOUNTS-UNREADABLE > 0
     DISPLAY 'AMOUNTS NOT NUMERIC (TAKEN AS ZERO): '
         WS-AMOUNTS-UNREADABLE
     MOVE 4 TO RETURN-CODE
    ELSE
     MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

FIND-SAMPLING-FIELDS.
    IF WS-LAYOUT-NAME = SPACES
     IF WS-STRATUM-FIELD NOT = SPACES OR WS-AMOUNT-FIELD NOT = SPACES
      DISPLAY 'Fields are named from a layout - give the layout name.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
    ELSE
     MOVE WS-LAYOUT-NAME TO LAYOUT-DICT-WANTED
     PERFORM LOAD-LAYOUT-FROM-DICTIONARY
     IF LAYOUT-DICT-FIELD-COUNT = 0
      DISPLAY 'Layout ' FUNCTION TRIM(WS-LAYOUT-NAME)
          ' is not in LAYOUTDICT.TXT.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
    END-IF.
    IF WS-STRATIFIED-METHOD
     MOVE WS-STRATUM-FIELD TO WS-FIELD-WANTED
     PERFORM FIND-LAYOUT-FIELD
     MOVE WS-FIELD-POSITION TO WS-STRATUM-POSITION
     MOVE WS-FIELD-LENGTH TO WS-STRATUM-LENGTH
     IF WS-STRATUM-LENGTH > 30
      MOVE 30 TO WS-STRATUM-LENGTH
     END-IF
    END-IF.
    IF WS-AMOUNT-FIELD NOT = SPACES
     MOVE WS-AMOUNT-FIELD TO WS-FIELD-WANTED
     PERFORM FIND-LAYOUT-FIELD
     MOVE WS-FIELD-POSITION TO WS-AMOUNT-POSITION
     MOVE WS-FIELD-LENGTH TO WS-AMOUNT-LENGTH
     MOVE WS-FIELD-TYPE TO WS-AMOUNT-TYPE
     SET WS-AMOUNT-WANTED TO TRUE
    END-IF.

FIND-LAYOUT-FIELD.
    MOVE 0 TO WS-FIELD-POSITION.
    MOVE 0 TO WS-FIELD-LENGTH.
    MOVE SPACE TO WS-FIELD-TYPE.
    MOVE FUNCTION UPPER-CASE(WS-FIELD-WANTED) TO WS-FIELD-WANTED.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-FIELD-NAME(WS-FLD-INDEX) = WS-FIELD-WANTED
      MOVE LD-POSITION(WS-FLD-INDEX) TO WS-FIELD-POSITION
      MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-FIELD-LENGTH
      MOVE LD-TYPE(WS-FLD-INDEX) TO WS-FIELD-TYPE
     END-IF
    END-PERFORM.
    IF WS-FIELD-POSITION = 0 OR WS-FIELD-LENGTH = 0
        OR WS-FIELD-POSITION + WS-FIELD-LENGTH > 201
     DISPLAY 'Field ' FUNCTION TRIM(WS-FIELD-WANTED)
         ' is not in layout ' FUNCTION TRIM(WS-LAYOUT-NAME) '.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

COUNT-ONE-RECORD.
    READ DATA-FILE
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORD-NUMBER
      IF DATA-RECORD(1:3) = 'HDR' OR DATA-RECORD(1:3) = 'TRL'
       ADD 1 TO WS-RECORDS-PASSED-OVER
      ELSE
       ADD 1 TO WS-POPULATION-SIZE
       IF WS-AMOUNT-WANTED
        PERFORM GET-RECORD-AMOUNT
        ADD WS-AMOUNT TO WS-POPULATION-TOTAL
        ADD WS-ABSOLUTE-AMOUNT TO WS-ABSOLUTE-TOTAL
       END-IF
       IF WS-STRATIFIED-METHOD
        PERFORM FIND-RECORD-STRATUM
        ADD 1 TO WS-ST-SIZE(WS-ST-FOUND)
        ADD WS-AMOUNT TO WS-ST-TOTAL(WS-ST-FOUND)
       END-IF
      END-IF
    END-READ.

GET-RECORD-AMOUNT.
* A blank amount is zero; one that will not read as a number is
* taken as zero and counted, so the report says so.
    MOVE 0 TO WS-AMOUNT.
    IF DATA-RECORD(WS-AMOUNT-POSITION:WS-AMOUNT-LENGTH) NOT = SPACES
     IF WS-AMOUNT-TYPE = 'P' OR WS-AMOUNT-TYPE = 'B'
      MOVE 'EXT' TO FIELDCONV-OPERATION
      MOVE WS-AMOUNT-TYPE TO FIELDCONV-TYPE
      IF WS-AMOUNT-LENGTH > 18
       MOVE 18 TO FIELDCONV-LENGTH
      ELSE
       MOVE WS-AMOUNT-LENGTH TO FIELDCONV-LENGTH
      END-IF
      MOVE 0 TO FIELDCONV-SCALE
      MOVE SPACES TO FIELDCONV-BYTES
      MOVE DATA-RECORD(WS-AMOUNT-POSITION:FIELDCONV-LENGTH)
          TO FIELDCONV-BYTES
      CALL 'FIELDCONV' USING FIELDCONV-REQUEST
      IF FIELDCONV-RESULT = '00'
       MOVE FIELDCONV-VALUE TO WS-AMOUNT
      ELSE
       ADD 1 TO WS-AMOUNTS-UNREADABLE
      END-IF
     ELSE
      IF FUNCTION TEST-NUMVAL(
          DATA-RECORD(WS-AMOUNT-POSITION:WS-AMOUNT-LENGTH)) = 0
       COMPUTE WS-AMOUNT = FUNCTION NUMVAL(
           DATA-RECORD(WS-AMOUNT-POSITION:WS-AMOUNT-LENGTH))
      ELSE
       ADD 1 TO WS-AMOUNTS-UNREADABLE
      END-IF
     END-IF
    END-IF.
    IF WS-AMOUNT < 0
     COMPUTE WS-ABSOLUTE-AMOUNT = 0 - WS-AMOUNT
    ELSE
     MOVE WS-AMOUNT TO WS-ABSOLUTE-AMOUNT
    END-IF.

FIND-RECORD-STRATUM.
    MOVE SPACES TO WS-STRATUM-VALUE.
    MOVE DATA-RECORD(WS-STRATUM-POSITION:WS-STRATUM-LENGTH)
        TO WS-STRATUM-VALUE.
    MOVE 0 TO WS-ST-FOUND.
    PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
        UNTIL WS-ST-INDEX > WS-ST-COUNT OR WS-ST-FOUND > 0
     IF WS-ST-VALUE(WS-ST-INDEX) = WS-STRATUM-VALUE
      MOVE WS-ST-INDEX TO WS-ST-FOUND
     END-IF
    END-PERFORM.
    IF WS-ST-FOUND = 0
     IF WS-ST-COUNT < 49
      ADD 1 TO WS-ST-COUNT
      MOVE WS-ST-COUNT TO WS-ST-FOUND
      MOVE WS-STRATUM-VALUE TO WS-ST-VALUE(WS-ST-FOUND)
     ELSE
      MOVE 50 TO WS-ST-FOUND
      IF WS-ST-COUNT = 49
       MOVE 50 TO WS-ST-COUNT
       MOVE '(ALL OTHER VALUES)' TO WS-ST-VALUE(50)
      END-IF
     END-IF
    END-IF.

PLAN-SAMPLE.
    EVALUATE TRUE
     WHEN WS-RANDOM-METHOD
      MOVE 'SIMPLE RANDOM' TO WS-METHOD-TEXT
      MOVE 'SRS' TO WS-METHOD-SHORT
      IF WS-SAMPLE-WANTED > WS-POPULATION-SIZE
       MOVE WS-POPULATION-SIZE TO WS-SAMPLE-PLANNED
      ELSE
       MOVE WS-SAMPLE-WANTED TO WS-SAMPLE-PLANNED
      END-IF
     WHEN WS-SYSTEMATIC-METHOD
      MOVE 'SYSTEMATIC' TO WS-METHOD-TEXT
      MOVE 'SYS' TO WS-METHOD-SHORT
      IF WS-INTERVAL = 0
       COMPUTE WS-INTERVAL = WS-POPULATION-SIZE / WS-SAMPLE-WANTED
       IF WS-INTERVAL = 0
        MOVE 1 TO WS-INTERVAL
       END-IF
      END-IF
      PERFORM NEXT-RANDOM-NUMBER
      COMPUTE WS-START-POSITION =
          WS-RANDOM-FRACTION * WS-INTERVAL + 1
      IF WS-START-POSITION > WS-POPULATION-SIZE
       MOVE WS-POPULATION-SIZE TO WS-START-POSITION
      END-IF
      MOVE WS-START-POSITION TO WS-NEXT-POSITION
      COMPUTE WS-SAMPLE-PLANNED =
          (WS-POPULATION-SIZE - WS-START-POSITION) / WS-INTERVAL + 1
     WHEN WS-STRATIFIED-METHOD
      MOVE 'STRATIFIED' TO WS-METHOD-TEXT
      MOVE 'STR' TO WS-METHOD-SHORT
      MOVE 0 TO WS-SAMPLE-PLANNED
      PERFORM PLAN-ONE-STRATUM
          VARYING WS-ST-INDEX FROM 1 BY 1
          UNTIL WS-ST-INDEX > WS-ST-COUNT
     WHEN WS-MONETARY-METHOD
      MOVE 'MONETARY UNIT' TO WS-METHOD-TEXT
      MOVE 'MUS' TO WS-METHOD-SHORT
      MOVE WS-SAMPLE-WANTED TO WS-SAMPLE-PLANNED
      COMPUTE WS-MONEY-INTERVAL =
          WS-ABSOLUTE-TOTAL / WS-SAMPLE-WANTED
      PERFORM NEXT-RANDOM-NUMBER
      COMPUTE WS-MONEY-START =
          WS-RANDOM-FRACTION * WS-MONEY-INTERVAL
      MOVE WS-MONEY-START TO WS-NEXT-POINT
    END-EVALUATE.

PLAN-ONE-STRATUM.
* Proportional allocation, never less than one record nor more than
* the stratum holds.
    COMPUTE WS-ST-PLANNED(WS-ST-INDEX) ROUNDED =
        WS-SAMPLE-WANTED * WS-ST-SIZE(WS-ST-INDEX)
        / WS-POPULATION-SIZE.
    IF WS-ST-PLANNED(WS-ST-INDEX) = 0
     MOVE 1 TO WS-ST-PLANNED(WS-ST-INDEX)
    END-IF.
    IF WS-ST-PLANNED(WS-ST-INDEX) > WS-ST-SIZE(WS-ST-INDEX)
     MOVE WS-ST-SIZE(WS-ST-INDEX) TO WS-ST-PLANNED(WS-ST-INDEX)
    END-IF.
    MOVE 0 TO WS-ST-SEEN(WS-ST-INDEX).
    MOVE 0 TO WS-ST-SELECTED(WS-ST-INDEX).
    MOVE 0 TO WS-ST-SAMPLE-TOTAL(WS-ST-INDEX).
    ADD WS-ST-PLANNED(WS-ST-INDEX) TO WS-SAMPLE-PLANNED.

NEXT-RANDOM-NUMBER.
* Park-Miller minimal standard generator; the fraction lies in
* [0, 1).
    COMPUTE WS-RANDOM-STATE =
        FUNCTION MOD(WS-RANDOM-STATE * 16807, 2147483647).
    COMPUTE WS-RANDOM-FRACTION =
        (WS-RANDOM-STATE - 1) / 2147483646.

SELECT-ONE-RECORD.
    READ DATA-FILE
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORD-NUMBER
      IF DATA-RECORD(1:3) NOT = 'HDR' AND DATA-RECORD(1:3) NOT = 'TRL'
       ADD 1 TO WS-POPULATION-SEEN
       MOVE 0 TO WS-AMOUNT
       MOVE 0 TO WS-ABSOLUTE-AMOUNT
       IF WS-AMOUNT-WANTED
        PERFORM GET-AMOUNT-QUIETLY
       END-IF
       MOVE 'N' TO WS-SELECTED-FLAG
       MOVE 0 TO WS-HITS
       EVALUATE TRUE
        WHEN WS-RANDOM-METHOD
         PERFORM DRAW-SIMPLE-RANDOM
        WHEN WS-SYSTEMATIC-METHOD
         PERFORM DRAW-SYSTEMATIC
        WHEN WS-STRATIFIED-METHOD
         PERFORM DRAW-STRATIFIED
        WHEN WS-MONETARY-METHOD
         PERFORM DRAW-MONETARY-UNIT
       END-EVALUATE
       IF WS-SELECTED
        PERFORM TAKE-SELECTED-RECORD
       END-IF
      END-IF
    END-READ.

GET-AMOUNT-QUIETLY.
* The first pass has already counted any unreadable amounts.
    MOVE WS-AMOUNTS-UNREADABLE TO WS-UNREADABLE-SAVE.
    PERFORM GET-RECORD-AMOUNT.
    MOVE WS-UNREADABLE-SAVE TO WS-AMOUNTS-UNREADABLE.

DRAW-SIMPLE-RANDOM.
* Selection sampling: with m of n taken and t of N records already
* passed, this record is taken with probability (n - m) / (N - t).
    IF WS-SAMPLE-COUNT < WS-SAMPLE-PLANNED
     PERFORM NEXT-RANDOM-NUMBER
     COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-FRACTION
         * (WS-POPULATION-SIZE - WS-POPULATION-SEEN + 1)
     IF WS-RANDOM-PRODUCT < WS-SAMPLE-PLANNED - WS-SAMPLE-COUNT
      SET WS-SELECTED TO TRUE
     END-IF
    END-IF.

DRAW-SYSTEMATIC.
    IF WS-POPULATION-SEEN = WS-NEXT-POSITION
     SET WS-SELECTED TO TRUE
     ADD WS-INTERVAL TO WS-NEXT-POSITION
    END-IF.

DRAW-STRATIFIED.
    PERFORM FIND-RECORD-STRATUM.
    ADD 1 TO WS-ST-SEEN(WS-ST-FOUND).
    IF WS-ST-SELECTED(WS-ST-FOUND) < WS-ST-PLANNED(WS-ST-FOUND)
     PERFORM NEXT-RANDOM-NUMBER
     COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-FRACTION
         * (WS-ST-SIZE(WS-ST-FOUND) - WS-ST-SEEN(WS-ST-FOUND) + 1)
     IF WS-RANDOM-PRODUCT <
         WS-ST-PLANNED(WS-ST-FOUND) - WS-ST-SELECTED(WS-ST-FOUND)
      SET WS-SELECTED TO TRUE
      ADD 1 TO WS-ST-SELECTED(WS-ST-FOUND)
      ADD WS-AMOUNT TO WS-ST-SAMPLE-TOTAL(WS-ST-FOUND)
     END-IF
    END-IF.

DRAW-MONETARY-UNIT.
* The record covers the money units from the running total before
* it up to the running total after it; every selection point in that
* span is a hit.
    COMPUTE WS-CUMULATIVE-AFTER =
        WS-CUMULATIVE-BEFORE + WS-ABSOLUTE-AMOUNT.
    PERFORM UNTIL WS-NEXT-POINT >= WS-CUMULATIVE-AFTER
     ADD 1 TO WS-HITS
     ADD WS-MONEY-INTERVAL TO WS-NEXT-POINT
    END-PERFORM.
    IF WS-HITS > 0
     SET WS-SELECTED TO TRUE
    END-IF.
    MOVE WS-CUMULATIVE-AFTER TO WS-CUMULATIVE-BEFORE.

TAKE-SELECTED-RECORD.
    WRITE SAMPLE-RECORD FROM DATA-RECORD.
    ADD 1 TO WS-SAMPLE-COUNT.
    ADD WS-AMOUNT TO WS-SAMPLE-TOTAL.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    MOVE WS-RECORD-NUMBER TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO SAMPLE-REPORT-RECORD(1:7).
    IF WS-AMOUNT-WANTED
     MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
     MOVE WS-AMOUNT-EDIT TO SAMPLE-REPORT-RECORD(9:19)
    END-IF.
    IF WS-MONETARY-METHOD
     MOVE WS-HITS TO WS-HITS-EDIT
     MOVE WS-HITS-EDIT TO SAMPLE-REPORT-RECORD(29:5)
    END-IF.
    IF WS-STRATIFIED-METHOD
     MOVE WS-ST-VALUE(WS-ST-FOUND) TO SAMPLE-REPORT-RECORD(35:20)
    END-IF.
    MOVE DATA-RECORD(1:60) TO WS-RECORD-TEXT.
    MOVE WS-RECORD-TEXT TO SAMPLE-REPORT-RECORD(56:60).
    PERFORM WRITE-VALUE-LINE.

WRITE-REPORT-PARAMETERS.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    STRING 'AUDIT SAMPLE OF ' DELIMITED BY SIZE
        WS-DATA-FILE-NAME DELIMITED BY SPACE
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    STRING 'METHOD           ' DELIMITED BY SIZE
        WS-METHOD-TEXT DELIMITED BY '  '
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    MOVE WS-SEED TO WS-SEED-EDIT.
    STRING 'SEED             ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-SEED-EDIT) DELIMITED BY SIZE
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    IF WS-LAYOUT-NAME NOT = SPACES
     MOVE SPACES TO SAMPLE-REPORT-RECORD
     STRING 'LAYOUT           ' DELIMITED BY SIZE
         WS-LAYOUT-NAME DELIMITED BY SPACE
         INTO SAMPLE-REPORT-RECORD
     WRITE SAMPLE-REPORT-RECORD
    END-IF.
    IF WS-STRATIFIED-METHOD
     MOVE SPACES TO SAMPLE-REPORT-RECORD
     STRING 'STRATIFIED BY    ' DELIMITED BY SIZE
         WS-STRATUM-FIELD DELIMITED BY SPACE
         INTO SAMPLE-REPORT-RECORD
     WRITE SAMPLE-REPORT-RECORD
    END-IF.
    IF WS-AMOUNT-WANTED
     MOVE SPACES TO SAMPLE-REPORT-RECORD
     STRING 'AMOUNT FIELD     ' DELIMITED BY SIZE
         WS-AMOUNT-FIELD DELIMITED BY SPACE
         INTO SAMPLE-REPORT-RECORD
     WRITE SAMPLE-REPORT-RECORD
    END-IF.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    MOVE WS-POPULATION-SIZE TO WS-COUNT-EDIT.
    MOVE WS-RECORDS-PASSED-OVER TO WS-SECOND-COUNT-EDIT.
    STRING 'POPULATION SIZE  ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        '  (HDR/TRL RECORDS NOT INCLUDED: ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-SECOND-COUNT-EDIT) DELIMITED BY SIZE
        ')' DELIMITED BY SIZE
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    IF WS-AMOUNT-WANTED
     MOVE SPACES TO SAMPLE-REPORT-RECORD
     MOVE WS-POPULATION-TOTAL TO WS-AMOUNT-EDIT
     STRING 'POPULATION TOTAL ' DELIMITED BY SIZE
         WS-AMOUNT-EDIT DELIMITED BY SIZE
         INTO SAMPLE-REPORT-RECORD
     WRITE SAMPLE-REPORT-RECORD
    END-IF.
    EVALUATE TRUE
     WHEN WS-SYSTEMATIC-METHOD
      MOVE SPACES TO SAMPLE-REPORT-RECORD
      MOVE WS-INTERVAL TO WS-COUNT-EDIT
      MOVE WS-START-POSITION TO WS-SECOND-COUNT-EDIT
      STRING 'INTERVAL         ' DELIMITED BY SIZE
          WS-COUNT-EDIT DELIMITED BY SIZE
          '  RANDOM START ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-SECOND-COUNT-EDIT) DELIMITED BY SIZE
          INTO SAMPLE-REPORT-RECORD
      WRITE SAMPLE-REPORT-RECORD
     WHEN WS-MONETARY-METHOD
      MOVE SPACES TO SAMPLE-REPORT-RECORD
      MOVE WS-ABSOLUTE-TOTAL TO WS-AMOUNT-EDIT
      STRING 'ABSOLUTE TOTAL   ' DELIMITED BY SIZE
          WS-AMOUNT-EDIT DELIMITED BY SIZE
          INTO SAMPLE-REPORT-RECORD
      WRITE SAMPLE-REPORT-RECORD
      MOVE SPACES TO SAMPLE-REPORT-RECORD
      MOVE WS-MONEY-INTERVAL TO WS-INTERVAL-EDIT
      STRING 'MONEY INTERVAL   ' DELIMITED BY SIZE
          WS-INTERVAL-EDIT DELIMITED BY SIZE
          INTO SAMPLE-REPORT-RECORD
      WRITE SAMPLE-REPORT-RECORD
      MOVE SPACES TO SAMPLE-REPORT-RECORD
      MOVE WS-MONEY-START TO WS-INTERVAL-EDIT
      STRING 'RANDOM START     ' DELIMITED BY SIZE
          WS-INTERVAL-EDIT DELIMITED BY SIZE
          INTO SAMPLE-REPORT-RECORD
      WRITE SAMPLE-REPORT-RECORD
     WHEN OTHER
      CONTINUE
    END-EVALUATE.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    MOVE WS-SAMPLE-PLANNED TO WS-COUNT-EDIT.
    STRING 'SAMPLE PLANNED   ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    MOVE ' RECORD' TO SAMPLE-REPORT-RECORD(1:7).
    IF WS-AMOUNT-WANTED
     MOVE '             AMOUNT' TO SAMPLE-REPORT-RECORD(9:19)
    END-IF.
    IF WS-MONETARY-METHOD
     MOVE ' HITS' TO SAMPLE-REPORT-RECORD(29:5)
    END-IF.
    IF WS-STRATIFIED-METHOD
     MOVE 'STRATUM' TO SAMPLE-REPORT-RECORD(35:20)
    END-IF.
    MOVE 'RECORD TEXT' TO SAMPLE-REPORT-RECORD(56:60).
    WRITE SAMPLE-REPORT-RECORD.

WRITE-STRATUM-SUMMARY.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    STRING 'STRATUM                           SIZE  SAMPLED'
        DELIMITED BY SIZE
        INTO SAMPLE-REPORT-RECORD.
    IF WS-AMOUNT-WANTED
     MOVE '   STRATUM TOTAL' TO SAMPLE-REPORT-RECORD(53:19)
     MOVE '    SAMPLE TOTAL' TO SAMPLE-REPORT-RECORD(73:19)
    END-IF.
    WRITE SAMPLE-REPORT-RECORD.
    PERFORM WRITE-ONE-STRATUM
        VARYING WS-ST-INDEX FROM 1 BY 1
        UNTIL WS-ST-INDEX > WS-ST-COUNT.

WRITE-ONE-STRATUM.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    MOVE WS-ST-VALUE(WS-ST-INDEX) TO SAMPLE-REPORT-RECORD(1:30).
    MOVE WS-ST-SIZE(WS-ST-INDEX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO SAMPLE-REPORT-RECORD(32:7).
    MOVE WS-ST-SELECTED(WS-ST-INDEX) TO WS-SECOND-COUNT-EDIT.
    MOVE WS-SECOND-COUNT-EDIT TO SAMPLE-REPORT-RECORD(42:7).
    IF WS-AMOUNT-WANTED
     MOVE WS-ST-TOTAL(WS-ST-INDEX) TO WS-AMOUNT-EDIT
     MOVE WS-AMOUNT-EDIT TO SAMPLE-REPORT-RECORD(50:19)
     MOVE WS-ST-SAMPLE-TOTAL(WS-ST-INDEX) TO WS-SECOND-AMOUNT-EDIT
     MOVE WS-SECOND-AMOUNT-EDIT TO SAMPLE-REPORT-RECORD(70:19)
    END-IF.
    PERFORM WRITE-VALUE-LINE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    MOVE WS-SAMPLE-COUNT TO WS-COUNT-EDIT.
    STRING 'SAMPLE SIZE      ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    IF WS-AMOUNT-WANTED
     MOVE SPACES TO SAMPLE-REPORT-RECORD
     MOVE WS-SAMPLE-TOTAL TO WS-AMOUNT-EDIT
     STRING 'SAMPLE TOTAL     ' DELIMITED BY SIZE
         WS-AMOUNT-EDIT DELIMITED BY SIZE
         INTO SAMPLE-REPORT-RECORD
     WRITE SAMPLE-REPORT-RECORD
     IF WS-AMOUNTS-UNREADABLE > 0
      MOVE SPACES TO SAMPLE-REPORT-RECORD
      MOVE WS-AMOUNTS-UNREADABLE TO WS-COUNT-EDIT
      STRING 'AMOUNTS NOT NUMERIC (TAKEN AS ZERO) ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
          INTO SAMPLE-REPORT-RECORD
      WRITE SAMPLE-REPORT-RECORD
     END-IF
    END-IF.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    STRING 'SAMPLE FILE      ' DELIMITED BY SIZE
        WS-SAMPLE-NAME DELIMITED BY SPACE
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.
    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    STRING 'TO REDRAW THIS SAMPLE RUN DATA-SAMPLER ON THE SAME FILE'
        ' WITH THE SAME METHOD, FIELDS, SIZE AND SEED.'
        DELIMITED BY SIZE
        INTO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.

WRITE-VALUE-LINE.
    INSPECT SAMPLE-REPORT-RECORD
        CONVERTING WS-CONTROL-CHARACTERS TO WS-CONTROL-MARKS.
    WRITE SAMPLE-REPORT-RECORD.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='DATA-SAMPLER'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='DATA-SAMPLER'==.

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='DATA-SAMPLER'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-DATA-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-SAMPLE-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-SAMPLE-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
