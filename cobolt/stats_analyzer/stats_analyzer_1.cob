* dictionary's types P and B): those decode through the shared
* FIELDCONV subprogram, so a mainframe file summarizes without a
* conversion pass first.
* The value runs now merge through the shared RUNMERGE subprogram,
* as FILE-SORT's and DUPLICATE-FINDER's do: up to sixteen runs at a
* time, or the smaller fan-in the operator sets as the step
* parameter, so a big file is read back once or twice rather than
* once per generation, and the merge passes taken are reported next
* to the run count. The statistics come out exactly as before.
* A control-chart mode watches a process rather than summarizing
* it: the readings are taken in file order in subgroups of the size
* the operator gives - X-bar and R charts for subgroups of 2 to 10,
* individuals and moving range for single readings - and the first
* so many subgroups (20 unless the operator says otherwise) set the
* centre line and control limits by the usual A2/D3/D4 factors.
* Every subgroup is then charted as a text line against those
* limits, and checked against the Western Electric rules - a point
* beyond 3 sigma, 2 of 3 beyond 2 sigma, 4 of 5 beyond 1 sigma on
* one side, a run of 8 on one side of the centre line - plus a trend
* of 6 steadily rising or falling and a range beyond its own limits.
* Each signal is listed with its subgroup position, and when the
* latest subgroup is out of control an OPEN alert is posted to the
* shared alert file under the raiser STATS-ANALYZER and the run
* ends RETURN-CODE 8.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT RUN-OUT-FILE ASSIGN TO WS-RUN-OUT-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUN-OUT-STATUS.
    SELECT FINAL-RUN-FILE ASSIGN TO WS-FINAL-RUN-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FINAL-RUN-STATUS.
    COPY "run-id-select.cpy".
    COPY "alert-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  RUN-OUT-FILE.
01  RUN-OUT-RECORD PIC X(20).

FD  FINAL-RUN-FILE.
01  FINAL-RUN-RECORD PIC X(20).

COPY "run-id-fd.cpy".
COPY "alert-fd.cpy".

WORKING-STORAGE SECTION.
COPY "fieldconv-linkage.cpy".
COPY "runmerge-linkage.cpy".
COPY "run-id-ws.cpy".
COPY "alert-ws.cpy".
01  WS-MODE-CHOICE PIC X VALUE 'S'.
    88  WS-CONTROL-CHART-MODE VALUE 'C'.
01  WS-FIELD-FORM PIC X VALUE 'D'.
01  WS-DATA-FILE-NAME PIC X(100).
01  WS-DATA-STATUS PIC X(02).

01  WS-RUN-OUT-NAME PIC X(20).
01  WS-RUN-OUT-STATUS PIC X(02).
01  WS-FINAL-RUN-NAME PIC X(20).
01  WS-FINAL-RUN-STATUS PIC X(02).
01  WS-RUN-COUNT PIC 9(04) VALUE 0.
01  WS-NAME-GENERATION PIC 9(02) VALUE 0.
01  WS-NAME-SEQUENCE PIC 9(04) VALUE 0.
01  WS-BUILT-RUN-NAME PIC X(20).
01  WS-SHELL-COMMAND PIC X(150).

* Requested percentiles; the median always prints as its own line.
01  WS-BAR-TEXT PIC X(40).
01  WS-BIGGEST-BUCKET PIC 9(08) VALUE 0.

* Control-chart factors by subgroup size, A2, D3 and D4 to three
* places; row 1 serves individuals, whose moving range is a
* subgroup of two (2.660 = 3 / d2 of 1.128).
01  WS-CC-FACTOR-VALUES.
    05  FILLER PIC X(12) VALUE '266000003267'.
    05  FILLER PIC X(12) VALUE '188000003267'.
    05  FILLER PIC X(12) VALUE '102300002574'.
    05  FILLER PIC X(12) VALUE '072900002282'.
    05  FILLER PIC X(12) VALUE '057700002114'.
    05  FILLER PIC X(12) VALUE '048300002004'.
    05  FILLER PIC X(12) VALUE '041900761924'.
    05  FILLER PIC X(12) VALUE '037301361864'.
    05  FILLER PIC X(12) VALUE '033701841816'.
    05  FILLER PIC X(12) VALUE '030802231777'.
01  WS-CC-FACTOR-TABLE REDEFINES WS-CC-FACTOR-VALUES.
    05  WS-CC-FACTOR-ENTRY OCCURS 10 TIMES.
        10  WS-CC-A2 PIC 9V999.
        10  WS-CC-D3 PIC 9V999.
        10  WS-CC-D4 PIC 9V999.
01  WS-CC-SIZE-TEXT PIC X(04).
01  WS-CC-SUBGROUP-SIZE PIC 9(02) VALUE 0.
01  WS-CC-BASELINE-TEXT PIC X(06).
01  WS-CC-BASELINE-SIZE PIC 9(05) VALUE 20.
01  WS-CC-READING-FLAG PIC X VALUE 'N'.
    88  WS-CC-READING-READY VALUE 'Y'.
01  WS-CC-SUBGROUP-FLAG PIC X VALUE 'N'.
    88  WS-CC-SUBGROUP-READY VALUE 'Y'.
01  WS-CC-SUB-FILL PIC 9(02) VALUE 0.
01  WS-CC-SUB-SUM PIC S9(13)V9(4) VALUE 0.
01  WS-CC-SUB-MIN PIC S9(11)V9(4) VALUE 0.
01  WS-CC-SUB-MAX PIC S9(11)V9(4) VALUE 0.
01  WS-CC-POINT PIC S9(11)V9(4) VALUE 0.
01  WS-CC-RANGE PIC S9(11)V9(4) VALUE 0.
01  WS-CC-RANGE-FLAG PIC X VALUE 'N'.
    88  WS-CC-RANGE-KNOWN VALUE 'Y'.
01  WS-CC-LAST-READING PIC S9(11)V9(4) VALUE 0.
01  WS-CC-READINGS-SEEN PIC 9(08) VALUE 0.
01  WS-CC-SUBGROUP-NUMBER PIC 9(05) VALUE 0.
01  WS-CC-BASE-POINTS PIC 9(05) VALUE 0.
01  WS-CC-BASE-RANGES PIC 9(05) VALUE 0.
01  WS-CC-BASE-POINT-SUM PIC S9(15)V9(4) VALUE 0.
01  WS-CC-BASE-RANGE-SUM PIC S9(15)V9(4) VALUE 0.
01  WS-CC-CENTRE PIC S9(11)V9(4) VALUE 0.
01  WS-CC-RANGE-BAR PIC S9(11)V9(4) VALUE 0.
01  WS-CC-UCL PIC S9(11)V9(4) VALUE 0.
01  WS-CC-LCL PIC S9(11)V9(4) VALUE 0.
01  WS-CC-RANGE-UCL PIC S9(11)V9(4) VALUE 0.
01  WS-CC-RANGE-LCL PIC S9(11)V9(4) VALUE 0.
01  WS-CC-SIGMA PIC S9(11)V9(6) VALUE 0.
01  WS-CC-DEVIATION PIC S9(11)V9(4) VALUE 0.
01  WS-CC-COLUMN PIC S9(09) VALUE 0.
01  WS-CC-TRACK PIC X(41).
01  WS-CC-EDIT-POINT PIC -(7)9.9(4).
01  WS-CC-EDIT-RANGE PIC -(7)9.9(4).
01  WS-CC-PHASE-MARK PIC X.
* The last eight points, newest first: the side of the centre line
* each fell (+1, -1, 0 on it) and its sigma zone (1 within one
* sigma .. 4 beyond three).
01  WS-CC-HISTORY.
    05  WS-CC-HIST-ENTRY OCCURS 8 TIMES.
        10  WS-CC-HIST-SIDE PIC S9.
        10  WS-CC-HIST-ZONE PIC 9.
01  WS-CC-HIST-INDEX PIC 9(02) VALUE 0.
01  WS-CC-POINTS-CHARTED PIC 9(05) VALUE 0.
01  WS-CC-SAME-SIDE-COUNT PIC 9(02) VALUE 0.
01  WS-CC-WINDOW PIC 9(02) VALUE 0.
01  WS-CC-ZONE-FLOOR PIC 9 VALUE 0.
01  WS-CC-PREVIOUS-POINT PIC S9(11)V9(4) VALUE 0.
01  WS-CC-RISING-COUNT PIC 9(05) VALUE 0.
01  WS-CC-FALLING-COUNT PIC 9(05) VALUE 0.
01  WS-CC-FLAGS PIC X(50).
01  WS-CC-FLAG-POINTER PIC 9(02) VALUE 1.
01  WS-CC-RULE-LABEL PIC X(09).
01  WS-CC-SIGNAL-TABLE.
    05  WS-CC-SIGNAL-ENTRY OCCURS 50 TIMES.
        10  WS-CC-SIGNAL-SUBGROUP PIC 9(05).
        10  WS-CC-SIGNAL-RULE PIC X(09).
01  WS-CC-SIGNAL-COUNT PIC 9(05) VALUE 0.
01  WS-CC-SIGNAL-INDEX PIC 9(05) VALUE 0.
01  WS-CC-ALERT-TEXT PIC X(120).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Mode (S=summary statistics, C=control chart): '
        WITH NO ADVANCING.
    ACCEPT WS-MODE-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-MODE-CHOICE) TO WS-MODE-CHOICE.
    DISPLAY 'Numeric data file: ' WITH NO ADVANCING.
    ACCEPT WS-DATA-FILE-NAME.
    DISPLAY 'Field position (0 = whole line is the number): '
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    IF WS-CONTROL-CHART-MODE
     PERFORM RUN-CONTROL-CHART
     STOP RUN
    END-IF.
    DISPLAY 'Group-by key position (0 = no grouping): '
        WITH NO ADVANCING.
    ACCEPT WS-GROUP-POSITION.
    DISPLAY 'VALUES GATHERED: ' WS-TOTAL-VALUES
        ' IN ' WS-RUN-COUNT ' SORTED RUN(S).'.

    PERFORM MERGE-SORTED-RUNS.
    IF RUNMERGE-RESULT NOT = '00'
     DISPLAY 'A merge run could not be written - no statistics.'
     PERFORM REMOVE-RUN-FILES
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM GATHER-GROUP-MOMENTS.
    PERFORM REPORT-ONE-GROUP
        VARYING WS-GT-INDEX FROM 1 BY 1
        '.TMP' DELIMITED BY SIZE
        INTO WS-BUILT-RUN-NAME.

MERGE-SORTED-RUNS.
* The run line is group slot plus encoded value, all twenty bytes of
* it the merge order.
    MOVE 'SARUN' TO RUNMERGE-NAME-PREFIX.
    MOVE WS-RUN-COUNT TO RUNMERGE-RUN-COUNT.
    MOVE 20 TO RUNMERGE-KEY-LENGTH.
    MOVE 0 TO RUNMERGE-FAN-IN.
    MOVE SPACES TO RUNMERGE-PROGRESS-PROGRAM.
    CALL 'RUNMERGE' USING RUNMERGE-REQUEST.
    DISPLAY 'MERGE PASSES: ' RUNMERGE-PASS-COUNT
        ' (FAN-IN ' RUNMERGE-FAN-IN ')'.

OPEN-FINAL-RUN.
    MOVE RUNMERGE-FINAL-NAME TO WS-FINAL-RUN-NAME.
    MOVE 'N' TO WS-STREAM-EOF-FLAG.
    OPEN INPUT FINAL-RUN-FILE.
    IF WS-FINAL-RUN-STATUS NOT = '00'
     SET WS-STREAM-EOF TO TRUE
    END-IF.

TAKE-ONE-STREAM-VALUE.
    READ FINAL-RUN-FILE
     AT END
      SET WS-STREAM-EOF TO TRUE
     NOT AT END
      MOVE FINAL-RUN-RECORD TO WS-COMPOSITE-KEY
      MOVE WS-CK-GROUP TO WS-STREAM-GROUP
      COMPUTE WS-STREAM-VALUE =
          (WS-CK-OFFSET - 500000000000000000) / 10000
    END-PERFORM.
    PERFORM OPEN-FINAL-RUN.
    PERFORM WEIGH-ONE-MOMENT UNTIL WS-STREAM-EOF.
    CLOSE FINAL-RUN-FILE.

WEIGH-ONE-MOMENT.
    PERFORM TAKE-ONE-STREAM-VALUE.
    MOVE 0 TO WS-STREAM-POSITION.
    PERFORM OPEN-FINAL-RUN.
    PERFORM WEIGH-ONE-POSITION UNTIL WS-STREAM-EOF.
    CLOSE FINAL-RUN-FILE.

WEIGH-ONE-POSITION.
    PERFORM TAKE-ONE-STREAM-VALUE.
REMOVE-RUN-FILES.
    MOVE 'rm -f SARUN*.TMP' TO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

RUN-CONTROL-CHART.
* Two passes over the readings in file order: the first sets the
* limits from the baseline subgroups, the second charts them all.
    DISPLAY 'Subgroup size (1 = individuals and moving range, '
        '2-10 = X-bar and R): ' WITH NO ADVANCING.
    ACCEPT WS-CC-SIZE-TEXT.
    MOVE 0 TO WS-CC-SUBGROUP-SIZE.
    IF FUNCTION TEST-NUMVAL(WS-CC-SIZE-TEXT) = 0
     COMPUTE WS-CC-SUBGROUP-SIZE = FUNCTION NUMVAL(WS-CC-SIZE-TEXT)
    END-IF.
    IF WS-CC-SUBGROUP-SIZE < 1 OR WS-CC-SUBGROUP-SIZE > 10
     DISPLAY 'The subgroup size must be 1 to 10.'
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    DISPLAY 'Baseline subgroups that set the limits (blank = 20): '
        WITH NO ADVANCING.
    ACCEPT WS-CC-BASELINE-TEXT.
    IF WS-CC-BASELINE-TEXT NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-CC-BASELINE-TEXT) = 0
     COMPUTE WS-CC-BASELINE-SIZE =
         FUNCTION NUMVAL(WS-CC-BASELINE-TEXT)
    END-IF.
    IF WS-CC-BASELINE-SIZE < 2
     MOVE 20 TO WS-CC-BASELINE-SIZE
    END-IF.

    PERFORM OPEN-CONTROL-DATA.
    PERFORM WEIGH-ONE-BASELINE-SUBGROUP
        UNTIL WS-DATA-EOF
        OR WS-CC-BASE-POINTS >= WS-CC-BASELINE-SIZE.
    CLOSE DATA-FILE.
    IF WS-CC-BASE-POINTS < 2 OR WS-CC-BASE-RANGES = 0
     DISPLAY 'Too few readings for a baseline - at least two '
         'subgroups are needed.'
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    IF WS-CC-BASE-POINTS < WS-CC-BASELINE-SIZE
     DISPLAY 'ONLY ' WS-CC-BASE-POINTS ' SUBGROUPS ON FILE - '
         'ALL ARE BASELINE.'
    END-IF.
    PERFORM COMPUTE-CONTROL-LIMITS.
    PERFORM PRINT-CONTROL-LIMITS.

    PERFORM OPEN-CONTROL-DATA.
    PERFORM CHART-ONE-SUBGROUP UNTIL WS-DATA-EOF.
    CLOSE DATA-FILE.
    IF WS-CC-SUB-FILL > 0
     DISPLAY WS-CC-SUB-FILL ' READING(S) AT THE END DO NOT FILL A '
         'SUBGROUP - NOT CHARTED.'
    END-IF.
    IF WS-SKIPPED-COUNT > 0
     DISPLAY 'NON-NUMERIC RECORDS SKIPPED: ' WS-SKIPPED-COUNT
    END-IF.
    PERFORM PRINT-CONTROL-SIGNALS.

OPEN-CONTROL-DATA.
    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
     DISPLAY 'Cannot open data file: ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    MOVE 'N' TO WS-DATA-EOF-FLAG.
    MOVE 0 TO WS-SKIPPED-COUNT.
    MOVE 0 TO WS-CC-SUB-FILL.
    MOVE 0 TO WS-CC-READINGS-SEEN.
    MOVE 0 TO WS-CC-SUBGROUP-NUMBER.

TAKE-ONE-CONTROL-READING.
* The next numeric reading in file order, headers, trailers, blank
* and non-numeric lines passed by as the summary mode passes them.
    MOVE 'N' TO WS-CC-READING-FLAG.
    PERFORM READ-ONE-CONTROL-LINE
        UNTIL WS-CC-READING-READY OR WS-DATA-EOF.

READ-ONE-CONTROL-LINE.
    READ DATA-FILE INTO DATA-RECORD
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      IF DATA-RECORD(1:3) = 'HDR' OR DATA-RECORD(1:3) = 'TRL'
          OR DATA-RECORD = SPACES
       CONTINUE
      ELSE
       MOVE SPACES TO WS-FIELD-TEXT
       IF WS-FIELD-POSITION = 0
        MOVE DATA-RECORD(1:40) TO WS-FIELD-TEXT
       ELSE
        MOVE DATA-RECORD(WS-FIELD-POSITION:WS-FIELD-LENGTH)
            TO WS-FIELD-TEXT
       END-IF
       PERFORM EXTRACT-FIELD-VALUE
       IF WS-VALUE-GOOD-FLAG = 'N'
        ADD 1 TO WS-SKIPPED-COUNT
       ELSE
        SET WS-CC-READING-READY TO TRUE
       END-IF
      END-IF
    END-READ.

TAKE-ONE-SUBGROUP.
* Fills one subgroup and leaves its plotted point (the mean, or the
* reading itself for individuals) and its range (the moving range
* from the reading before, for individuals - none for the first).
    MOVE 'N' TO WS-CC-SUBGROUP-FLAG.
    MOVE 0 TO WS-CC-SUB-FILL.
    MOVE 0 TO WS-CC-SUB-SUM.
    PERFORM ADD-ONE-SUBGROUP-READING
        UNTIL WS-CC-SUBGROUP-READY OR WS-DATA-EOF.
    IF WS-CC-SUBGROUP-READY
     ADD 1 TO WS-CC-SUBGROUP-NUMBER
     COMPUTE WS-CC-POINT ROUNDED =
         WS-CC-SUB-SUM / WS-CC-SUBGROUP-SIZE
     MOVE 'Y' TO WS-CC-RANGE-FLAG
     IF WS-CC-SUBGROUP-SIZE = 1
      IF WS-CC-READINGS-SEEN = 1
       MOVE 'N' TO WS-CC-RANGE-FLAG
       MOVE 0 TO WS-CC-RANGE
      ELSE
       COMPUTE WS-CC-RANGE =
           FUNCTION ABS(WS-EXTRACTED-VALUE - WS-CC-LAST-READING)
      END-IF
      MOVE WS-EXTRACTED-VALUE TO WS-CC-LAST-READING
     ELSE
      COMPUTE WS-CC-RANGE = WS-CC-SUB-MAX - WS-CC-SUB-MIN
     END-IF
     MOVE 0 TO WS-CC-SUB-FILL
    END-IF.

ADD-ONE-SUBGROUP-READING.
    PERFORM TAKE-ONE-CONTROL-READING.
    IF WS-CC-READING-READY
     ADD 1 TO WS-CC-READINGS-SEEN
     ADD 1 TO WS-CC-SUB-FILL
     ADD WS-EXTRACTED-VALUE TO WS-CC-SUB-SUM
     IF WS-CC-SUB-FILL = 1
      MOVE WS-EXTRACTED-VALUE TO WS-CC-SUB-MIN
      MOVE WS-EXTRACTED-VALUE TO WS-CC-SUB-MAX
     END-IF
     IF WS-EXTRACTED-VALUE < WS-CC-SUB-MIN
      MOVE WS-EXTRACTED-VALUE TO WS-CC-SUB-MIN
     END-IF
     IF WS-EXTRACTED-VALUE > WS-CC-SUB-MAX
      MOVE WS-EXTRACTED-VALUE TO WS-CC-SUB-MAX
     END-IF
     IF WS-CC-SUB-FILL >= WS-CC-SUBGROUP-SIZE
      SET WS-CC-SUBGROUP-READY TO TRUE
     END-IF
    END-IF.

WEIGH-ONE-BASELINE-SUBGROUP.
    PERFORM TAKE-ONE-SUBGROUP.
    IF WS-CC-SUBGROUP-READY
     ADD 1 TO WS-CC-BASE-POINTS
     ADD WS-CC-POINT TO WS-CC-BASE-POINT-SUM
     IF WS-CC-RANGE-KNOWN
      ADD 1 TO WS-CC-BASE-RANGES
      ADD WS-CC-RANGE TO WS-CC-BASE-RANGE-SUM
     END-IF
    END-IF.

COMPUTE-CONTROL-LIMITS.
* X limits at the centre line plus and minus A2 times the mean range
* (three sigma, so one sigma is a third of that); range limits at
* D3 and D4 times the mean range.
    MOVE WS-CC-BASE-POINTS TO WS-CC-BASELINE-SIZE.
    COMPUTE WS-CC-CENTRE ROUNDED =
        WS-CC-BASE-POINT-SUM / WS-CC-BASE-POINTS.
    COMPUTE WS-CC-RANGE-BAR ROUNDED =
        WS-CC-BASE-RANGE-SUM / WS-CC-BASE-RANGES.
    COMPUTE WS-CC-SIGMA ROUNDED =
        WS-CC-A2(WS-CC-SUBGROUP-SIZE) * WS-CC-RANGE-BAR / 3.
    COMPUTE WS-CC-UCL ROUNDED = WS-CC-CENTRE
        + WS-CC-A2(WS-CC-SUBGROUP-SIZE) * WS-CC-RANGE-BAR.
    COMPUTE WS-CC-LCL ROUNDED = WS-CC-CENTRE
        - WS-CC-A2(WS-CC-SUBGROUP-SIZE) * WS-CC-RANGE-BAR.
    COMPUTE WS-CC-RANGE-UCL ROUNDED =
        WS-CC-D4(WS-CC-SUBGROUP-SIZE) * WS-CC-RANGE-BAR.
    COMPUTE WS-CC-RANGE-LCL ROUNDED =
        WS-CC-D3(WS-CC-SUBGROUP-SIZE) * WS-CC-RANGE-BAR.

PRINT-CONTROL-LIMITS.
    DISPLAY '===================================================='.
    IF WS-CC-SUBGROUP-SIZE = 1
     DISPLAY 'CONTROL CHART: INDIVIDUALS AND MOVING RANGE'
    ELSE
     DISPLAY 'CONTROL CHART: X-BAR AND R, SUBGROUPS OF '
         WS-CC-SUBGROUP-SIZE
    END-IF.
    DISPLAY 'BASELINE: FIRST ' WS-CC-BASELINE-SIZE ' SUBGROUPS'.
    MOVE WS-CC-LCL TO WS-CC-EDIT-POINT.
    MOVE WS-CC-CENTRE TO WS-EDIT-VALUE.
    MOVE WS-CC-UCL TO WS-CC-EDIT-RANGE.
    DISPLAY '  X  LCL ' WS-CC-EDIT-POINT '  CL ' WS-EDIT-VALUE
        '  UCL ' WS-CC-EDIT-RANGE.
    MOVE WS-CC-RANGE-LCL TO WS-CC-EDIT-POINT.
    MOVE WS-CC-RANGE-BAR TO WS-EDIT-VALUE.
    MOVE WS-CC-RANGE-UCL TO WS-CC-EDIT-RANGE.
    DISPLAY '  R  LCL ' WS-CC-EDIT-POINT '  CL ' WS-EDIT-VALUE
        '  UCL ' WS-CC-EDIT-RANGE.
    IF WS-CC-SIGMA = 0
     DISPLAY '  NO VARIATION IN THE BASELINE - ANY POINT OFF THE '
         'CENTRE LINE IS A SIGNAL.'
    END-IF.
    DISPLAY '  (B = baseline subgroup; chart runs -4 to +4 sigma, '
        ': at the limits, | at the centre line)'.
    DISPLAY '  SUBGRP        POINT         RANGE'.

CHART-ONE-SUBGROUP.
    PERFORM TAKE-ONE-SUBGROUP.
    IF WS-CC-SUBGROUP-READY
     PERFORM CHECK-CONTROL-RULES
     PERFORM PRINT-CHART-LINE
    END-IF.

CHECK-CONTROL-RULES.
* The newest point goes to the head of the eight-point history, then
* each rule is read off the history; every rule that fires is
* labelled on the chart line and kept for the signal list.
    MOVE SPACES TO WS-CC-FLAGS.
    MOVE 1 TO WS-CC-FLAG-POINTER.
    ADD 1 TO WS-CC-POINTS-CHARTED.
    PERFORM VARYING WS-CC-HIST-INDEX FROM 8 BY -1
        UNTIL WS-CC-HIST-INDEX < 2
     MOVE WS-CC-HIST-ENTRY(WS-CC-HIST-INDEX - 1)
         TO WS-CC-HIST-ENTRY(WS-CC-HIST-INDEX)
    END-PERFORM.
    EVALUATE TRUE
     WHEN WS-CC-POINT > WS-CC-CENTRE
      MOVE 1 TO WS-CC-HIST-SIDE(1)
     WHEN WS-CC-POINT < WS-CC-CENTRE
      MOVE -1 TO WS-CC-HIST-SIDE(1)
     WHEN OTHER
      MOVE 0 TO WS-CC-HIST-SIDE(1)
    END-EVALUATE.
    COMPUTE WS-CC-DEVIATION = FUNCTION ABS(WS-CC-POINT - WS-CC-CENTRE).
    EVALUATE TRUE
     WHEN WS-CC-DEVIATION > WS-CC-SIGMA * 3
      MOVE 4 TO WS-CC-HIST-ZONE(1)
     WHEN WS-CC-DEVIATION > WS-CC-SIGMA * 2
      MOVE 3 TO WS-CC-HIST-ZONE(1)
     WHEN WS-CC-DEVIATION > WS-CC-SIGMA
      MOVE 2 TO WS-CC-HIST-ZONE(1)
     WHEN OTHER
      MOVE 1 TO WS-CC-HIST-ZONE(1)
    END-EVALUATE.

    IF WS-CC-HIST-ZONE(1) = 4
     MOVE 'BEYOND-3S' TO WS-CC-RULE-LABEL
     PERFORM NOTE-CONTROL-SIGNAL
    END-IF.
    IF WS-CC-HIST-ZONE(1) >= 3 AND WS-CC-POINTS-CHARTED >= 3
     MOVE 3 TO WS-CC-WINDOW
     MOVE 3 TO WS-CC-ZONE-FLOOR
     PERFORM COUNT-SAME-SIDE-ZONE
     IF WS-CC-SAME-SIDE-COUNT >= 2
      MOVE '2OF3-2S' TO WS-CC-RULE-LABEL
      PERFORM NOTE-CONTROL-SIGNAL
     END-IF
    END-IF.
    IF WS-CC-HIST-ZONE(1) >= 2 AND WS-CC-POINTS-CHARTED >= 5
     MOVE 5 TO WS-CC-WINDOW
     MOVE 2 TO WS-CC-ZONE-FLOOR
     PERFORM COUNT-SAME-SIDE-ZONE
     IF WS-CC-SAME-SIDE-COUNT >= 4
      MOVE '4OF5-1S' TO WS-CC-RULE-LABEL
      PERFORM NOTE-CONTROL-SIGNAL
     END-IF
    END-IF.
    IF WS-CC-HIST-SIDE(1) NOT = 0 AND WS-CC-POINTS-CHARTED >= 8
     MOVE 0 TO WS-CC-SAME-SIDE-COUNT
     PERFORM VARYING WS-CC-HIST-INDEX FROM 1 BY 1
         UNTIL WS-CC-HIST-INDEX > 8
      IF WS-CC-HIST-SIDE(WS-CC-HIST-INDEX) = WS-CC-HIST-SIDE(1)
       ADD 1 TO WS-CC-SAME-SIDE-COUNT
      END-IF
     END-PERFORM
     IF WS-CC-SAME-SIDE-COUNT = 8
      MOVE 'RUN-8' TO WS-CC-RULE-LABEL
      PERFORM NOTE-CONTROL-SIGNAL
     END-IF
    END-IF.

* A trend is six points in a row each above (or below) the last.
    IF WS-CC-POINTS-CHARTED > 1
     EVALUATE TRUE
      WHEN WS-CC-POINT > WS-CC-PREVIOUS-POINT
       ADD 1 TO WS-CC-RISING-COUNT
       MOVE 0 TO WS-CC-FALLING-COUNT
      WHEN WS-CC-POINT < WS-CC-PREVIOUS-POINT
       ADD 1 TO WS-CC-FALLING-COUNT
       MOVE 0 TO WS-CC-RISING-COUNT
      WHEN OTHER
       MOVE 0 TO WS-CC-RISING-COUNT
       MOVE 0 TO WS-CC-FALLING-COUNT
     END-EVALUATE
    END-IF.
    MOVE WS-CC-POINT TO WS-CC-PREVIOUS-POINT.
    IF WS-CC-RISING-COUNT >= 5 OR WS-CC-FALLING-COUNT >= 5
     MOVE 'TREND-6' TO WS-CC-RULE-LABEL
     PERFORM NOTE-CONTROL-SIGNAL
    END-IF.

    IF WS-CC-RANGE-KNOWN
     IF WS-CC-RANGE > WS-CC-RANGE-UCL
         OR (WS-CC-RANGE-LCL > 0 AND WS-CC-RANGE < WS-CC-RANGE-LCL)
      MOVE 'RANGE' TO WS-CC-RULE-LABEL
      PERFORM NOTE-CONTROL-SIGNAL
     END-IF
    END-IF.

COUNT-SAME-SIDE-ZONE.
* Of the newest WS-CC-WINDOW points, how many fall on the newest
* point's side in zone WS-CC-ZONE-FLOOR or beyond - the 2-of-3 rule
* asks zone 3 and up, the 4-of-5 rule zone 2 and up.
    MOVE 0 TO WS-CC-SAME-SIDE-COUNT.
    PERFORM VARYING WS-CC-HIST-INDEX FROM 1 BY 1
        UNTIL WS-CC-HIST-INDEX > WS-CC-WINDOW
     IF WS-CC-HIST-SIDE(WS-CC-HIST-INDEX) = WS-CC-HIST-SIDE(1)
         AND WS-CC-HIST-ZONE(WS-CC-HIST-INDEX) >= WS-CC-ZONE-FLOOR
      ADD 1 TO WS-CC-SAME-SIDE-COUNT
     END-IF
    END-PERFORM.

NOTE-CONTROL-SIGNAL.
    STRING ' ' DELIMITED BY SIZE
        WS-CC-RULE-LABEL DELIMITED BY SPACE
        INTO WS-CC-FLAGS WITH POINTER WS-CC-FLAG-POINTER.
    ADD 1 TO WS-CC-SIGNAL-COUNT.
    IF WS-CC-SIGNAL-COUNT <= 50
     MOVE WS-CC-SUBGROUP-NUMBER
         TO WS-CC-SIGNAL-SUBGROUP(WS-CC-SIGNAL-COUNT)
     MOVE WS-CC-RULE-LABEL TO WS-CC-SIGNAL-RULE(WS-CC-SIGNAL-COUNT)
    END-IF.

PRINT-CHART-LINE.
* Five columns to the sigma, the centre line in column 21 and the
* limits in columns 6 and 36; a point off the scale sits at the edge
* as < or >, and a point that raised a signal prints as X.
    MOVE SPACES TO WS-CC-TRACK.
    MOVE ':' TO WS-CC-TRACK(6:1).
    MOVE '|' TO WS-CC-TRACK(21:1).
    MOVE ':' TO WS-CC-TRACK(36:1).
    IF WS-CC-SIGMA > 0
     COMPUTE WS-CC-COLUMN ROUNDED =
         21 + 5 * (WS-CC-POINT - WS-CC-CENTRE) / WS-CC-SIGMA
         ON SIZE ERROR
          IF WS-CC-POINT > WS-CC-CENTRE
           MOVE 99 TO WS-CC-COLUMN
          ELSE
           MOVE -99 TO WS-CC-COLUMN
          END-IF
     END-COMPUTE
    ELSE
     EVALUATE TRUE
      WHEN WS-CC-POINT > WS-CC-CENTRE
       MOVE 99 TO WS-CC-COLUMN
      WHEN WS-CC-POINT < WS-CC-CENTRE
       MOVE -99 TO WS-CC-COLUMN
      WHEN OTHER
       MOVE 21 TO WS-CC-COLUMN
     END-EVALUATE
    END-IF.
    EVALUATE TRUE
     WHEN WS-CC-COLUMN < 1
      MOVE '<' TO WS-CC-TRACK(1:1)
     WHEN WS-CC-COLUMN > 41
      MOVE '>' TO WS-CC-TRACK(41:1)
     WHEN WS-CC-FLAGS NOT = SPACES
      MOVE 'X' TO WS-CC-TRACK(WS-CC-COLUMN:1)
     WHEN OTHER
      MOVE '*' TO WS-CC-TRACK(WS-CC-COLUMN:1)
    END-EVALUATE.
    IF WS-CC-SUBGROUP-NUMBER <= WS-CC-BASELINE-SIZE
     MOVE 'B' TO WS-CC-PHASE-MARK
    ELSE
     MOVE ' ' TO WS-CC-PHASE-MARK
    END-IF.
    MOVE WS-CC-POINT TO WS-CC-EDIT-POINT.
    IF WS-CC-RANGE-KNOWN
     MOVE WS-CC-RANGE TO WS-CC-EDIT-RANGE
    ELSE
     MOVE 0 TO WS-CC-EDIT-RANGE
    END-IF.
    DISPLAY '  ' WS-CC-SUBGROUP-NUMBER ' ' WS-CC-PHASE-MARK
        WS-CC-EDIT-POINT ' ' WS-CC-EDIT-RANGE ' '
        WS-CC-TRACK FUNCTION TRIM(WS-CC-FLAGS TRAILING).

PRINT-CONTROL-SIGNALS.
    DISPLAY '===================================================='.
    DISPLAY 'SUBGROUPS CHARTED: ' WS-CC-POINTS-CHARTED
        '  OUT-OF-CONTROL SIGNALS: ' WS-CC-SIGNAL-COUNT.
    PERFORM VARYING WS-CC-SIGNAL-INDEX FROM 1 BY 1
        UNTIL WS-CC-SIGNAL-INDEX > WS-CC-SIGNAL-COUNT
        OR WS-CC-SIGNAL-INDEX > 50
     PERFORM PRINT-ONE-CONTROL-SIGNAL
    END-PERFORM.
    IF WS-CC-SIGNAL-COUNT > 50
     DISPLAY '  ... ONLY THE FIRST 50 ARE LISTED'
    END-IF.
    IF WS-CC-FLAGS NOT = SPACES
     PERFORM RAISE-CONTROL-ALERT
    END-IF.

PRINT-ONE-CONTROL-SIGNAL.
    EVALUATE WS-CC-SIGNAL-RULE(WS-CC-SIGNAL-INDEX)
     WHEN 'BEYOND-3S'
      MOVE 'ONE POINT BEYOND 3 SIGMA' TO WS-CC-ALERT-TEXT
     WHEN '2OF3-2S'
      MOVE '2 OF 3 POINTS BEYOND 2 SIGMA ON ONE SIDE'
          TO WS-CC-ALERT-TEXT
     WHEN '4OF5-1S'
      MOVE '4 OF 5 POINTS BEYOND 1 SIGMA ON ONE SIDE'
          TO WS-CC-ALERT-TEXT
     WHEN 'RUN-8'
      MOVE '8 POINTS IN A ROW ON ONE SIDE OF THE CENTRE LINE'
          TO WS-CC-ALERT-TEXT
     WHEN 'TREND-6'
      MOVE '6 POINTS IN A ROW STEADILY RISING OR FALLING'
          TO WS-CC-ALERT-TEXT
     WHEN OTHER
      MOVE 'RANGE OUTSIDE ITS CONTROL LIMITS' TO WS-CC-ALERT-TEXT
    END-EVALUATE.
    DISPLAY '  SUBGROUP ' WS-CC-SIGNAL-SUBGROUP(WS-CC-SIGNAL-INDEX)
        ' ' WS-CC-SIGNAL-RULE(WS-CC-SIGNAL-INDEX) ' '
        FUNCTION TRIM(WS-CC-ALERT-TEXT).

RAISE-CONTROL-ALERT.
* The latest subgroup is the process as it stands now: a signal
* there is posted for the operators, not just printed.
    MOVE SPACES TO WS-CC-ALERT-TEXT.
    STRING 'CONTROL CHART ' DELIMITED BY SIZE
        WS-DATA-FILE-NAME DELIMITED BY SPACE
        ' SUBGROUP ' DELIMITED BY SIZE
        WS-CC-SUBGROUP-NUMBER DELIMITED BY SIZE
        ' OUT OF CONTROL:' DELIMITED BY SIZE
        WS-CC-FLAGS DELIMITED BY SIZE
        INTO WS-CC-ALERT-TEXT.
    DISPLAY '*** LATEST ' FUNCTION TRIM(WS-CC-ALERT-TEXT) ' ***'.
    PERFORM GET-RUN-ID.
    PERFORM POST-CONTROL-ALERT.
    MOVE 8 TO RETURN-CODE.

POST-CONTROL-ALERT.
    COPY "alert-post.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='STATS-ANALYZER'==
                   ==:ALERT-TEXT:==   BY ==WS-CC-ALERT-TEXT==.

GET-RUN-ID.
    COPY "run-id-get.cpy".
