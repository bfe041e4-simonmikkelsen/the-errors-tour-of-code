IDENTIFICATION DIVISION.
PROGRAM-ID. REF-CHECK.
AUTHOR. Simon Mikkelsen.
* FILE-VALIDATOR judges each record on its own, and with XRULES.TXT
* its fields against each other, but nothing could say that a
* transaction names an account the master does not carry - those
* only surfaced when MASTER-UPDATE parked them in its suspense file.
* This checker proves a file against its masters before the update
* runs. The referential rules live in the central dictionary: each
* @REF line of the file's layout (see LAYOUT-DICT-SELECT.CPY) says
* that the value at its position/length must exist as the named
* field of another layout - ACCOUNT of TRANS must be the KEY of
* ACCTMAST. For every rule the operator names the file holding that
* master (asked once per master layout); the master's values are
* tabled, in key order, and every record of the checked file is
* looked up under every rule. A record failing a rule is an orphan:
* it goes to REJECTS.TXT under reason REF (once, for the first rule
* it fails), and the exceptions report REFCHECK.RPT lists each
* failure with the record number, field, value and master layout,
* and closes with the per-rule counts; the report is archived in
* RPTARC. A blank value passes - whether it may be blank is
* FILE-VALIDATOR's required-field question. HDR and TRL records are
* passed over in both files. Any orphan ends the run with
* RETURN-CODE 8, so a JOB-SCHEDULER job with this step ahead of
* MASTER-UPDATE stops before the update instead of filling suspense;
* so does a rule the dictionary cannot resolve or a master too large
* to table, since then nothing has been proved.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHECK-FILE ASSIGN TO WS-CHECK-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CHECK-STATUS.
    SELECT MASTER-FILE ASSIGN TO WS-MASTER-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MASTER-STATUS.
    SELECT REFCHECK-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "rejects-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  CHECK-FILE.
01  CHECK-RECORD PIC X(200).

FD  MASTER-FILE.
01  MASTER-RECORD PIC X(200).

FD  REFCHECK-REPORT-FILE.
01  REFCHECK-REPORT-RECORD PIC X(132).

COPY "layout-dict-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "rejects-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "rejects-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-CHECK-FILE-NAME PIC X(100).
01  WS-CHECK-LAYOUT PIC X(20).
01  WS-CHECK-STATUS PIC X(02).
01  WS-CHECK-EOF-FLAG PIC X VALUE 'N'.
    88  WS-CHECK-EOF VALUE 'Y'.
01  WS-MASTER-FILE-NAME PIC X(100).
01  WS-MASTER-STATUS PIC X(02).
01  WS-MASTER-EOF-FLAG PIC X VALUE 'N'.
    88  WS-MASTER-EOF VALUE 'Y'.
01  WS-REPORT-NAME PIC X(100) VALUE 'REFCHECK.RPT'.
01  WS-REPORT-LINE PIC X(132).
01  WS-SETUP-PROBLEM-FLAG PIC X VALUE 'N'.
    88  WS-SETUP-PROBLEM VALUE 'Y'.

* The @REF rules of the checked layout, each with its master's
* values tabled in ascending order.
01  WS-RULE-TABLE.
    05  WS-RULE-ENTRY OCCURS 5 TIMES.
        10  WS-RL-POSITION PIC 9(03).
        10  WS-RL-LENGTH PIC 9(03).
        10  WS-RL-FIELD-NAME PIC X(20).
        10  WS-RL-MASTER-LAYOUT PIC X(20).
        10  WS-RL-MASTER-FIELD PIC X(20).
        10  WS-RL-MASTER-FILE PIC X(100).
        10  WS-RL-MASTER-POSITION PIC 9(03).
        10  WS-RL-MASTER-LENGTH PIC 9(03).
        10  WS-RL-KEY-COUNT PIC 9(05).
        10  WS-RL-ORPHAN-COUNT PIC 9(07).
01  WS-RULE-COUNT PIC 9(01) VALUE 0.
01  WS-RULE-INDEX PIC 9(01) VALUE 0.
01  WS-EARLIER-INDEX PIC 9(01) VALUE 0.
01  WS-KEY-CAPACITY PIC 9(05) VALUE 5000.
01  WS-MASTER-KEY-TABLE.
    05  WS-MASTER-KEYS OCCURS 5 TIMES.
        10  WS-MK-VALUE PIC X(40) OCCURS 5000 TIMES.
01  WS-MK-INDEX PIC 9(05) VALUE 0.
01  WS-SORT-I PIC 9(05) VALUE 0.
01  WS-SORT-J PIC 9(05) VALUE 0.
01  WS-HOLD-KEY PIC X(40).
01  WS-FLD-INDEX PIC 9(02) VALUE 0.

* Binary search of one rule's master values.
01  WS-LOOKUP-VALUE PIC X(40).
01  WS-LOW PIC 9(05) VALUE 0.
01  WS-HIGH PIC 9(05) VALUE 0.
01  WS-MIDDLE PIC 9(05) VALUE 0.
01  WS-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-VALUE-FOUND VALUE 'Y'.

01  WS-RECORD-NUMBER PIC 9(07) VALUE 0.
01  WS-CHECKED-COUNT PIC 9(07) VALUE 0.
01  WS-ORPHAN-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-RECORD-ORPHANED-FLAG PIC X VALUE 'N'.
    88  WS-RECORD-ORPHANED VALUE 'Y'.
01  WS-COUNT-EDIT PIC Z(06)9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'File to check: ' WITH NO ADVANCING.
    ACCEPT WS-CHECK-FILE-NAME.
    DISPLAY 'Its layout name: ' WITH NO ADVANCING.
    ACCEPT WS-CHECK-LAYOUT.
    MOVE WS-CHECK-LAYOUT TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    PERFORM COLLECT-REFERENCE-RULES.
    IF WS-RULE-COUNT = 0
     DISPLAY 'Layout ' FUNCTION TRIM(WS-CHECK-LAYOUT)
         ' carries no @REF rules - nothing to check.'
     GOBACK
    END-IF.
    PERFORM ASK-ONE-MASTER-FILE
        VARYING WS-RULE-INDEX FROM 1 BY 1
        UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
    PERFORM RESOLVE-ONE-MASTER-FIELD
        VARYING WS-RULE-INDEX FROM 1 BY 1
        UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
    IF NOT WS-SETUP-PROBLEM
     PERFORM TABLE-ONE-MASTER
         VARYING WS-RULE-INDEX FROM 1 BY 1
         UNTIL WS-RULE-INDEX > WS-RULE-COUNT OR WS-SETUP-PROBLEM
    END-IF.
    IF WS-SETUP-PROBLEM
     DISPLAY 'Referential check not run - nothing proved.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    OPEN INPUT CHECK-FILE.
    IF WS-CHECK-STATUS NOT = '00'
     DISPLAY 'Cannot open file to check: ' WS-CHECK-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT REFCHECK-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADING.
    PERFORM CHECK-ONE-RECORD UNTIL WS-CHECK-EOF.
    CLOSE CHECK-FILE.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE REFCHECK-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

    DISPLAY 'RECORDS CHECKED : ' WS-CHECKED-COUNT.
    DISPLAY 'ORPHAN RECORDS  : ' WS-ORPHAN-RECORD-COUNT.
    DISPLAY 'Report written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    IF WS-ORPHAN-RECORD-COUNT > 0
     DISPLAY '*** ORPHANS FOUND - SEE REJECTS.TXT (REASON REF) ***'
     MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

COLLECT-REFERENCE-RULES.
* Each @REF line is one rule; the field it guards is named after the
* ordinary field of the layout starting at the same position, when
* there is one.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(WS-FLD-INDEX)) = '@REF'
      IF WS-RULE-COUNT < 5
       ADD 1 TO WS-RULE-COUNT
       MOVE LD-POSITION(WS-FLD-INDEX) TO WS-RL-POSITION(WS-RULE-COUNT)
       MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-RL-LENGTH(WS-RULE-COUNT)
       MOVE '@REF' TO WS-RL-FIELD-NAME(WS-RULE-COUNT)
       MOVE SPACES TO WS-RL-MASTER-LAYOUT(WS-RULE-COUNT)
       MOVE SPACES TO WS-RL-MASTER-FIELD(WS-RULE-COUNT)
       UNSTRING LD-SPEC(WS-FLD-INDEX) DELIMITED BY '.'
           INTO WS-RL-MASTER-LAYOUT(WS-RULE-COUNT)
                WS-RL-MASTER-FIELD(WS-RULE-COUNT)
       MOVE 0 TO WS-RL-KEY-COUNT(WS-RULE-COUNT)
       MOVE 0 TO WS-RL-ORPHAN-COUNT(WS-RULE-COUNT)
       IF WS-RL-LENGTH(WS-RULE-COUNT) > 40
           OR WS-RL-POSITION(WS-RULE-COUNT) < 1
           OR WS-RL-POSITION(WS-RULE-COUNT)
              + WS-RL-LENGTH(WS-RULE-COUNT) > 201
           OR WS-RL-MASTER-FIELD(WS-RULE-COUNT) = SPACES
        DISPLAY '@REF rule ' WS-RULE-COUNT ' of layout '
            FUNCTION TRIM(WS-CHECK-LAYOUT) ' is malformed: '
            FUNCTION TRIM(LD-SPEC(WS-FLD-INDEX))
        SET WS-SETUP-PROBLEM TO TRUE
       END-IF
      ELSE
       DISPLAY 'More than 5 @REF rules - the rest are not checked.'
      END-IF
     END-IF
    END-PERFORM.
    PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
        UNTIL WS-RULE-INDEX > WS-RULE-COUNT
     PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
         UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
      IF LD-FIELD-NAME(WS-FLD-INDEX)(1:1) NOT = '@'
          AND LD-POSITION(WS-FLD-INDEX) = WS-RL-POSITION(WS-RULE-INDEX)
       MOVE LD-FIELD-NAME(WS-FLD-INDEX)
           TO WS-RL-FIELD-NAME(WS-RULE-INDEX)
      END-IF
     END-PERFORM
    END-PERFORM.

ASK-ONE-MASTER-FILE.
* A second rule against the same master layout reuses its file.
    MOVE SPACES TO WS-RL-MASTER-FILE(WS-RULE-INDEX).
    PERFORM VARYING WS-EARLIER-INDEX FROM 1 BY 1
        UNTIL WS-EARLIER-INDEX >= WS-RULE-INDEX
     IF WS-RL-MASTER-LAYOUT(WS-EARLIER-INDEX)
         = WS-RL-MASTER-LAYOUT(WS-RULE-INDEX)
      MOVE WS-RL-MASTER-FILE(WS-EARLIER-INDEX)
          TO WS-RL-MASTER-FILE(WS-RULE-INDEX)
     END-IF
    END-PERFORM.
    IF WS-RL-MASTER-FILE(WS-RULE-INDEX) = SPACES
     DISPLAY 'Master file for layout '
         FUNCTION TRIM(WS-RL-MASTER-LAYOUT(WS-RULE-INDEX)) ': '
         WITH NO ADVANCING
     ACCEPT WS-RL-MASTER-FILE(WS-RULE-INDEX)
    END-IF.

RESOLVE-ONE-MASTER-FIELD.
    MOVE WS-RL-MASTER-LAYOUT(WS-RULE-INDEX) TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    MOVE 0 TO WS-RL-MASTER-POSITION(WS-RULE-INDEX).
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-FIELD-NAME(WS-FLD-INDEX) = WS-RL-MASTER-FIELD(WS-RULE-INDEX)
      MOVE LD-POSITION(WS-FLD-INDEX)
          TO WS-RL-MASTER-POSITION(WS-RULE-INDEX)
      MOVE LD-LENGTH(WS-FLD-INDEX)
          TO WS-RL-MASTER-LENGTH(WS-RULE-INDEX)
     END-IF
    END-PERFORM.
    IF WS-RL-MASTER-POSITION(WS-RULE-INDEX) = 0
     DISPLAY 'Field ' FUNCTION TRIM(WS-RL-MASTER-FIELD(WS-RULE-INDEX))
         ' is not in layout '
         FUNCTION TRIM(WS-RL-MASTER-LAYOUT(WS-RULE-INDEX)) '.'
     SET WS-SETUP-PROBLEM TO TRUE
    ELSE
     IF WS-RL-MASTER-LENGTH(WS-RULE-INDEX) > 40
         OR WS-RL-MASTER-POSITION(WS-RULE-INDEX)
            + WS-RL-MASTER-LENGTH(WS-RULE-INDEX) > 201
      DISPLAY 'Field '
          FUNCTION TRIM(WS-RL-MASTER-FIELD(WS-RULE-INDEX))
          ' is too long, or lies outside the 200-byte record.'
      SET WS-SETUP-PROBLEM TO TRUE
     END-IF
    END-IF.

TABLE-ONE-MASTER.
    MOVE WS-RL-MASTER-FILE(WS-RULE-INDEX) TO WS-MASTER-FILE-NAME.
    OPEN INPUT MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
     DISPLAY 'Cannot open master file: ' WS-MASTER-FILE-NAME
     SET WS-SETUP-PROBLEM TO TRUE
    ELSE
     MOVE 'N' TO WS-MASTER-EOF-FLAG
     PERFORM TABLE-ONE-MASTER-VALUE
         UNTIL WS-MASTER-EOF OR WS-SETUP-PROBLEM
     CLOSE MASTER-FILE
* Masters normally arrive in key order already, which is the
* insertion sort's best case.
     PERFORM INSERT-ONE-MASTER-KEY
         VARYING WS-SORT-I FROM 2 BY 1
         UNTIL WS-SORT-I > WS-RL-KEY-COUNT(WS-RULE-INDEX)
     DISPLAY 'MASTER ' FUNCTION TRIM(WS-MASTER-FILE-NAME) ': '
         WS-RL-KEY-COUNT(WS-RULE-INDEX) ' VALUE(S) OF '
         FUNCTION TRIM(WS-RL-MASTER-LAYOUT(WS-RULE-INDEX)) '.'
         FUNCTION TRIM(WS-RL-MASTER-FIELD(WS-RULE-INDEX))
    END-IF.

TABLE-ONE-MASTER-VALUE.
    READ MASTER-FILE
     AT END
      SET WS-MASTER-EOF TO TRUE
     NOT AT END
      IF MASTER-RECORD(1:3) NOT = 'HDR'
          AND MASTER-RECORD(1:3) NOT = 'TRL'
       IF WS-RL-KEY-COUNT(WS-RULE-INDEX) < WS-KEY-CAPACITY
        ADD 1 TO WS-RL-KEY-COUNT(WS-RULE-INDEX)
        MOVE SPACES TO WS-HOLD-KEY
        MOVE MASTER-RECORD(WS-RL-MASTER-POSITION(WS-RULE-INDEX):
            WS-RL-MASTER-LENGTH(WS-RULE-INDEX)) TO WS-HOLD-KEY
        MOVE WS-HOLD-KEY TO WS-MK-VALUE(WS-RULE-INDEX,
            WS-RL-KEY-COUNT(WS-RULE-INDEX))
       ELSE
        DISPLAY 'Master ' FUNCTION TRIM(WS-MASTER-FILE-NAME)
            ' holds more than ' WS-KEY-CAPACITY ' records.'
        SET WS-SETUP-PROBLEM TO TRUE
       END-IF
      END-IF
    END-READ.

INSERT-ONE-MASTER-KEY.
    MOVE WS-MK-VALUE(WS-RULE-INDEX, WS-SORT-I) TO WS-HOLD-KEY.
    MOVE WS-SORT-I TO WS-SORT-J.
    PERFORM SHIFT-ONE-MASTER-KEY
        UNTIL WS-SORT-J = 1
        OR WS-MK-VALUE(WS-RULE-INDEX, WS-SORT-J - 1) <= WS-HOLD-KEY.
    MOVE WS-HOLD-KEY TO WS-MK-VALUE(WS-RULE-INDEX, WS-SORT-J).

SHIFT-ONE-MASTER-KEY.
    MOVE WS-MK-VALUE(WS-RULE-INDEX, WS-SORT-J - 1)
        TO WS-MK-VALUE(WS-RULE-INDEX, WS-SORT-J).
    SUBTRACT 1 FROM WS-SORT-J.

CHECK-ONE-RECORD.
    READ CHECK-FILE
     AT END
      SET WS-CHECK-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORD-NUMBER
      IF CHECK-RECORD(1:3) NOT = 'HDR' AND CHECK-RECORD(1:3) NOT = 'TRL'
       ADD 1 TO WS-CHECKED-COUNT
       MOVE 'N' TO WS-RECORD-ORPHANED-FLAG
       PERFORM CHECK-ONE-RULE
           VARYING WS-RULE-INDEX FROM 1 BY 1
           UNTIL WS-RULE-INDEX > WS-RULE-COUNT
      END-IF
    END-READ.

CHECK-ONE-RULE.
    MOVE SPACES TO WS-LOOKUP-VALUE.
    MOVE CHECK-RECORD(WS-RL-POSITION(WS-RULE-INDEX):
        WS-RL-LENGTH(WS-RULE-INDEX)) TO WS-LOOKUP-VALUE.
    IF WS-LOOKUP-VALUE NOT = SPACES
     PERFORM FIND-MASTER-VALUE
     IF NOT WS-VALUE-FOUND
      ADD 1 TO WS-RL-ORPHAN-COUNT(WS-RULE-INDEX)
      PERFORM WRITE-ORPHAN-LINE
      IF NOT WS-RECORD-ORPHANED
       SET WS-RECORD-ORPHANED TO TRUE
       ADD 1 TO WS-ORPHAN-RECORD-COUNT
       PERFORM WRITE-ORPHAN-REJECT
      END-IF
     END-IF
    END-IF.

FIND-MASTER-VALUE.
    MOVE 'N' TO WS-FOUND-FLAG.
    MOVE 1 TO WS-LOW.
    MOVE WS-RL-KEY-COUNT(WS-RULE-INDEX) TO WS-HIGH.
    PERFORM PROBE-MASTER-VALUES
        UNTIL WS-VALUE-FOUND OR WS-LOW > WS-HIGH.

PROBE-MASTER-VALUES.
    COMPUTE WS-MIDDLE = (WS-LOW + WS-HIGH) / 2.
    EVALUATE TRUE
     WHEN WS-MK-VALUE(WS-RULE-INDEX, WS-MIDDLE) = WS-LOOKUP-VALUE
      SET WS-VALUE-FOUND TO TRUE
     WHEN WS-MK-VALUE(WS-RULE-INDEX, WS-MIDDLE) < WS-LOOKUP-VALUE
      COMPUTE WS-LOW = WS-MIDDLE + 1
     WHEN OTHER
* WS-HIGH is unsigned: at the bottom of the table, give up instead.
      IF WS-MIDDLE = 1
       MOVE 2 TO WS-LOW
       MOVE 1 TO WS-HIGH
      ELSE
       COMPUTE WS-HIGH = WS-MIDDLE - 1
      END-IF
    END-EVALUATE.

WRITE-REPORT-HEADING.
    PERFORM PRINT-REPORT-HEADER.
    WRITE REFCHECK-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'FILE CHECKED: ' DELIMITED BY SIZE
        WS-CHECK-FILE-NAME DELIMITED BY SPACE
        '  LAYOUT: ' DELIMITED BY SIZE
        WS-CHECK-LAYOUT DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO REFCHECK-REPORT-RECORD.
    WRITE REFCHECK-REPORT-RECORD.
    MOVE 'RECORD   FIELD                VALUE'
        & '                                    NOT FOUND IN'
        TO WS-REPORT-LINE.
    WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-ORPHAN-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-RECORD-NUMBER TO WS-REPORT-LINE(1:7).
    MOVE WS-RL-FIELD-NAME(WS-RULE-INDEX) TO WS-REPORT-LINE(10:20).
    MOVE WS-LOOKUP-VALUE TO WS-REPORT-LINE(31:40).
    STRING WS-RL-MASTER-LAYOUT(WS-RULE-INDEX) DELIMITED BY SPACE
        '.' DELIMITED BY SIZE
        WS-RL-MASTER-FIELD(WS-RULE-INDEX) DELIMITED BY SPACE
        INTO WS-REPORT-LINE(72:41).
    WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO REFCHECK-REPORT-RECORD.
    WRITE REFCHECK-REPORT-RECORD.
    MOVE 'RULE TOTALS:' TO WS-REPORT-LINE.
    WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
        UNTIL WS-RULE-INDEX > WS-RULE-COUNT
     MOVE WS-RL-ORPHAN-COUNT(WS-RULE-INDEX) TO WS-COUNT-EDIT
     MOVE SPACES TO WS-REPORT-LINE
     STRING '  ' DELIMITED BY SIZE
         WS-RL-FIELD-NAME(WS-RULE-INDEX) DELIMITED BY SPACE
         ' -> ' DELIMITED BY SIZE
         WS-RL-MASTER-LAYOUT(WS-RULE-INDEX) DELIMITED BY SPACE
         '.' DELIMITED BY SIZE
         WS-RL-MASTER-FIELD(WS-RULE-INDEX) DELIMITED BY SPACE
         ' IN ' DELIMITED BY SIZE
         WS-RL-MASTER-FILE(WS-RULE-INDEX) DELIMITED BY SPACE
         INTO WS-REPORT-LINE
     MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(72:7)
     MOVE ' NOT FOUND' TO WS-REPORT-LINE(79:10)
     WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE
    END-PERFORM.
    MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE '  RECORDS CHECKED' TO WS-REPORT-LINE.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(72:7).
    WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-ORPHAN-RECORD-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE '  ORPHAN RECORDS (REJECTS.TXT, REASON REF)' TO WS-REPORT-LINE.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(72:7).
    WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-ORPHAN-RECORD-COUNT = 0
     MOVE '  EVERY REFERENCE FOUND ON ITS MASTER: PROVEN'
         TO WS-REPORT-LINE
    ELSE
     MOVE '  *** ORPHANS FOUND - THE UPDATE SHOULD NOT RUN ***'
         TO WS-REPORT-LINE
    END-IF.
    WRITE REFCHECK-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-ORPHAN-REJECT.
    COPY "rejects-write.cpy"
        REPLACING ==:REJ-PROGRAM-NAME:== BY =='REF-CHECK'==
                   ==:REJ-REASON-CODE:==  BY =='REF'==
                   ==:REJ-RECORD-IMAGE:== BY ==CHECK-RECORD==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='REF-CHECK'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='REF-CHECK'==.
