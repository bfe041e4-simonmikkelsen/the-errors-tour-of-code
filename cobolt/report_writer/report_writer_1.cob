IDENTIFICATION DIVISION.
PROGRAM-ID. REPORT-WRITER.
AUTHOR. Simon Mikkelsen.
* Every new listing used to mean a new program, or a FILE-SORT pass
* and a squint at the output. This general report writer prints any
* file the central layout dictionary describes, shaped entirely by a
* report-definition file, one statement per line:
*   TITLE,<report title>
*   DATA,<data file>               the file to report on
*   LAYOUT,<layout name>           its layout in LAYOUTDICT.TXT
*   REPORT,<report file>           default REPORTWRITER.RPT
*   CSV,<csv file>                 also write the detail as CSV
*   COLUMN,<field>[,<heading>]     columns to print, left to right
*   DESC,<field>[,<heading>]       a column showing the description
*                                  of a reference-table code field
*   SORT,<field>[,A|D]             sort order, major first
*   SELECT,<field>,<op>,<value>    keep only records where every
*                                  SELECT holds (op EQ NE GT GE LT LE)
*   BREAK,<field>                  control-break fields, major first
*   TOTAL,<field>                  numeric field to subtotal at each
*                                  break and grand-total at the end
*   LINES,<n>                      detail lines per page, default 60
* A '*' in column one is a comment. Fields are named as the
* dictionary names them; numeric fields (types N, P and B - packed
* and binary through FIELDCONV) compare, sort and print as numbers,
* everything else as text. The selected records are ordered on the
* break fields first and then the SORT fields, so control breaks
* always see their groups together; the order is stable, and with
* neither breaks nor sorts the data file's own order is kept. A
* TOTAL field that is not already a column is added as one. The
* report prints under the standard report header, repeated with the
* page number on every page, and is registered in the report
* archive like any other report; the CSV carries a heading row and
* the detail rows only. HDR and TRL records in the data file are
* skipped. A definition naming a field the layout does not carry is
* refused outright. A new listing, such as open items by partner
* with subtotals, is produced by a report definition file; no
* program change is needed.
* A DESC column takes its field's code (a type C field specified
* TABLE:<name>, see LAYOUT-DICT-SELECT.CPY) to the central code-table
* file REFTABLES.TXT through the shared REFTABLES subprogram and
* prints the description in force on the record's own date - its
* first date field, or today when it has none - so a renamed
* department prints under the name it had at the time. A code with
* no description on that date prints blank. DESC on a field that is
* not a table code field is refused like an unknown field.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-DEF-FILE ASSIGN TO WS-DEF-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DEF-STATUS.
    SELECT DATA-FILE ASSIGN TO WS-DATA-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DATA-STATUS.
    SELECT LISTING-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CSV-FILE ASSIGN TO WS-CSV-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CSV-STATUS.
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  REPORT-DEF-FILE.
01  REPORT-DEF-RECORD PIC X(150).

FD  DATA-FILE.
01  DATA-RECORD PIC X(200).

FD  LISTING-FILE.
01  LISTING-RECORD PIC X(132).

FD  CSV-FILE.
01  CSV-RECORD PIC X(600).

COPY "layout-dict-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "fieldconv-linkage.cpy".
COPY "reftable-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-DEF-FILE-NAME PIC X(100).
01  WS-DEF-STATUS PIC X(02).
01  WS-DEF-EOF-FLAG PIC X VALUE 'N'.
    88  WS-DEF-EOF VALUE 'Y'.
01  WS-DATA-FILE-NAME PIC X(100) VALUE SPACES.
01  WS-DATA-STATUS PIC X(02).
01  WS-DATA-EOF-FLAG PIC X VALUE 'N'.
    88  WS-DATA-EOF VALUE 'Y'.
01  WS-REPORT-NAME PIC X(100) VALUE 'REPORTWRITER.RPT'.
01  WS-CSV-NAME PIC X(100) VALUE SPACES.
01  WS-CSV-STATUS PIC X(02).
01  WS-REPORT-TITLE PIC X(100) VALUE SPACES.
01  WS-REPORT-LINE PIC X(132).
01  WS-LINES-PER-PAGE PIC 9(03) VALUE 60.
01  WS-LINES-ON-PAGE PIC 9(03) VALUE 0.
01  WS-DEF-PROBLEM-COUNT PIC 9(03) VALUE 0.

* One definition statement as read.
01  WS-DEF-VERB PIC X(10).
01  WS-DEF-ARG-1 PIC X(40).
01  WS-DEF-ARG-2 PIC X(40).
01  WS-DEF-ARG-3 PIC X(40).
01  WS-DEF-POINTER PIC 9(03) VALUE 1.
01  WS-DEF-LINE-NUMBER PIC 9(04) VALUE 0.

* Columns, left to right; a column carries its own running totals
* for each break level and for the whole report.
01  WS-COLUMN-TABLE.
    05  WS-COL-ENTRY OCCURS 12 TIMES.
        10  WS-COL-NAME PIC X(20).
        10  WS-COL-HEADING PIC X(20).
        10  WS-COL-FIELD PIC 9(02).
        10  WS-COL-START PIC 9(03).
        10  WS-COL-WIDTH PIC 9(02).
        10  WS-COL-NUMERIC-FLAG PIC X(01).
        10  WS-COL-TOTAL-FLAG PIC X(01).
        10  WS-COL-DESC-FLAG PIC X(01).
        10  WS-COL-SUBTOTAL PIC S9(13)V99 OCCURS 3 TIMES.
        10  WS-COL-GRAND-TOTAL PIC S9(15)V99.
01  WS-COLUMN-COUNT PIC 9(02) VALUE 0.
01  WS-COL-INDEX PIC 9(02) VALUE 0.
01  WS-COL-FOUND PIC 9(02) VALUE 0.
01  WS-NEXT-START PIC 9(03) VALUE 1.

* Sort, selection and break statements.
01  WS-SORT-TABLE.
    05  WS-SORT-ENTRY OCCURS 5 TIMES.
        10  WS-SRT-NAME PIC X(20).
        10  WS-SRT-FIELD PIC 9(02).
        10  WS-SRT-ORDER PIC X(01).
01  WS-SORT-COUNT PIC 9(01) VALUE 0.
01  WS-SELECT-TABLE.
    05  WS-SELECT-ENTRY OCCURS 10 TIMES.
        10  WS-SEL-NAME PIC X(20).
        10  WS-SEL-FIELD PIC 9(02).
        10  WS-SEL-OPERATOR PIC X(02).
        10  WS-SEL-VALUE PIC X(40).
01  WS-SELECT-COUNT PIC 9(02) VALUE 0.
01  WS-SEL-INDEX PIC 9(02) VALUE 0.
01  WS-BREAK-TABLE.
    05  WS-BREAK-ENTRY OCCURS 3 TIMES.
        10  WS-BRK-NAME PIC X(20).
        10  WS-BRK-FIELD PIC 9(02).
        10  WS-BRK-VALUE PIC X(40).
        10  WS-BRK-RECORDS PIC 9(07).
01  WS-BREAK-COUNT PIC 9(01) VALUE 0.
01  WS-BRK-INDEX PIC 9(01) VALUE 0.
01  WS-BRK-CHANGED PIC 9(01) VALUE 0.
01  WS-BRK-LEVEL PIC 9(01) VALUE 0.
01  WS-TOTAL-NAME-TABLE.
    05  WS-TOTAL-NAME PIC X(20) OCCURS 6 TIMES.
01  WS-TOTAL-COUNT PIC 9(01) VALUE 0.
01  WS-TOTAL-INDEX PIC 9(01) VALUE 0.
01  WS-ANY-TOTAL-FLAG PIC X VALUE 'N'.
    88  WS-ANY-TOTAL VALUE 'Y'.

* Name lookups and one field's value out of the current record.
01  WS-FIND-NAME PIC X(20).
01  WS-FIND-FIELD PIC 9(02) VALUE 0.
01  WS-FLD-INDEX PIC 9(02) VALUE 0.
01  WS-CURRENT-RECORD PIC X(200).
01  WS-FV-FIELD PIC 9(02) VALUE 0.
01  WS-FV-TEXT PIC X(40).
01  WS-FV-NUMBER PIC S9(13)V99 VALUE 0.
01  WS-FV-NUMERIC-FLAG PIC X VALUE 'N'.
    88  WS-FV-NUMERIC VALUE 'Y'.
01  WS-SEL-NUMBER PIC S9(13)V99 VALUE 0.
01  WS-KEEP-FLAG PIC X VALUE 'Y'.
    88  WS-KEEP-RECORD VALUE 'Y'.
01  WS-COMPARE-RESULT PIC X(01).
01  WS-AS-OF-INDEX PIC 9(02) VALUE 0.
01  WS-AS-OF-TEXT PIC X(08).

* The selected records, each with its composite ordering key (the
* same normalization FILE-SORT uses: numbers offset-encoded through
* eighteen digits with two decimals, descending keys complemented).
01  WS-RECORD-CAPACITY PIC 9(05) VALUE 5000.
01  WS-RECORD-TABLE.
    05  WS-REC-ENTRY OCCURS 5000 TIMES.
        10  WS-REC-KEY PIC X(200).
        10  WS-REC-DATA PIC X(200).
01  WS-RECORD-COUNT PIC 9(05) VALUE 0.
01  WS-REC-INDEX PIC 9(05) VALUE 0.
01  WS-SORT-I PIC 9(05) VALUE 0.
01  WS-SORT-J PIC 9(05) VALUE 0.
01  WS-HOLD-KEY PIC X(200).
01  WS-HOLD-DATA PIC X(200).
01  WS-COMPOSITE-KEY PIC X(200).
01  WS-CK-FILL PIC 9(03) VALUE 1.
01  WS-CK-SEGMENT PIC X(40).
01  WS-CK-SEG-LEN PIC 9(02) VALUE 0.
01  WS-CK-NUM PIC 9(18) VALUE 0.
01  WS-CK-NUM-TEXT PIC X(18).
01  WS-CK-CHAR PIC 9(03) VALUE 0.
01  WS-CK-ORDER PIC X(01).

* Counts and edited amounts.
01  WS-READ-COUNT PIC 9(07) VALUE 0.
01  WS-SELECTED-COUNT PIC 9(07) VALUE 0.
01  WS-CSV-COUNT PIC 9(07) VALUE 0.
01  WS-AMOUNT-EDIT PIC -(13)9.99.
01  WS-TOTAL-EDIT PIC -(13)9.99.
01  WS-COUNT-EDIT PIC Z(06)9.

* One CSV row under construction.
01  WS-CSV-LINE PIC X(600).
01  WS-CSV-FILL PIC 9(03) VALUE 1.
01  WS-CSV-VALUE PIC X(40).
01  WS-CSV-VALUE-LENGTH PIC 9(02) VALUE 0.
01  WS-CSV-SCAN PIC 9(02) VALUE 0.
01  WS-CSV-QUOTE-COUNT PIC 9(02) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Report definition file: ' WITH NO ADVANCING.
    ACCEPT WS-DEF-FILE-NAME.
    PERFORM LOAD-REPORT-DEFINITION.
    IF WS-DATA-FILE-NAME = SPACES
     DISPLAY 'The definition names no DATA file.'
     ADD 1 TO WS-DEF-PROBLEM-COUNT
    END-IF.
    IF LAYOUT-DICT-WANTED = SPACES
     DISPLAY 'The definition names no LAYOUT.'
     ADD 1 TO WS-DEF-PROBLEM-COUNT
    END-IF.
    IF WS-COLUMN-COUNT = 0 AND WS-TOTAL-COUNT = 0
     DISPLAY 'The definition names no COLUMN.'
     ADD 1 TO WS-DEF-PROBLEM-COUNT
    END-IF.
    IF WS-DEF-PROBLEM-COUNT > 0
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    PERFORM RESOLVE-DEFINITION-FIELDS.
    IF WS-DEF-PROBLEM-COUNT > 0
     DISPLAY 'Report definition refused - '
         WS-DEF-PROBLEM-COUNT ' problem(s).'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM PLACE-COLUMNS.

    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
     DISPLAY 'Cannot open data file: ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM SELECT-ONE-DATA-RECORD UNTIL WS-DATA-EOF.
    CLOSE DATA-FILE.
    IF WS-SELECTED-COUNT > WS-RECORD-CAPACITY
* A partial listing with totals that do not add up is worse than
* none; the operator narrows the selection instead.
     DISPLAY 'More than ' WS-RECORD-CAPACITY
         ' records selected - narrow the SELECT statements.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    IF WS-BREAK-COUNT + WS-SORT-COUNT > 0
     PERFORM INSERT-ONE-RECORD-ENTRY
         VARYING WS-SORT-I FROM 2 BY 1
         UNTIL WS-SORT-I > WS-RECORD-COUNT
    END-IF.

    PERFORM WRITE-LISTING.
    DISPLAY 'RECORDS READ     : ' WS-READ-COUNT.
    DISPLAY 'RECORDS SELECTED : ' WS-SELECTED-COUNT.
    DISPLAY 'PAGES            : ' WS-PAGE-NUMBER.
    DISPLAY 'Report written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    IF WS-CSV-NAME NOT = SPACES
     DISPLAY 'CSV written to ' FUNCTION TRIM(WS-CSV-NAME)
         ' (' WS-CSV-COUNT ' rows).'
    END-IF.
    GOBACK.

LOAD-REPORT-DEFINITION.
    OPEN INPUT REPORT-DEF-FILE.
    IF WS-DEF-STATUS NOT = '00'
     DISPLAY 'Report definition not found: ' WS-DEF-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LOAD-ONE-DEFINITION-LINE UNTIL WS-DEF-EOF.
    CLOSE REPORT-DEF-FILE.

LOAD-ONE-DEFINITION-LINE.
    READ REPORT-DEF-FILE
     AT END
      SET WS-DEF-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-DEF-LINE-NUMBER
      IF REPORT-DEF-RECORD NOT = SPACES
          AND REPORT-DEF-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-DEF-VERB
       MOVE SPACES TO WS-DEF-ARG-1
       MOVE SPACES TO WS-DEF-ARG-2
       MOVE SPACES TO WS-DEF-ARG-3
       MOVE 1 TO WS-DEF-POINTER
       UNSTRING REPORT-DEF-RECORD DELIMITED BY ','
           INTO WS-DEF-VERB
           WITH POINTER WS-DEF-POINTER
       UNSTRING REPORT-DEF-RECORD DELIMITED BY ','
           INTO WS-DEF-ARG-1 WS-DEF-ARG-2 WS-DEF-ARG-3
           WITH POINTER WS-DEF-POINTER
       MOVE FUNCTION UPPER-CASE(WS-DEF-VERB) TO WS-DEF-VERB
       PERFORM STORE-ONE-DEFINITION-LINE
      END-IF
    END-READ.

STORE-ONE-DEFINITION-LINE.
    EVALUATE WS-DEF-VERB
     WHEN 'TITLE'
* The title is the rest of the line, commas and all.
      MOVE 1 TO WS-DEF-POINTER
      UNSTRING REPORT-DEF-RECORD DELIMITED BY ','
          INTO WS-DEF-VERB
          WITH POINTER WS-DEF-POINTER
      MOVE REPORT-DEF-RECORD(WS-DEF-POINTER:) TO WS-REPORT-TITLE
     WHEN 'DATA'
      MOVE WS-DEF-ARG-1 TO WS-DATA-FILE-NAME
     WHEN 'LAYOUT'
      MOVE WS-DEF-ARG-1 TO LAYOUT-DICT-WANTED
     WHEN 'REPORT'
      MOVE WS-DEF-ARG-1 TO WS-REPORT-NAME
     WHEN 'CSV'
      MOVE WS-DEF-ARG-1 TO WS-CSV-NAME
     WHEN 'LINES'
      IF FUNCTION TEST-NUMVAL(WS-DEF-ARG-1) = 0
          AND FUNCTION NUMVAL(WS-DEF-ARG-1) >= 10
          AND FUNCTION NUMVAL(WS-DEF-ARG-1) <= 999
       COMPUTE WS-LINES-PER-PAGE = FUNCTION NUMVAL(WS-DEF-ARG-1)
      ELSE
       PERFORM REPORT-BAD-DEFINITION-LINE
      END-IF
     WHEN 'COLUMN'
      IF WS-COLUMN-COUNT < 12
       ADD 1 TO WS-COLUMN-COUNT
       MOVE WS-DEF-ARG-1 TO WS-COL-NAME(WS-COLUMN-COUNT)
       IF WS-DEF-ARG-2 = SPACES
        MOVE WS-DEF-ARG-1 TO WS-COL-HEADING(WS-COLUMN-COUNT)
       ELSE
        MOVE WS-DEF-ARG-2 TO WS-COL-HEADING(WS-COLUMN-COUNT)
       END-IF
       MOVE 'N' TO WS-COL-TOTAL-FLAG(WS-COLUMN-COUNT)
       MOVE 'N' TO WS-COL-DESC-FLAG(WS-COLUMN-COUNT)
      ELSE
       DISPLAY 'More than 12 columns - line ' WS-DEF-LINE-NUMBER
           ' ignored.'
      END-IF
     WHEN 'DESC'
      IF WS-COLUMN-COUNT < 12
       ADD 1 TO WS-COLUMN-COUNT
       MOVE WS-DEF-ARG-1 TO WS-COL-NAME(WS-COLUMN-COUNT)
       IF WS-DEF-ARG-2 = SPACES
        MOVE 'DESCRIPTION' TO WS-COL-HEADING(WS-COLUMN-COUNT)
       ELSE
        MOVE WS-DEF-ARG-2 TO WS-COL-HEADING(WS-COLUMN-COUNT)
       END-IF
       MOVE 'N' TO WS-COL-TOTAL-FLAG(WS-COLUMN-COUNT)
       MOVE 'Y' TO WS-COL-DESC-FLAG(WS-COLUMN-COUNT)
      ELSE
       DISPLAY 'More than 12 columns - line ' WS-DEF-LINE-NUMBER
           ' ignored.'
      END-IF
     WHEN 'SORT'
      IF WS-SORT-COUNT < 5
       ADD 1 TO WS-SORT-COUNT
       MOVE WS-DEF-ARG-1 TO WS-SRT-NAME(WS-SORT-COUNT)
       MOVE FUNCTION UPPER-CASE(WS-DEF-ARG-2(1:1))
           TO WS-SRT-ORDER(WS-SORT-COUNT)
       IF WS-SRT-ORDER(WS-SORT-COUNT) NOT = 'D'
        MOVE 'A' TO WS-SRT-ORDER(WS-SORT-COUNT)
       END-IF
      ELSE
       DISPLAY 'More than 5 sort fields - line ' WS-DEF-LINE-NUMBER
           ' ignored.'
      END-IF
     WHEN 'SELECT'
      MOVE FUNCTION UPPER-CASE(WS-DEF-ARG-2) TO WS-DEF-ARG-2
      IF WS-SELECT-COUNT < 10
          AND (WS-DEF-ARG-2 = 'EQ' OR 'NE' OR 'GT'
               OR 'GE' OR 'LT' OR 'LE')
       ADD 1 TO WS-SELECT-COUNT
       MOVE WS-DEF-ARG-1 TO WS-SEL-NAME(WS-SELECT-COUNT)
       MOVE WS-DEF-ARG-2(1:2) TO WS-SEL-OPERATOR(WS-SELECT-COUNT)
       MOVE WS-DEF-ARG-3 TO WS-SEL-VALUE(WS-SELECT-COUNT)
      ELSE
       PERFORM REPORT-BAD-DEFINITION-LINE
      END-IF
     WHEN 'BREAK'
      IF WS-BREAK-COUNT < 3
       ADD 1 TO WS-BREAK-COUNT
       MOVE WS-DEF-ARG-1 TO WS-BRK-NAME(WS-BREAK-COUNT)
      ELSE
       DISPLAY 'More than 3 break fields - line ' WS-DEF-LINE-NUMBER
           ' ignored.'
      END-IF
     WHEN 'TOTAL'
      IF WS-TOTAL-COUNT < 6
       ADD 1 TO WS-TOTAL-COUNT
       MOVE WS-DEF-ARG-1 TO WS-TOTAL-NAME(WS-TOTAL-COUNT)
      ELSE
       DISPLAY 'More than 6 total fields - line ' WS-DEF-LINE-NUMBER
           ' ignored.'
      END-IF
     WHEN OTHER
      PERFORM REPORT-BAD-DEFINITION-LINE
    END-EVALUATE.

REPORT-BAD-DEFINITION-LINE.
    DISPLAY 'Definition line ' WS-DEF-LINE-NUMBER ' not understood: '
        FUNCTION TRIM(REPORT-DEF-RECORD TRAILING).
    ADD 1 TO WS-DEF-PROBLEM-COUNT.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

RESOLVE-DEFINITION-FIELDS.
* Every name in the definition must be a field of the layout; the
* totals mark their columns, adding a column where there is none.
    PERFORM RESOLVE-ONE-COLUMN
        VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT.
    PERFORM RESOLVE-ONE-TOTAL
        VARYING WS-TOTAL-INDEX FROM 1 BY 1
        UNTIL WS-TOTAL-INDEX > WS-TOTAL-COUNT.
    PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
        UNTIL WS-BRK-INDEX > WS-BREAK-COUNT
     MOVE WS-BRK-NAME(WS-BRK-INDEX) TO WS-FIND-NAME
     PERFORM FIND-LAYOUT-FIELD
     MOVE WS-FIND-FIELD TO WS-BRK-FIELD(WS-BRK-INDEX)
    END-PERFORM.
    PERFORM VARYING WS-SORT-I FROM 1 BY 1
        UNTIL WS-SORT-I > WS-SORT-COUNT
     MOVE WS-SRT-NAME(WS-SORT-I) TO WS-FIND-NAME
     PERFORM FIND-LAYOUT-FIELD
     MOVE WS-FIND-FIELD TO WS-SRT-FIELD(WS-SORT-I)
    END-PERFORM.
    PERFORM VARYING WS-SEL-INDEX FROM 1 BY 1
        UNTIL WS-SEL-INDEX > WS-SELECT-COUNT
     MOVE WS-SEL-NAME(WS-SEL-INDEX) TO WS-FIND-NAME
     PERFORM FIND-LAYOUT-FIELD
     MOVE WS-FIND-FIELD TO WS-SEL-FIELD(WS-SEL-INDEX)
    END-PERFORM.

RESOLVE-ONE-COLUMN.
    MOVE WS-COL-NAME(WS-COL-INDEX) TO WS-FIND-NAME.
    PERFORM FIND-LAYOUT-FIELD.
    MOVE WS-FIND-FIELD TO WS-COL-FIELD(WS-COL-INDEX).
    MOVE 'N' TO WS-COL-NUMERIC-FLAG(WS-COL-INDEX).
    IF WS-FIND-FIELD > 0
     IF WS-COL-DESC-FLAG(WS-COL-INDEX) = 'Y'
      IF LD-TYPE(WS-FIND-FIELD) NOT = 'C'
          OR LD-SPEC(WS-FIND-FIELD)(1:6) NOT = 'TABLE:'
       DISPLAY 'Field ' FUNCTION TRIM(WS-COL-NAME(WS-COL-INDEX))
           ' has no reference table to describe it.'
       ADD 1 TO WS-DEF-PROBLEM-COUNT
      END-IF
     ELSE
      IF LD-TYPE(WS-FIND-FIELD) = 'N' OR 'P' OR 'B'
       MOVE 'Y' TO WS-COL-NUMERIC-FLAG(WS-COL-INDEX)
      END-IF
     END-IF
    END-IF.

RESOLVE-ONE-TOTAL.
    MOVE 0 TO WS-COL-FOUND.
    PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
     IF FUNCTION TRIM(WS-COL-NAME(WS-COL-INDEX))
         = FUNCTION TRIM(WS-TOTAL-NAME(WS-TOTAL-INDEX))
         AND WS-COL-DESC-FLAG(WS-COL-INDEX) = 'N'
      MOVE WS-COL-INDEX TO WS-COL-FOUND
     END-IF
    END-PERFORM.
    IF WS-COL-FOUND = 0
     IF WS-COLUMN-COUNT < 12
      ADD 1 TO WS-COLUMN-COUNT
      MOVE WS-COLUMN-COUNT TO WS-COL-INDEX
      MOVE WS-TOTAL-NAME(WS-TOTAL-INDEX) TO WS-COL-NAME(WS-COL-INDEX)
      MOVE WS-TOTAL-NAME(WS-TOTAL-INDEX)
          TO WS-COL-HEADING(WS-COL-INDEX)
      MOVE 'N' TO WS-COL-DESC-FLAG(WS-COL-INDEX)
      PERFORM RESOLVE-ONE-COLUMN
      MOVE WS-COLUMN-COUNT TO WS-COL-FOUND
     ELSE
      DISPLAY 'No room for total column '
          FUNCTION TRIM(WS-TOTAL-NAME(WS-TOTAL-INDEX)) '.'
      ADD 1 TO WS-DEF-PROBLEM-COUNT
     END-IF
    END-IF.
    IF WS-COL-FOUND > 0
     IF WS-COL-NUMERIC-FLAG(WS-COL-FOUND) = 'Y'
      MOVE 'Y' TO WS-COL-TOTAL-FLAG(WS-COL-FOUND)
      SET WS-ANY-TOTAL TO TRUE
     ELSE
      IF WS-COL-FIELD(WS-COL-FOUND) > 0
       DISPLAY 'Total field '
           FUNCTION TRIM(WS-TOTAL-NAME(WS-TOTAL-INDEX))
           ' is not numeric.'
       ADD 1 TO WS-DEF-PROBLEM-COUNT
      END-IF
     END-IF
    END-IF.

FIND-LAYOUT-FIELD.
* Answers WS-FIND-FIELD, the field's slot in the LD- table, or zero
* (and one more definition problem) when the layout lacks it.
    MOVE 0 TO WS-FIND-FIELD.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(WS-FLD-INDEX))
         = FUNCTION TRIM(WS-FIND-NAME)
      MOVE WS-FLD-INDEX TO WS-FIND-FIELD
     END-IF
    END-PERFORM.
    IF WS-FIND-FIELD = 0
     DISPLAY 'Field ' FUNCTION TRIM(WS-FIND-NAME)
         ' is not in layout ' FUNCTION TRIM(LAYOUT-DICT-WANTED) '.'
     ADD 1 TO WS-DEF-PROBLEM-COUNT
    ELSE
     IF LD-POSITION(WS-FIND-FIELD) + LD-LENGTH(WS-FIND-FIELD) > 201
      DISPLAY 'Field ' FUNCTION TRIM(WS-FIND-NAME)
          ' lies outside the 200-byte record.'
      ADD 1 TO WS-DEF-PROBLEM-COUNT
     END-IF
    END-IF.

PLACE-COLUMNS.
* A text column is as wide as its field (at most 40) and a number
* as wide as its edited amount, either widened to its heading; two
* spaces separate columns, and a column that would run past the
* 132-byte line is dropped with a warning.
    MOVE 1 TO WS-NEXT-START.
    PERFORM PLACE-ONE-COLUMN
        VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT.

PLACE-ONE-COLUMN.
    EVALUATE TRUE
     WHEN WS-COL-NUMERIC-FLAG(WS-COL-INDEX) = 'Y'
      MOVE 17 TO WS-COL-WIDTH(WS-COL-INDEX)
     WHEN WS-COL-DESC-FLAG(WS-COL-INDEX) = 'Y'
      MOVE 30 TO WS-COL-WIDTH(WS-COL-INDEX)
     WHEN OTHER
      IF LD-LENGTH(WS-COL-FIELD(WS-COL-INDEX)) > 40
       MOVE 40 TO WS-COL-WIDTH(WS-COL-INDEX)
      ELSE
       MOVE LD-LENGTH(WS-COL-FIELD(WS-COL-INDEX))
           TO WS-COL-WIDTH(WS-COL-INDEX)
      END-IF
    END-EVALUATE.
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-COL-HEADING(WS-COL-INDEX)))
        > WS-COL-WIDTH(WS-COL-INDEX)
     MOVE FUNCTION LENGTH(FUNCTION TRIM(
         WS-COL-HEADING(WS-COL-INDEX))) TO WS-COL-WIDTH(WS-COL-INDEX)
    END-IF.
    IF WS-NEXT-START + WS-COL-WIDTH(WS-COL-INDEX) > 133
     DISPLAY 'Column ' FUNCTION TRIM(WS-COL-NAME(WS-COL-INDEX))
         ' does not fit the 132-byte line - dropped.'
     MOVE 0 TO WS-COL-WIDTH(WS-COL-INDEX)
     MOVE 'N' TO WS-COL-TOTAL-FLAG(WS-COL-INDEX)
    ELSE
     MOVE WS-NEXT-START TO WS-COL-START(WS-COL-INDEX)
     COMPUTE WS-NEXT-START =
         WS-NEXT-START + WS-COL-WIDTH(WS-COL-INDEX) + 2
    END-IF.

SELECT-ONE-DATA-RECORD.
    READ DATA-FILE INTO WS-CURRENT-RECORD
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      IF WS-CURRENT-RECORD(1:3) NOT = 'HDR'
          AND WS-CURRENT-RECORD(1:3) NOT = 'TRL'
       ADD 1 TO WS-READ-COUNT
       SET WS-KEEP-RECORD TO TRUE
       PERFORM TEST-ONE-SELECTION
           VARYING WS-SEL-INDEX FROM 1 BY 1
           UNTIL WS-SEL-INDEX > WS-SELECT-COUNT
           OR NOT WS-KEEP-RECORD
       IF WS-KEEP-RECORD
        ADD 1 TO WS-SELECTED-COUNT
        IF WS-RECORD-COUNT < WS-RECORD-CAPACITY
         ADD 1 TO WS-RECORD-COUNT
         PERFORM BUILD-COMPOSITE-KEY
         MOVE WS-COMPOSITE-KEY TO WS-REC-KEY(WS-RECORD-COUNT)
         MOVE WS-CURRENT-RECORD TO WS-REC-DATA(WS-RECORD-COUNT)
        END-IF
       END-IF
      END-IF
    END-READ.

TEST-ONE-SELECTION.
* A numeric field against a numeric value compares as numbers;
* anything else compares as text, the value padded with spaces.
    MOVE WS-SEL-FIELD(WS-SEL-INDEX) TO WS-FV-FIELD.
    PERFORM GET-FIELD-VALUE.
    IF WS-FV-NUMERIC
        AND FUNCTION TEST-NUMVAL(WS-SEL-VALUE(WS-SEL-INDEX)) = 0
     COMPUTE WS-SEL-NUMBER = FUNCTION NUMVAL(WS-SEL-VALUE(WS-SEL-INDEX))
     EVALUATE TRUE
      WHEN WS-FV-NUMBER < WS-SEL-NUMBER MOVE '<' TO WS-COMPARE-RESULT
      WHEN WS-FV-NUMBER > WS-SEL-NUMBER MOVE '>' TO WS-COMPARE-RESULT
      WHEN OTHER MOVE '=' TO WS-COMPARE-RESULT
     END-EVALUATE
    ELSE
     EVALUATE TRUE
      WHEN WS-FV-TEXT < WS-SEL-VALUE(WS-SEL-INDEX)
       MOVE '<' TO WS-COMPARE-RESULT
      WHEN WS-FV-TEXT > WS-SEL-VALUE(WS-SEL-INDEX)
       MOVE '>' TO WS-COMPARE-RESULT
      WHEN OTHER
       MOVE '=' TO WS-COMPARE-RESULT
     END-EVALUATE
    END-IF.
    EVALUATE WS-SEL-OPERATOR(WS-SEL-INDEX)
     WHEN 'EQ'
      IF WS-COMPARE-RESULT NOT = '='
       MOVE 'N' TO WS-KEEP-FLAG
      END-IF
     WHEN 'NE'
      IF WS-COMPARE-RESULT = '='
       MOVE 'N' TO WS-KEEP-FLAG
      END-IF
     WHEN 'GT'
      IF WS-COMPARE-RESULT NOT = '>'
       MOVE 'N' TO WS-KEEP-FLAG
      END-IF
     WHEN 'GE'
      IF WS-COMPARE-RESULT = '<'
       MOVE 'N' TO WS-KEEP-FLAG
      END-IF
     WHEN 'LT'
      IF WS-COMPARE-RESULT NOT = '<'
       MOVE 'N' TO WS-KEEP-FLAG
      END-IF
     WHEN 'LE'
      IF WS-COMPARE-RESULT = '>'
       MOVE 'N' TO WS-KEEP-FLAG
      END-IF
    END-EVALUATE.

GET-FIELD-VALUE.
* One field of WS-CURRENT-RECORD: the text (first forty bytes) and,
* for a numeric field, its value - packed and binary decoded through
* FIELDCONV, display numerics through NUMVAL. A numeric field that
* does not hold a number counts as zero.
    MOVE SPACES TO WS-FV-TEXT.
    MOVE 0 TO WS-FV-NUMBER.
    MOVE 'N' TO WS-FV-NUMERIC-FLAG.
    IF LD-LENGTH(WS-FV-FIELD) > 40
     MOVE WS-CURRENT-RECORD(LD-POSITION(WS-FV-FIELD):40)
         TO WS-FV-TEXT
    ELSE
     MOVE WS-CURRENT-RECORD(LD-POSITION(WS-FV-FIELD):
         LD-LENGTH(WS-FV-FIELD)) TO WS-FV-TEXT
    END-IF.
    EVALUATE LD-TYPE(WS-FV-FIELD)
     WHEN 'P'
     WHEN 'B'
      SET WS-FV-NUMERIC TO TRUE
      MOVE 'EXT' TO FIELDCONV-OPERATION
      MOVE LD-TYPE(WS-FV-FIELD) TO FIELDCONV-TYPE
      IF LD-LENGTH(WS-FV-FIELD) > 18
       MOVE 18 TO FIELDCONV-LENGTH
      ELSE
       MOVE LD-LENGTH(WS-FV-FIELD) TO FIELDCONV-LENGTH
      END-IF
      MOVE 0 TO FIELDCONV-SCALE
      MOVE SPACES TO FIELDCONV-BYTES
      MOVE WS-FV-TEXT(1:FIELDCONV-LENGTH) TO FIELDCONV-BYTES
      CALL 'FIELDCONV' USING FIELDCONV-REQUEST
      IF FIELDCONV-RESULT = '00'
       MOVE FIELDCONV-VALUE TO WS-FV-NUMBER
      END-IF
     WHEN 'N'
      SET WS-FV-NUMERIC TO TRUE
      IF FUNCTION TEST-NUMVAL(WS-FV-TEXT) = 0
       COMPUTE WS-FV-NUMBER = FUNCTION NUMVAL(WS-FV-TEXT)
      END-IF
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

GET-CODE-DESCRIPTION.
* WS-FV-TEXT holds the code of field WS-FV-FIELD; it is replaced by
* the code's description as of the record's date, the first date
* field holding a plausible YYYYMMDD date (zero asks REFTABLES for
* today's).
    MOVE 0 TO REFTABLE-DATE.
    PERFORM VARYING WS-AS-OF-INDEX FROM 1 BY 1
        UNTIL WS-AS-OF-INDEX > LAYOUT-DICT-FIELD-COUNT
        OR REFTABLE-DATE NOT = 0
     IF LD-TYPE(WS-AS-OF-INDEX) = 'D'
         AND LD-LENGTH(WS-AS-OF-INDEX) >= 8
      MOVE WS-CURRENT-RECORD(LD-POSITION(WS-AS-OF-INDEX):8)
          TO WS-AS-OF-TEXT
      IF WS-AS-OF-TEXT IS NUMERIC
          AND WS-AS-OF-TEXT(5:2) >= '01' AND WS-AS-OF-TEXT(5:2) <= '12'
          AND WS-AS-OF-TEXT(7:2) >= '01' AND WS-AS-OF-TEXT(7:2) <= '31'
       MOVE WS-AS-OF-TEXT TO REFTABLE-DATE
      END-IF
     END-IF
    END-PERFORM.
    MOVE 'CHK' TO REFTABLE-OPERATION.
    MOVE LD-SPEC(WS-FV-FIELD)(7:20) TO REFTABLE-NAME.
    MOVE WS-FV-TEXT(1:12) TO REFTABLE-CODE.
    CALL 'REFTABLES' USING REFTABLE-REQUEST.
    MOVE SPACES TO WS-FV-TEXT.
    IF REFTABLE-RESULT = '00'
     MOVE REFTABLE-DESCRIPTION TO WS-FV-TEXT
    END-IF.

BUILD-COMPOSITE-KEY.
* Break fields first, always ascending, then the SORT fields.
    MOVE SPACES TO WS-COMPOSITE-KEY.
    MOVE 1 TO WS-CK-FILL.
    PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
        UNTIL WS-BRK-INDEX > WS-BREAK-COUNT
     MOVE WS-BRK-FIELD(WS-BRK-INDEX) TO WS-FV-FIELD
     MOVE 'A' TO WS-CK-ORDER
     PERFORM APPEND-ONE-KEY-SEGMENT
    END-PERFORM.
    PERFORM VARYING WS-SORT-J FROM 1 BY 1
        UNTIL WS-SORT-J > WS-SORT-COUNT
     MOVE WS-SRT-FIELD(WS-SORT-J) TO WS-FV-FIELD
     MOVE WS-SRT-ORDER(WS-SORT-J) TO WS-CK-ORDER
     PERFORM APPEND-ONE-KEY-SEGMENT
    END-PERFORM.

APPEND-ONE-KEY-SEGMENT.
    PERFORM GET-FIELD-VALUE.
    IF WS-FV-NUMERIC
     COMPUTE WS-CK-NUM = 500000000000000000 + WS-FV-NUMBER * 100
     MOVE WS-CK-NUM TO WS-CK-NUM-TEXT
     MOVE WS-CK-NUM-TEXT TO WS-CK-SEGMENT
     MOVE 18 TO WS-CK-SEG-LEN
    ELSE
     MOVE WS-FV-TEXT TO WS-CK-SEGMENT
     IF LD-LENGTH(WS-FV-FIELD) > 40
      MOVE 40 TO WS-CK-SEG-LEN
     ELSE
      MOVE LD-LENGTH(WS-FV-FIELD) TO WS-CK-SEG-LEN
     END-IF
    END-IF.
    IF WS-CK-ORDER = 'D'
     PERFORM VARYING WS-CK-CHAR FROM 1 BY 1
         UNTIL WS-CK-CHAR > WS-CK-SEG-LEN
      MOVE FUNCTION CHAR(257
          - FUNCTION ORD(WS-CK-SEGMENT(WS-CK-CHAR:1)))
          TO WS-CK-SEGMENT(WS-CK-CHAR:1)
     END-PERFORM
    END-IF.
    IF WS-CK-FILL + WS-CK-SEG-LEN <= 201
     MOVE WS-CK-SEGMENT(1:WS-CK-SEG-LEN)
         TO WS-COMPOSITE-KEY(WS-CK-FILL:WS-CK-SEG-LEN)
     ADD WS-CK-SEG-LEN TO WS-CK-FILL
    END-IF.

INSERT-ONE-RECORD-ENTRY.
* Straight insertion, which keeps equal keys in their input order.
    MOVE WS-REC-KEY(WS-SORT-I) TO WS-HOLD-KEY.
    MOVE WS-REC-DATA(WS-SORT-I) TO WS-HOLD-DATA.
    MOVE WS-SORT-I TO WS-SORT-J.
    PERFORM SHIFT-ONE-RECORD-ENTRY
        UNTIL WS-SORT-J = 1 OR WS-REC-KEY(WS-SORT-J - 1) <= WS-HOLD-KEY.
    MOVE WS-HOLD-KEY TO WS-REC-KEY(WS-SORT-J).
    MOVE WS-HOLD-DATA TO WS-REC-DATA(WS-SORT-J).

SHIFT-ONE-RECORD-ENTRY.
    MOVE WS-REC-KEY(WS-SORT-J - 1) TO WS-REC-KEY(WS-SORT-J).
    MOVE WS-REC-DATA(WS-SORT-J - 1) TO WS-REC-DATA(WS-SORT-J).
    SUBTRACT 1 FROM WS-SORT-J.

WRITE-LISTING.
    OPEN OUTPUT LISTING-FILE.
    IF WS-CSV-NAME NOT = SPACES
     OPEN OUTPUT CSV-FILE
     PERFORM WRITE-CSV-HEADING
    END-IF.
    MOVE 1 TO WS-PAGE-NUMBER.
    PERFORM WRITE-PAGE-HEADING.
    IF WS-RECORD-COUNT = 0
     MOVE 'NO RECORDS MET THE SELECTION.' TO WS-REPORT-LINE
     PERFORM WRITE-LISTING-LINE
    END-IF.
    PERFORM PRINT-ONE-RECORD
        VARYING WS-REC-INDEX FROM 1 BY 1
        UNTIL WS-REC-INDEX > WS-RECORD-COUNT.
    IF WS-RECORD-COUNT > 0
     PERFORM PRINT-ONE-SUBTOTAL
         VARYING WS-BRK-LEVEL FROM WS-BREAK-COUNT BY -1
         UNTIL WS-BRK-LEVEL < 1
    END-IF.
    PERFORM PRINT-GRAND-TOTAL.
    CLOSE LISTING-FILE.
    IF WS-CSV-NAME NOT = SPACES
     CLOSE CSV-FILE
    END-IF.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

WRITE-PAGE-HEADING.
    PERFORM PRINT-REPORT-HEADER.
    WRITE LISTING-RECORD FROM RPTHDR-LINE.
    IF WS-REPORT-TITLE NOT = SPACES
     MOVE WS-REPORT-TITLE TO LISTING-RECORD
     WRITE LISTING-RECORD
    END-IF.
    MOVE SPACES TO LISTING-RECORD.
    STRING 'DATA: ' DELIMITED BY SIZE
        WS-DATA-FILE-NAME DELIMITED BY SPACE
        '  LAYOUT: ' DELIMITED BY SIZE
        LAYOUT-DICT-WANTED DELIMITED BY SPACE
        '  DEFINITION: ' DELIMITED BY SIZE
        WS-DEF-FILE-NAME DELIMITED BY SPACE
        INTO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE SPACES TO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
     IF WS-COL-WIDTH(WS-COL-INDEX) > 0
      IF WS-COL-NUMERIC-FLAG(WS-COL-INDEX) = 'Y'
* Numbers print right-aligned, so their headings do too.
       MOVE WS-COL-HEADING(WS-COL-INDEX) TO WS-CSV-VALUE
       COMPUTE WS-CSV-VALUE-LENGTH = FUNCTION LENGTH(
           FUNCTION TRIM(WS-COL-HEADING(WS-COL-INDEX)))
       MOVE WS-CSV-VALUE(1:WS-CSV-VALUE-LENGTH)
           TO WS-REPORT-LINE(WS-COL-START(WS-COL-INDEX)
           + WS-COL-WIDTH(WS-COL-INDEX) - WS-CSV-VALUE-LENGTH:
           WS-CSV-VALUE-LENGTH)
      ELSE
       MOVE WS-COL-HEADING(WS-COL-INDEX)
           TO WS-REPORT-LINE(WS-COL-START(WS-COL-INDEX):
           WS-COL-WIDTH(WS-COL-INDEX))
      END-IF
     END-IF
    END-PERFORM.
    WRITE LISTING-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
     IF WS-COL-WIDTH(WS-COL-INDEX) > 0
      MOVE ALL '-' TO WS-REPORT-LINE(WS-COL-START(WS-COL-INDEX):
          WS-COL-WIDTH(WS-COL-INDEX))
     END-IF
    END-PERFORM.
    WRITE LISTING-RECORD FROM WS-REPORT-LINE.
    MOVE 0 TO WS-LINES-ON-PAGE.

WRITE-LISTING-LINE.
    IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
     ADD 1 TO WS-PAGE-NUMBER
     PERFORM WRITE-PAGE-HEADING
    END-IF.
    WRITE LISTING-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINES-ON-PAGE.

PRINT-ONE-RECORD.
    MOVE WS-REC-DATA(WS-REC-INDEX) TO WS-CURRENT-RECORD.
    IF WS-BREAK-COUNT > 0
     PERFORM CHECK-CONTROL-BREAKS
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM PRINT-ONE-COLUMN
        VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT.
    PERFORM WRITE-LISTING-LINE.
    PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
        UNTIL WS-BRK-INDEX > WS-BREAK-COUNT
     ADD 1 TO WS-BRK-RECORDS(WS-BRK-INDEX)
    END-PERFORM.
    IF WS-CSV-NAME NOT = SPACES
     PERFORM WRITE-CSV-DETAIL
    END-IF.

CHECK-CONTROL-BREAKS.
* The most major break field whose value changed closes its own
* group and every group inside it, innermost first; the first
* record simply opens all the groups.
    MOVE 0 TO WS-BRK-CHANGED.
    PERFORM VARYING WS-BRK-INDEX FROM WS-BREAK-COUNT BY -1
        UNTIL WS-BRK-INDEX < 1
     MOVE WS-BRK-FIELD(WS-BRK-INDEX) TO WS-FV-FIELD
     PERFORM GET-FIELD-VALUE
     IF WS-FV-TEXT NOT = WS-BRK-VALUE(WS-BRK-INDEX)
      MOVE WS-BRK-INDEX TO WS-BRK-CHANGED
     END-IF
    END-PERFORM.
    IF WS-REC-INDEX = 1
     MOVE 1 TO WS-BRK-CHANGED
    ELSE
     IF WS-BRK-CHANGED > 0
      PERFORM PRINT-ONE-SUBTOTAL
          VARYING WS-BRK-LEVEL FROM WS-BREAK-COUNT BY -1
          UNTIL WS-BRK-LEVEL < WS-BRK-CHANGED
     END-IF
    END-IF.
    IF WS-BRK-CHANGED > 0
     PERFORM VARYING WS-BRK-INDEX FROM WS-BRK-CHANGED BY 1
         UNTIL WS-BRK-INDEX > WS-BREAK-COUNT
      MOVE WS-BRK-FIELD(WS-BRK-INDEX) TO WS-FV-FIELD
      PERFORM GET-FIELD-VALUE
      MOVE WS-FV-TEXT TO WS-BRK-VALUE(WS-BRK-INDEX)
      MOVE 0 TO WS-BRK-RECORDS(WS-BRK-INDEX)
      PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
          UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
       MOVE 0 TO WS-COL-SUBTOTAL(WS-COL-INDEX, WS-BRK-INDEX)
      END-PERFORM
     END-PERFORM
    END-IF.

PRINT-ONE-COLUMN.
    IF WS-COL-WIDTH(WS-COL-INDEX) > 0
     MOVE WS-COL-FIELD(WS-COL-INDEX) TO WS-FV-FIELD
     PERFORM GET-FIELD-VALUE
     IF WS-COL-DESC-FLAG(WS-COL-INDEX) = 'Y'
      PERFORM GET-CODE-DESCRIPTION
     END-IF
     IF WS-COL-NUMERIC-FLAG(WS-COL-INDEX) = 'Y'
      MOVE WS-FV-NUMBER TO WS-AMOUNT-EDIT
      MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(WS-COL-START(WS-COL-INDEX)
          + WS-COL-WIDTH(WS-COL-INDEX) - 17:17)
      IF WS-COL-TOTAL-FLAG(WS-COL-INDEX) = 'Y'
       ADD WS-FV-NUMBER TO WS-COL-GRAND-TOTAL(WS-COL-INDEX)
       PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
           UNTIL WS-BRK-INDEX > WS-BREAK-COUNT
        ADD WS-FV-NUMBER TO WS-COL-SUBTOTAL(WS-COL-INDEX, WS-BRK-INDEX)
       END-PERFORM
      END-IF
     ELSE
      MOVE WS-FV-TEXT TO WS-REPORT-LINE(WS-COL-START(WS-COL-INDEX):
          WS-COL-WIDTH(WS-COL-INDEX))
     END-IF
    END-IF.

PRINT-ONE-SUBTOTAL.
* One group closes: its label line, then its amounts under their
* columns, then a blank line before the next group.
    MOVE WS-BRK-RECORDS(WS-BRK-LEVEL) TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '*** SUBTOTAL ' DELIMITED BY SIZE
        WS-BRK-NAME(WS-BRK-LEVEL) DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-BRK-VALUE(WS-BRK-LEVEL)) DELIMITED BY SIZE
        ' - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        ' RECORD(S)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-LISTING-LINE.
    IF WS-ANY-TOTAL
     MOVE SPACES TO WS-REPORT-LINE
     PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
         UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
      IF WS-COL-TOTAL-FLAG(WS-COL-INDEX) = 'Y'
       MOVE WS-COL-SUBTOTAL(WS-COL-INDEX, WS-BRK-LEVEL)
           TO WS-TOTAL-EDIT
       MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(WS-COL-START(WS-COL-INDEX)
           + WS-COL-WIDTH(WS-COL-INDEX) - 17:17)
      END-IF
     END-PERFORM
     PERFORM WRITE-LISTING-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM WRITE-LISTING-LINE.

PRINT-GRAND-TOTAL.
    MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '*** GRAND TOTAL - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        ' RECORD(S)' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-LISTING-LINE.
    IF WS-ANY-TOTAL
     MOVE SPACES TO WS-REPORT-LINE
     PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
         UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
      IF WS-COL-TOTAL-FLAG(WS-COL-INDEX) = 'Y'
       MOVE WS-COL-GRAND-TOTAL(WS-COL-INDEX) TO WS-TOTAL-EDIT
       MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE(WS-COL-START(WS-COL-INDEX)
           + WS-COL-WIDTH(WS-COL-INDEX) - 17:17)
      END-IF
     END-PERFORM
     PERFORM WRITE-LISTING-LINE
    END-IF.

WRITE-CSV-HEADING.
    MOVE SPACES TO WS-CSV-LINE.
    MOVE 1 TO WS-CSV-FILL.
    PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
     MOVE WS-COL-HEADING(WS-COL-INDEX) TO WS-CSV-VALUE
     PERFORM APPEND-CSV-TEXT
    END-PERFORM.
    WRITE CSV-RECORD FROM WS-CSV-LINE.

WRITE-CSV-DETAIL.
* Every column goes to the CSV, even one too wide for the printed
* line; numbers go bare, text is quoted.
    MOVE SPACES TO WS-CSV-LINE.
    MOVE 1 TO WS-CSV-FILL.
    PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
        UNTIL WS-COL-INDEX > WS-COLUMN-COUNT
     MOVE WS-COL-FIELD(WS-COL-INDEX) TO WS-FV-FIELD
     PERFORM GET-FIELD-VALUE
     IF WS-COL-DESC-FLAG(WS-COL-INDEX) = 'Y'
      PERFORM GET-CODE-DESCRIPTION
     END-IF
     IF WS-COL-NUMERIC-FLAG(WS-COL-INDEX) = 'Y'
      MOVE WS-FV-NUMBER TO WS-AMOUNT-EDIT
      IF WS-COL-INDEX > 1
       MOVE ',' TO WS-CSV-LINE(WS-CSV-FILL:1)
       ADD 1 TO WS-CSV-FILL
      END-IF
      MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-CSV-VALUE
      COMPUTE WS-CSV-VALUE-LENGTH =
          FUNCTION LENGTH(FUNCTION TRIM(WS-AMOUNT-EDIT))
      MOVE WS-CSV-VALUE(1:WS-CSV-VALUE-LENGTH)
          TO WS-CSV-LINE(WS-CSV-FILL:WS-CSV-VALUE-LENGTH)
      ADD WS-CSV-VALUE-LENGTH TO WS-CSV-FILL
     ELSE
      MOVE WS-FV-TEXT TO WS-CSV-VALUE
      PERFORM APPEND-CSV-TEXT
     END-IF
    END-PERFORM.
    WRITE CSV-RECORD FROM WS-CSV-LINE.
    ADD 1 TO WS-CSV-COUNT.

APPEND-CSV-TEXT.
* WS-CSV-VALUE goes on the row quoted, trailing spaces dropped and
* any embedded quote doubled.
    IF WS-COL-INDEX > 1
     MOVE ',' TO WS-CSV-LINE(WS-CSV-FILL:1)
     ADD 1 TO WS-CSV-FILL
    END-IF.
    MOVE '"' TO WS-CSV-LINE(WS-CSV-FILL:1).
    ADD 1 TO WS-CSV-FILL.
    IF WS-CSV-VALUE = SPACES
     MOVE 0 TO WS-CSV-VALUE-LENGTH
    ELSE
     COMPUTE WS-CSV-VALUE-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-VALUE TRAILING))
    END-IF.
    PERFORM VARYING WS-CSV-SCAN FROM 1 BY 1
        UNTIL WS-CSV-SCAN > WS-CSV-VALUE-LENGTH
     MOVE WS-CSV-VALUE(WS-CSV-SCAN:1) TO WS-CSV-LINE(WS-CSV-FILL:1)
     ADD 1 TO WS-CSV-FILL
     IF WS-CSV-VALUE(WS-CSV-SCAN:1) = '"'
      MOVE '"' TO WS-CSV-LINE(WS-CSV-FILL:1)
      ADD 1 TO WS-CSV-FILL
     END-IF
    END-PERFORM.
    MOVE '"' TO WS-CSV-LINE(WS-CSV-FILL:1).
    ADD 1 TO WS-CSV-FILL.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='REPORT-WRITER'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='REPORT-WRITER'==.
