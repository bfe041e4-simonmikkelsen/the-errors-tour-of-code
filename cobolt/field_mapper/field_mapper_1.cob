IDENTIFICATION DIVISION.
PROGRAM-ID. FIELD-MAPPER.
AUTHOR. Simon Mikkelsen.
* Every partner sends the same business content in its own layout -
* its own field order, DDMMYYYY where we keep YYYYMMDD, its own code
* values, its own implied decimals - and each had a one-off
* conversion job of its own. This program replaces them with one
* mapping engine driven by a map file per partner. The map names a
* source and a target layout of the central dictionary
* LAYOUTDICT.TXT and then says, target field by target field, where
* the value comes from:
*     SOURCE,<source-layout>
*     TARGET,<target-layout>
*     <target-field>,MOVE,<source-field>
*     <target-field>,DATE,<source-field>,<from-format>[,<to-format>]
*     <target-field>,CODE,<source-field>,<translation>
*     <target-field>,SCALE,<source-field>,<power of ten>
*     <target-field>,DEFAULT,<value>
*     <target-field>,CONCAT,<piece>,<piece>[,...up to six]
*     <target-field>,SUBSTR,<source-field>,<start>,<length>
* A date format is built from YYYY (or YY, read as 19YY from 50 up
* and 20YY below), MM and DD with any other characters taken as they
* stand - DDMMYYYY, DD/MM/YY - and the target format defaults to our
* YYYYMMDD; a blank source date stays blank and anything that is not
* a real date is rejected. A CODE translation is either an inline
* list, partner=ours pairs separated by '|' with '*' as the
* catch-all (A=FIN|B=OPS|*=OTH), or TABLE:<name> for a table of the
* central code-table file REFTABLES.TXT kept through
* CONTROL-FILE-EDITOR, holding the partner's code as the code and
* ours as its description. SCALE multiplies by ten to the given
* power (-2 drops two implied decimals) and rounds to a whole number,
* since dictionary numbers carry their decimals implied. A CONCAT
* piece is a source field, its trailing spaces dropped, or a literal
* in single quotes (' ' for a space). SUBSTR takes the bytes of a
* source field from a start position for a length.
* Values land by the target field's type: text types left-justified,
* N as zero-filled digits (a leading '-' when negative), P and B
* packed and binary through FIELDCONV, as are packed and binary
* source fields read. A target field the map leaves out starts blank,
* or zero for N, P and B. A record any transform fails for - a value
* not numeric, a date that is not a date, a code the translation does
* not know, decimals a number field cannot hold, a value too long or
* too large for its target - goes to REJECTS.TXT under reason MAP
* and the rest of the file goes on; HDR and TRL records pass through
* untouched. The control report FIELDMAP.RPT, under the standard
* report header and archived in RPTARC, lists the map, every
* rejected record with the field and the reason, and the counts;
* the records read and written are posted to BALANCE.TXT (IN and
* OUT). RETURN-CODE is 8 when the map cannot be used, 4 when records
* were rejected, and 0 otherwise. INBOUND-PIPELINE runs this program
* after CODEPAGE-CONVERTER, so every partner's file reaches
* MASTER-UPDATE in our own layout.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAP-FILE ASSIGN TO WS-MAP-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MAP-STATUS.
    SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SOURCE-STATUS.
    SELECT TARGET-FILE ASSIGN TO WS-TARGET-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-TARGET-STATUS.
    SELECT MAP-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "balance-select.cpy".
    COPY "rejects-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  MAP-FILE.
01  MAP-RECORD PIC X(200).

FD  SOURCE-FILE.
01  SOURCE-RECORD PIC X(200).

FD  TARGET-FILE.
01  TARGET-RECORD PIC X(200).

FD  MAP-REPORT-FILE.
01  MAP-REPORT-RECORD PIC X(132).

COPY "layout-dict-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "balance-fd.cpy".
COPY "rejects-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "balance-ws.cpy".
COPY "rejects-ws.cpy".
COPY "fieldconv-linkage.cpy".
COPY "reftable-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-MAP-FILE-NAME PIC X(100).
01  WS-SOURCE-FILE-NAME PIC X(100).
01  WS-TARGET-FILE-NAME PIC X(100).
01  WS-REPORT-NAME PIC X(100) VALUE 'FIELDMAP.RPT'.
01  WS-MAP-STATUS PIC X(02).
01  WS-SOURCE-STATUS PIC X(02).
01  WS-TARGET-STATUS PIC X(02).
01  WS-MAP-EOF-FLAG PIC X VALUE 'N'.
    88  WS-MAP-EOF VALUE 'Y'.
01  WS-SOURCE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-SOURCE-EOF VALUE 'Y'.
01  WS-SETUP-PROBLEM-FLAG PIC X VALUE 'N'.
    88  WS-SETUP-PROBLEM VALUE 'Y'.
01  WS-SOURCE-LAYOUT PIC X(20) VALUE SPACES.
01  WS-TARGET-LAYOUT PIC X(20) VALUE SPACES.
01  WS-MAP-LINE-NUMBER PIC 9(04) VALUE 0.
01  WS-MAP-PARTS.
    05  WS-MAP-PART PIC X(60) OCCURS 9 TIMES.
01  WS-PART-INDEX PIC 9(02) VALUE 0.

* The source layout, kept aside while the dictionary's LD- table
* holds the target layout.
01  WS-SOURCE-FIELD-TABLE.
    05  WS-SOURCE-FIELD OCCURS 30 TIMES.
        10  WS-SF-NAME PIC X(20).
        10  WS-SF-POSITION PIC 9(03).
        10  WS-SF-LENGTH PIC 9(03).
        10  WS-SF-TYPE PIC X(01).
01  WS-SOURCE-FIELD-COUNT PIC 9(02) VALUE 0.
01  WS-SF-INDEX PIC 9(02) VALUE 0.
01  WS-FLD-INDEX PIC 9(02) VALUE 0.
01  WS-FIND-NAME PIC X(60).
01  WS-FIND-INDEX PIC 9(02) VALUE 0.

* One entry per target field the map fills. An argument is a source
* field (ARG-FIELD > 0) or text; a quoted literal keeps its own
* length so a lone space survives.
01  WS-MAP-CAPACITY PIC 9(02) VALUE 30.
01  WS-MAP-TABLE.
    05  WS-MAP-ENTRY OCCURS 30 TIMES.
        10  WS-MP-LINE-NUMBER PIC 9(04).
        10  WS-MP-TARGET-NAME PIC X(20).
        10  WS-MP-TARGET PIC 9(02).
        10  WS-MP-TRANSFORM PIC X(08).
        10  WS-MP-ARGUMENT OCCURS 6 TIMES.
            15  WS-MP-ARG PIC X(60).
            15  WS-MP-ARG-FIELD PIC 9(02).
            15  WS-MP-ARG-LENGTH PIC 9(02).
        10  WS-MP-ARG-COUNT PIC 9(01).
        10  WS-MP-NUMBER-1 PIC S9(03).
        10  WS-MP-NUMBER-2 PIC S9(03).
        10  WS-MP-FROM-FORMAT.
            15  WS-MP-FROM-LENGTH PIC 9(02).
            15  WS-MP-FROM-YEAR-POS PIC 9(02).
            15  WS-MP-FROM-YEAR-LEN PIC 9(01).
            15  WS-MP-FROM-MONTH-POS PIC 9(02).
            15  WS-MP-FROM-DAY-POS PIC 9(02).
        10  WS-MP-TO-FORMAT.
            15  WS-MP-TO-LENGTH PIC 9(02).
            15  WS-MP-TO-YEAR-POS PIC 9(02).
            15  WS-MP-TO-YEAR-LEN PIC 9(01).
            15  WS-MP-TO-MONTH-POS PIC 9(02).
            15  WS-MP-TO-DAY-POS PIC 9(02).
        10  WS-MP-TO-TEXT PIC X(20).
01  WS-MAP-COUNT PIC 9(02) VALUE 0.
01  WS-MAP-INDEX PIC 9(02) VALUE 0.
01  WS-MAP-SCAN PIC 9(02) VALUE 0.
01  WS-ARG-INDEX PIC 9(01) VALUE 0.

* Date format analysis.
01  WS-FORMAT-TEXT PIC X(60).
01  WS-FORMAT-PARTS.
    05  WS-FMT-LENGTH PIC 9(02).
    05  WS-FMT-YEAR-POS PIC 9(02).
    05  WS-FMT-YEAR-LEN PIC 9(01).
    05  WS-FMT-MONTH-POS PIC 9(02).
    05  WS-FMT-DAY-POS PIC 9(02).
01  WS-FMT-BEFORE PIC 9(02) VALUE 0.
01  WS-FMT-OK-FLAG PIC X VALUE 'Y'.

* The value one transform produces, as text and, once known, as a
* number.
01  WS-VALUE-TEXT PIC X(200).
01  WS-VALUE-LENGTH PIC 9(03) VALUE 0.
01  WS-VALUE-NUMBER PIC S9(15)V9(02) VALUE 0.
01  WS-VALUE-NUMBER-FLAG PIC X VALUE 'N'.
    88  WS-VALUE-IS-NUMBER VALUE 'Y'.
01  WS-WHOLE-NUMBER PIC S9(17) VALUE 0.
01  WS-NUMBER-DIGITS PIC 9(18) VALUE 0.
01  WS-NUMBER-EDIT PIC -(17)9.
01  WS-CAPACITY PIC 9(18) VALUE 0.
01  WS-DIGITS-ROOM PIC 9(02) VALUE 0.
01  WS-PIECE-TEXT PIC X(200).
01  WS-PIECE-LENGTH PIC 9(03) VALUE 0.
01  WS-DATE-YEAR PIC 9(04) VALUE 0.
01  WS-DATE-MONTH PIC 9(02) VALUE 0.
01  WS-DATE-DAY PIC 9(02) VALUE 0.
01  WS-DATE-NUMBER PIC 9(08) VALUE 0.
01  WS-DATE-TEXT PIC X(20).
01  WS-CODE-WANTED PIC X(60).
01  WS-CODE-POINTER PIC 9(03) VALUE 0.
01  WS-CODE-PAIR PIC X(60).
01  WS-CODE-FROM PIC X(60).
01  WS-CODE-TO PIC X(60).
01  WS-CODE-CATCH-ALL PIC X(60).
01  WS-CODE-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-CODE-FOUND VALUE 'Y'.

* The record being built.
01  WS-TARGET-TEMPLATE PIC X(200).
01  WS-TARGET-WORK PIC X(200).
01  WS-TARGET-POSITION PIC 9(03) VALUE 0.
01  WS-TARGET-LENGTH PIC 9(03) VALUE 0.
01  WS-RECORD-REJECTED-FLAG PIC X VALUE 'N'.
    88  WS-RECORD-REJECTED VALUE 'Y'.
01  WS-REJECT-REASON PIC X(40).
01  WS-REJECT-FIELD PIC X(20).

* Counts.
01  WS-RECORDS-READ PIC 9(07) VALUE 0.
01  WS-RECORDS-WRITTEN PIC 9(07) VALUE 0.
01  WS-RECORDS-REJECTED PIC 9(07) VALUE 0.
01  WS-CONTROL-RECORDS PIC 9(07) VALUE 0.
01  WS-DETAIL-LIMIT PIC 9(04) VALUE 200.
01  WS-REJECT-LINE.
    05  WS-RL-RECORD PIC Z(06)9.
    05  FILLER PIC X(02) VALUE SPACES.
    05  WS-RL-FIELD PIC X(20).
    05  FILLER PIC X(02) VALUE SPACES.
    05  WS-RL-REASON PIC X(40).
01  WS-COUNT-LINE.
    05  WS-CL-LABEL PIC X(30).
    05  WS-CL-COUNT PIC Z(06)9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Map file: ' WITH NO ADVANCING.
    ACCEPT WS-MAP-FILE-NAME.
    DISPLAY 'Partner input file: ' WITH NO ADVANCING.
    ACCEPT WS-SOURCE-FILE-NAME.
    DISPLAY 'Mapped output file (default <input>.MAPPED): '
        WITH NO ADVANCING.
    ACCEPT WS-TARGET-FILE-NAME.
    IF WS-TARGET-FILE-NAME = SPACES
     STRING WS-SOURCE-FILE-NAME DELIMITED BY SPACE
         '.MAPPED' DELIMITED BY SIZE
         INTO WS-TARGET-FILE-NAME
    END-IF.

    PERFORM READ-MAP-FILE.
    IF NOT WS-SETUP-PROBLEM
     PERFORM LOAD-BOTH-LAYOUTS
    END-IF.
    IF NOT WS-SETUP-PROBLEM
     PERFORM RESOLVE-ONE-MAP-ENTRY
         VARYING WS-MAP-INDEX FROM 1 BY 1
         UNTIL WS-MAP-INDEX > WS-MAP-COUNT
    END-IF.
    IF WS-SETUP-PROBLEM
     DISPLAY 'The map cannot be used - nothing was mapped.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM BUILD-TARGET-TEMPLATE.

    OPEN INPUT SOURCE-FILE.
    IF WS-SOURCE-STATUS NOT = '00'
     DISPLAY 'Cannot open input file: ' WS-SOURCE-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT TARGET-FILE.
    IF WS-TARGET-STATUS NOT = '00'
     DISPLAY 'Cannot open output file: ' WS-TARGET-FILE-NAME
     CLOSE SOURCE-FILE
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT MAP-REPORT-FILE.
    PERFORM WRITE-REPORT-HEADING.
    PERFORM MAP-ONE-RECORD UNTIL WS-SOURCE-EOF.
    CLOSE SOURCE-FILE.
    CLOSE TARGET-FILE.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE MAP-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM POST-INPUT-CONTROL-TOTAL.
    PERFORM POST-OUTPUT-CONTROL-TOTAL.

    DISPLAY 'RECORDS READ     : ' WS-RECORDS-READ.
    DISPLAY 'RECORDS MAPPED   : ' WS-RECORDS-WRITTEN.
    DISPLAY 'RECORDS REJECTED : ' WS-RECORDS-REJECTED.
    DISPLAY 'Mapped file ' FUNCTION TRIM(WS-TARGET-FILE-NAME)
        ', report ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    IF WS-RECORDS-REJECTED > 0
     MOVE 4 TO RETURN-CODE
    ELSE
     MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

READ-MAP-FILE.
    OPEN INPUT MAP-FILE.
    IF WS-MAP-STATUS NOT = '00'
     DISPLAY 'Cannot open map file: ' WS-MAP-FILE-NAME
     SET WS-SETUP-PROBLEM TO TRUE
    ELSE
     PERFORM READ-ONE-MAP-LINE UNTIL WS-MAP-EOF
     CLOSE MAP-FILE
     IF WS-SOURCE-LAYOUT = SPACES OR WS-TARGET-LAYOUT = SPACES
      DISPLAY 'The map must name its SOURCE and TARGET layouts.'
      SET WS-SETUP-PROBLEM TO TRUE
     END-IF
     IF WS-MAP-COUNT = 0
      DISPLAY 'The map fills no target fields.'
      SET WS-SETUP-PROBLEM TO TRUE
     END-IF
    END-IF.

READ-ONE-MAP-LINE.
    READ MAP-FILE
     AT END
      SET WS-MAP-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-MAP-LINE-NUMBER
      IF MAP-RECORD NOT = SPACES AND MAP-RECORD(1:1) NOT = '*'
       PERFORM TAKE-ONE-MAP-LINE
      END-IF
    END-READ.

TAKE-ONE-MAP-LINE.
    MOVE SPACES TO WS-MAP-PARTS.
    UNSTRING MAP-RECORD DELIMITED BY ','
        INTO WS-MAP-PART(1) WS-MAP-PART(2) WS-MAP-PART(3)
             WS-MAP-PART(4) WS-MAP-PART(5) WS-MAP-PART(6)
             WS-MAP-PART(7) WS-MAP-PART(8) WS-MAP-PART(9).
    MOVE FUNCTION UPPER-CASE(WS-MAP-PART(1)) TO WS-MAP-PART(1).
    MOVE FUNCTION UPPER-CASE(WS-MAP-PART(2)) TO WS-MAP-PART(2).
    EVALUATE TRUE
     WHEN WS-MAP-PART(1) = 'SOURCE'
      MOVE WS-MAP-PART(2) TO WS-SOURCE-LAYOUT
     WHEN WS-MAP-PART(1) = 'TARGET'
      MOVE WS-MAP-PART(2) TO WS-TARGET-LAYOUT
     WHEN WS-MAP-COUNT >= WS-MAP-CAPACITY
      DISPLAY 'Map line ' WS-MAP-LINE-NUMBER
          ': more target fields than a layout holds.'
      SET WS-SETUP-PROBLEM TO TRUE
     WHEN OTHER
      ADD 1 TO WS-MAP-COUNT
      INITIALIZE WS-MAP-ENTRY(WS-MAP-COUNT)
      MOVE WS-MAP-LINE-NUMBER TO WS-MP-LINE-NUMBER(WS-MAP-COUNT)
      MOVE WS-MAP-PART(1) TO WS-MP-TARGET-NAME(WS-MAP-COUNT)
      MOVE WS-MAP-PART(2) TO WS-MP-TRANSFORM(WS-MAP-COUNT)
      PERFORM VARYING WS-ARG-INDEX FROM 1 BY 1 UNTIL WS-ARG-INDEX > 6
       MOVE WS-MAP-PART(WS-ARG-INDEX + 2)
           TO WS-MP-ARG(WS-MAP-COUNT WS-ARG-INDEX)
       IF WS-MAP-PART(WS-ARG-INDEX + 2) NOT = SPACES
        MOVE WS-ARG-INDEX TO WS-MP-ARG-COUNT(WS-MAP-COUNT)
       END-IF
      END-PERFORM
    END-EVALUATE.

LOAD-BOTH-LAYOUTS.
* The source layout is loaded first and set aside; the target
* layout then stays in the dictionary's own table for the run.
    MOVE WS-SOURCE-LAYOUT TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    MOVE 0 TO WS-SOURCE-FIELD-COUNT.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-FIELD-NAME(WS-FLD-INDEX)(1:1) NOT = '@'
      ADD 1 TO WS-SOURCE-FIELD-COUNT
      MOVE LD-FIELD-NAME(WS-FLD-INDEX)
          TO WS-SF-NAME(WS-SOURCE-FIELD-COUNT)
      MOVE LD-POSITION(WS-FLD-INDEX)
          TO WS-SF-POSITION(WS-SOURCE-FIELD-COUNT)
      MOVE LD-LENGTH(WS-FLD-INDEX)
          TO WS-SF-LENGTH(WS-SOURCE-FIELD-COUNT)
      MOVE LD-TYPE(WS-FLD-INDEX) TO WS-SF-TYPE(WS-SOURCE-FIELD-COUNT)
     END-IF
    END-PERFORM.
    MOVE WS-TARGET-LAYOUT TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

RESOLVE-ONE-MAP-ENTRY.
* Every name is checked against its layout and every argument
* against its transform before a single record is read.
    MOVE 0 TO WS-MP-TARGET(WS-MAP-INDEX).
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-FIELD-NAME(WS-FLD-INDEX) = WS-MP-TARGET-NAME(WS-MAP-INDEX)
         AND LD-FIELD-NAME(WS-FLD-INDEX)(1:1) NOT = '@'
      MOVE WS-FLD-INDEX TO WS-MP-TARGET(WS-MAP-INDEX)
     END-IF
    END-PERFORM.
    IF WS-MP-TARGET(WS-MAP-INDEX) = 0
     DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX) ': '
         FUNCTION TRIM(WS-MP-TARGET-NAME(WS-MAP-INDEX))
         ' is not in target layout '
         FUNCTION TRIM(WS-TARGET-LAYOUT) '.'
     SET WS-SETUP-PROBLEM TO TRUE
    ELSE
     PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
         UNTIL WS-MAP-SCAN >= WS-MAP-INDEX
      IF WS-MP-TARGET(WS-MAP-SCAN) = WS-MP-TARGET(WS-MAP-INDEX)
       DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX) ': '
           FUNCTION TRIM(WS-MP-TARGET-NAME(WS-MAP-INDEX))
           ' is already mapped.'
       SET WS-SETUP-PROBLEM TO TRUE
      END-IF
     END-PERFORM
    END-IF.
    EVALUATE WS-MP-TRANSFORM(WS-MAP-INDEX)
     WHEN 'MOVE'
     WHEN 'CODE'
      PERFORM RESOLVE-FIRST-SOURCE-FIELD
      IF WS-MP-TRANSFORM(WS-MAP-INDEX) = 'CODE'
          AND WS-MP-ARG(WS-MAP-INDEX 2) = SPACES
       DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
           ': CODE needs a translation list or TABLE:<name>.'
       SET WS-SETUP-PROBLEM TO TRUE
      END-IF
     WHEN 'DATE'
      PERFORM RESOLVE-FIRST-SOURCE-FIELD
      PERFORM RESOLVE-DATE-FORMATS
     WHEN 'SCALE'
      PERFORM RESOLVE-FIRST-SOURCE-FIELD
      IF FUNCTION TEST-NUMVAL(WS-MP-ARG(WS-MAP-INDEX 2)) NOT = 0
       DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
           ': SCALE needs a power of ten from -9 to 9.'
       SET WS-SETUP-PROBLEM TO TRUE
      ELSE
       COMPUTE WS-MP-NUMBER-1(WS-MAP-INDEX) =
           FUNCTION NUMVAL(WS-MP-ARG(WS-MAP-INDEX 2))
       IF WS-MP-NUMBER-1(WS-MAP-INDEX) < -9
           OR WS-MP-NUMBER-1(WS-MAP-INDEX) > 9
        DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
            ': SCALE needs a power of ten from -9 to 9.'
        SET WS-SETUP-PROBLEM TO TRUE
       END-IF
      END-IF
     WHEN 'DEFAULT'
      MOVE 1 TO WS-ARG-INDEX
      PERFORM RESOLVE-LITERAL-ARGUMENT
     WHEN 'CONCAT'
      IF WS-MP-ARG-COUNT(WS-MAP-INDEX) < 2
       DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
           ': CONCAT needs at least two pieces.'
       SET WS-SETUP-PROBLEM TO TRUE
      END-IF
      PERFORM RESOLVE-CONCAT-PIECE
          VARYING WS-ARG-INDEX FROM 1 BY 1
          UNTIL WS-ARG-INDEX > WS-MP-ARG-COUNT(WS-MAP-INDEX)
     WHEN 'SUBSTR'
      PERFORM RESOLVE-FIRST-SOURCE-FIELD
      PERFORM RESOLVE-SUBSTRING-BOUNDS
     WHEN OTHER
      DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
          ': unknown transform '
          FUNCTION TRIM(WS-MP-TRANSFORM(WS-MAP-INDEX)) '.'
      SET WS-SETUP-PROBLEM TO TRUE
    END-EVALUATE.

RESOLVE-FIRST-SOURCE-FIELD.
    MOVE WS-MP-ARG(WS-MAP-INDEX 1) TO WS-FIND-NAME.
    PERFORM FIND-SOURCE-FIELD.
    IF WS-FIND-INDEX = 0
     DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX) ': '
         FUNCTION TRIM(WS-FIND-NAME) ' is not in source layout '
         FUNCTION TRIM(WS-SOURCE-LAYOUT) '.'
     SET WS-SETUP-PROBLEM TO TRUE
    END-IF.
    MOVE WS-FIND-INDEX TO WS-MP-ARG-FIELD(WS-MAP-INDEX 1).

FIND-SOURCE-FIELD.
    MOVE 0 TO WS-FIND-INDEX.
    MOVE FUNCTION UPPER-CASE(WS-FIND-NAME) TO WS-FIND-NAME.
    PERFORM VARYING WS-SF-INDEX FROM 1 BY 1
        UNTIL WS-SF-INDEX > WS-SOURCE-FIELD-COUNT
     IF WS-SF-NAME(WS-SF-INDEX) = WS-FIND-NAME
      MOVE WS-SF-INDEX TO WS-FIND-INDEX
     END-IF
    END-PERFORM.

RESOLVE-LITERAL-ARGUMENT.
* A literal in single quotes keeps exactly what is between them;
* one without quotes loses its trailing spaces.
    MOVE WS-MP-ARG(WS-MAP-INDEX WS-ARG-INDEX) TO WS-FORMAT-TEXT.
    MOVE 0 TO WS-MP-ARG-FIELD(WS-MAP-INDEX WS-ARG-INDEX).
    IF WS-FORMAT-TEXT(1:1) = "'"
     MOVE 0 TO WS-FMT-BEFORE
     INSPECT WS-FORMAT-TEXT(2:) TALLYING WS-FMT-BEFORE
         FOR CHARACTERS BEFORE INITIAL "'"
     IF WS-FMT-BEFORE >= 59
      DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
          ': a quoted literal is not closed.'
      SET WS-SETUP-PROBLEM TO TRUE
     ELSE
      MOVE SPACES TO WS-MP-ARG(WS-MAP-INDEX WS-ARG-INDEX)
      IF WS-FMT-BEFORE > 0
       MOVE WS-FORMAT-TEXT(2:WS-FMT-BEFORE)
           TO WS-MP-ARG(WS-MAP-INDEX WS-ARG-INDEX)
      END-IF
      MOVE WS-FMT-BEFORE TO WS-MP-ARG-LENGTH(WS-MAP-INDEX WS-ARG-INDEX)
     END-IF
    ELSE
     IF WS-FORMAT-TEXT = SPACES
      MOVE 0 TO WS-MP-ARG-LENGTH(WS-MAP-INDEX WS-ARG-INDEX)
     ELSE
      COMPUTE WS-MP-ARG-LENGTH(WS-MAP-INDEX WS-ARG-INDEX) =
          FUNCTION LENGTH(FUNCTION TRIM(WS-FORMAT-TEXT TRAILING))
     END-IF
    END-IF.

RESOLVE-CONCAT-PIECE.
    IF WS-MP-ARG(WS-MAP-INDEX WS-ARG-INDEX)(1:1) = "'"
     PERFORM RESOLVE-LITERAL-ARGUMENT
    ELSE
     MOVE WS-MP-ARG(WS-MAP-INDEX WS-ARG-INDEX) TO WS-FIND-NAME
     PERFORM FIND-SOURCE-FIELD
     IF WS-FIND-INDEX = 0
      DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX) ': '
          FUNCTION TRIM(WS-FIND-NAME) ' is not in source layout '
          FUNCTION TRIM(WS-SOURCE-LAYOUT)
          ' (quote a literal).'
      SET WS-SETUP-PROBLEM TO TRUE
     END-IF
     MOVE WS-FIND-INDEX TO WS-MP-ARG-FIELD(WS-MAP-INDEX WS-ARG-INDEX)
    END-IF.

RESOLVE-SUBSTRING-BOUNDS.
    IF FUNCTION TEST-NUMVAL(WS-MP-ARG(WS-MAP-INDEX 2)) NOT = 0
        OR FUNCTION TEST-NUMVAL(WS-MP-ARG(WS-MAP-INDEX 3)) NOT = 0
     DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
         ': SUBSTR needs a start and a length.'
     SET WS-SETUP-PROBLEM TO TRUE
    ELSE
     COMPUTE WS-MP-NUMBER-1(WS-MAP-INDEX) =
         FUNCTION NUMVAL(WS-MP-ARG(WS-MAP-INDEX 2))
     COMPUTE WS-MP-NUMBER-2(WS-MAP-INDEX) =
         FUNCTION NUMVAL(WS-MP-ARG(WS-MAP-INDEX 3))
     IF WS-MP-ARG-FIELD(WS-MAP-INDEX 1) > 0
      IF WS-MP-NUMBER-1(WS-MAP-INDEX) < 1
          OR WS-MP-NUMBER-2(WS-MAP-INDEX) < 1
          OR WS-MP-NUMBER-1(WS-MAP-INDEX)
             + WS-MP-NUMBER-2(WS-MAP-INDEX) - 1
             > WS-SF-LENGTH(WS-MP-ARG-FIELD(WS-MAP-INDEX 1))
       DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
           ': SUBSTR reaches outside its source field.'
       SET WS-SETUP-PROBLEM TO TRUE
      END-IF
     END-IF
    END-IF.

RESOLVE-DATE-FORMATS.
    MOVE FUNCTION UPPER-CASE(WS-MP-ARG(WS-MAP-INDEX 2))
        TO WS-FORMAT-TEXT.
    PERFORM ANALYZE-DATE-FORMAT.
    MOVE WS-FORMAT-PARTS TO WS-MP-FROM-FORMAT(WS-MAP-INDEX).
    IF WS-FMT-LENGTH > 20
     MOVE 'N' TO WS-FMT-OK-FLAG
    END-IF.
    IF WS-FMT-OK-FLAG = 'Y'
     IF WS-MP-ARG-FIELD(WS-MAP-INDEX 1) > 0
      IF WS-FMT-LENGTH
          > WS-SF-LENGTH(WS-MP-ARG-FIELD(WS-MAP-INDEX 1))
       MOVE 'N' TO WS-FMT-OK-FLAG
      END-IF
     END-IF
    END-IF.
    IF WS-FMT-OK-FLAG = 'N'
     DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
         ': the source date format is not usable for its field.'
     SET WS-SETUP-PROBLEM TO TRUE
    END-IF.
    IF WS-MP-ARG(WS-MAP-INDEX 3) = SPACES
     MOVE 'YYYYMMDD' TO WS-FORMAT-TEXT
    ELSE
     MOVE FUNCTION UPPER-CASE(WS-MP-ARG(WS-MAP-INDEX 3))
         TO WS-FORMAT-TEXT
    END-IF.
    PERFORM ANALYZE-DATE-FORMAT.
    MOVE WS-FORMAT-PARTS TO WS-MP-TO-FORMAT(WS-MAP-INDEX).
    MOVE WS-FORMAT-TEXT TO WS-MP-TO-TEXT(WS-MAP-INDEX).
    IF WS-FMT-OK-FLAG = 'N' OR WS-FMT-LENGTH > 20
     DISPLAY 'Map line ' WS-MP-LINE-NUMBER(WS-MAP-INDEX)
         ': the target date format is not usable.'
     SET WS-SETUP-PROBLEM TO TRUE
    END-IF.

ANALYZE-DATE-FORMAT.
* Finds YYYY (or YY), MM and DD in the format; each must be there
* exactly once for the format to be usable.
    MOVE 'Y' TO WS-FMT-OK-FLAG.
    MOVE 0 TO WS-FMT-LENGTH.
    MOVE 0 TO WS-FMT-YEAR-POS.
    MOVE 4 TO WS-FMT-YEAR-LEN.
    MOVE 0 TO WS-FMT-MONTH-POS.
    MOVE 0 TO WS-FMT-DAY-POS.
    IF WS-FORMAT-TEXT = SPACES
     MOVE 'N' TO WS-FMT-OK-FLAG
    ELSE
     COMPUTE WS-FMT-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-FORMAT-TEXT TRAILING))
     MOVE 0 TO WS-FMT-BEFORE
     INSPECT WS-FORMAT-TEXT TALLYING WS-FMT-BEFORE
         FOR CHARACTERS BEFORE INITIAL 'YYYY'
     IF WS-FMT-BEFORE < WS-FMT-LENGTH
      COMPUTE WS-FMT-YEAR-POS = WS-FMT-BEFORE + 1
     ELSE
      MOVE 0 TO WS-FMT-BEFORE
      INSPECT WS-FORMAT-TEXT TALLYING WS-FMT-BEFORE
          FOR CHARACTERS BEFORE INITIAL 'YY'
      IF WS-FMT-BEFORE < WS-FMT-LENGTH
       COMPUTE WS-FMT-YEAR-POS = WS-FMT-BEFORE + 1
       MOVE 2 TO WS-FMT-YEAR-LEN
      END-IF
     END-IF
     MOVE 0 TO WS-FMT-BEFORE
     INSPECT WS-FORMAT-TEXT TALLYING WS-FMT-BEFORE
         FOR CHARACTERS BEFORE INITIAL 'MM'
     IF WS-FMT-BEFORE < WS-FMT-LENGTH
      COMPUTE WS-FMT-MONTH-POS = WS-FMT-BEFORE + 1
     END-IF
     MOVE 0 TO WS-FMT-BEFORE
     INSPECT WS-FORMAT-TEXT TALLYING WS-FMT-BEFORE
         FOR CHARACTERS BEFORE INITIAL 'DD'
     IF WS-FMT-BEFORE < WS-FMT-LENGTH
      COMPUTE WS-FMT-DAY-POS = WS-FMT-BEFORE + 1
     END-IF
     IF WS-FMT-YEAR-POS = 0 OR WS-FMT-MONTH-POS = 0
         OR WS-FMT-DAY-POS = 0
      MOVE 'N' TO WS-FMT-OK-FLAG
     END-IF
    END-IF.

BUILD-TARGET-TEMPLATE.
* What a target field holds when the map leaves it out: blanks, or
* a zero of the field's own kind for N, P and B.
    MOVE SPACES TO WS-TARGET-TEMPLATE.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-FIELD-NAME(WS-FLD-INDEX)(1:1) NOT = '@'
         AND LD-POSITION(WS-FLD-INDEX) > 0
         AND LD-POSITION(WS-FLD-INDEX) + LD-LENGTH(WS-FLD-INDEX) <= 201
      EVALUATE LD-TYPE(WS-FLD-INDEX)
       WHEN 'N'
        MOVE ALL '0' TO WS-TARGET-TEMPLATE(LD-POSITION(WS-FLD-INDEX):
            LD-LENGTH(WS-FLD-INDEX))
       WHEN 'P'
       WHEN 'B'
        MOVE 'FMT' TO FIELDCONV-OPERATION
        MOVE LD-TYPE(WS-FLD-INDEX) TO FIELDCONV-TYPE
        MOVE LD-LENGTH(WS-FLD-INDEX) TO FIELDCONV-LENGTH
        MOVE 0 TO FIELDCONV-SCALE
        MOVE 0 TO FIELDCONV-VALUE
        CALL 'FIELDCONV' USING FIELDCONV-REQUEST
        MOVE FIELDCONV-BYTES(1:LD-LENGTH(WS-FLD-INDEX))
            TO WS-TARGET-TEMPLATE(LD-POSITION(WS-FLD-INDEX):
            LD-LENGTH(WS-FLD-INDEX))
       WHEN OTHER
        CONTINUE
      END-EVALUATE
     END-IF
    END-PERFORM.

MAP-ONE-RECORD.
    READ SOURCE-FILE
     AT END
      SET WS-SOURCE-EOF TO TRUE
     NOT AT END
      IF SOURCE-RECORD(1:3) = 'HDR' OR SOURCE-RECORD(1:3) = 'TRL'
       ADD 1 TO WS-CONTROL-RECORDS
       WRITE TARGET-RECORD FROM SOURCE-RECORD
      ELSE
       ADD 1 TO WS-RECORDS-READ
       MOVE WS-TARGET-TEMPLATE TO WS-TARGET-WORK
       MOVE 'N' TO WS-RECORD-REJECTED-FLAG
       PERFORM MAP-ONE-FIELD
           VARYING WS-MAP-INDEX FROM 1 BY 1
           UNTIL WS-MAP-INDEX > WS-MAP-COUNT OR WS-RECORD-REJECTED
       IF WS-RECORD-REJECTED
        PERFORM REJECT-THE-RECORD
       ELSE
        ADD 1 TO WS-RECORDS-WRITTEN
        WRITE TARGET-RECORD FROM WS-TARGET-WORK
       END-IF
      END-IF
    END-READ.

MAP-ONE-FIELD.
    MOVE SPACES TO WS-VALUE-TEXT.
    MOVE 0 TO WS-VALUE-LENGTH.
    MOVE 0 TO WS-VALUE-NUMBER.
    MOVE 'N' TO WS-VALUE-NUMBER-FLAG.
    MOVE WS-MP-TARGET-NAME(WS-MAP-INDEX) TO WS-REJECT-FIELD.
    MOVE WS-MP-ARG-FIELD(WS-MAP-INDEX 1) TO WS-SF-INDEX.
    EVALUATE WS-MP-TRANSFORM(WS-MAP-INDEX)
     WHEN 'MOVE'
      PERFORM GET-SOURCE-VALUE
     WHEN 'DATE'
      PERFORM GET-SOURCE-VALUE
      IF NOT WS-RECORD-REJECTED
       PERFORM REFORMAT-DATE-VALUE
      END-IF
     WHEN 'CODE'
      PERFORM GET-SOURCE-VALUE
      IF NOT WS-RECORD-REJECTED
       PERFORM TRANSLATE-CODE-VALUE
      END-IF
     WHEN 'SCALE'
      PERFORM GET-SOURCE-VALUE
      IF NOT WS-RECORD-REJECTED
       PERFORM GET-VALUE-AS-NUMBER
      END-IF
      IF NOT WS-RECORD-REJECTED
       PERFORM SCALE-NUMBER-VALUE
      END-IF
     WHEN 'DEFAULT'
      MOVE WS-MP-ARG(WS-MAP-INDEX 1) TO WS-VALUE-TEXT
      MOVE WS-MP-ARG-LENGTH(WS-MAP-INDEX 1) TO WS-VALUE-LENGTH
     WHEN 'CONCAT'
      PERFORM CONCATENATE-VALUES
     WHEN 'SUBSTR'
      MOVE SPACES TO WS-VALUE-TEXT
      MOVE SOURCE-RECORD(WS-SF-POSITION(WS-SF-INDEX)
          + WS-MP-NUMBER-1(WS-MAP-INDEX) - 1:
          WS-MP-NUMBER-2(WS-MAP-INDEX)) TO WS-VALUE-TEXT
      MOVE WS-MP-NUMBER-2(WS-MAP-INDEX) TO WS-VALUE-LENGTH
    END-EVALUATE.
    IF NOT WS-RECORD-REJECTED
     PERFORM PLACE-TARGET-VALUE
    END-IF.

GET-SOURCE-VALUE.
* Packed and binary source fields are read through FIELDCONV, so
* their value travels as a number; anything else travels as text.
    MOVE SPACES TO WS-VALUE-TEXT.
    IF WS-SF-TYPE(WS-SF-INDEX) = 'P' OR WS-SF-TYPE(WS-SF-INDEX) = 'B'
     MOVE 'EXT' TO FIELDCONV-OPERATION
     MOVE WS-SF-TYPE(WS-SF-INDEX) TO FIELDCONV-TYPE
     MOVE WS-SF-LENGTH(WS-SF-INDEX) TO FIELDCONV-LENGTH
     MOVE 0 TO FIELDCONV-SCALE
     MOVE SPACES TO FIELDCONV-BYTES
     MOVE SOURCE-RECORD(WS-SF-POSITION(WS-SF-INDEX):
         WS-SF-LENGTH(WS-SF-INDEX)) TO FIELDCONV-BYTES
     CALL 'FIELDCONV' USING FIELDCONV-REQUEST
     IF FIELDCONV-RESULT NOT = '00'
      MOVE 'SOURCE FIELD NOT VALID PACKED/BINARY'
          TO WS-REJECT-REASON
      SET WS-RECORD-REJECTED TO TRUE
     ELSE
      MOVE FIELDCONV-VALUE TO WS-VALUE-NUMBER
      SET WS-VALUE-IS-NUMBER TO TRUE
      MOVE FIELDCONV-VALUE TO WS-NUMBER-EDIT
      MOVE FUNCTION TRIM(WS-NUMBER-EDIT) TO WS-VALUE-TEXT
      COMPUTE WS-VALUE-LENGTH =
          FUNCTION LENGTH(FUNCTION TRIM(WS-NUMBER-EDIT))
     END-IF
    ELSE
     MOVE SOURCE-RECORD(WS-SF-POSITION(WS-SF-INDEX):
         WS-SF-LENGTH(WS-SF-INDEX)) TO WS-VALUE-TEXT
     MOVE WS-SF-LENGTH(WS-SF-INDEX) TO WS-VALUE-LENGTH
    END-IF.

GET-VALUE-AS-NUMBER.
* A blank value counts as zero, so an optional amount left empty by
* the partner still maps.
    IF NOT WS-VALUE-IS-NUMBER
     IF WS-VALUE-LENGTH = 0
         OR WS-VALUE-TEXT(1:WS-VALUE-LENGTH) = SPACES
      MOVE 0 TO WS-VALUE-NUMBER
      SET WS-VALUE-IS-NUMBER TO TRUE
     ELSE
      IF FUNCTION TEST-NUMVAL(WS-VALUE-TEXT(1:WS-VALUE-LENGTH)) = 0
       COMPUTE WS-VALUE-NUMBER =
           FUNCTION NUMVAL(WS-VALUE-TEXT(1:WS-VALUE-LENGTH))
       SET WS-VALUE-IS-NUMBER TO TRUE
      ELSE
       MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
       SET WS-RECORD-REJECTED TO TRUE
      END-IF
     END-IF
    END-IF.

SCALE-NUMBER-VALUE.
    COMPUTE WS-WHOLE-NUMBER ROUNDED =
        WS-VALUE-NUMBER * (10 ** WS-MP-NUMBER-1(WS-MAP-INDEX))
     ON SIZE ERROR
      MOVE 'SCALED VALUE TOO LARGE' TO WS-REJECT-REASON
      SET WS-RECORD-REJECTED TO TRUE
    END-COMPUTE.
    IF NOT WS-RECORD-REJECTED
     MOVE WS-WHOLE-NUMBER TO WS-VALUE-NUMBER
     MOVE WS-WHOLE-NUMBER TO WS-NUMBER-EDIT
     MOVE FUNCTION TRIM(WS-NUMBER-EDIT) TO WS-VALUE-TEXT
     COMPUTE WS-VALUE-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-NUMBER-EDIT))
    END-IF.

REFORMAT-DATE-VALUE.
* A blank date stays blank; otherwise its parts are taken from the
* source format, proven a real date, and laid into the target format.
    IF WS-VALUE-TEXT(1:WS-VALUE-LENGTH) NOT = SPACES
     MOVE WS-VALUE-TEXT TO WS-DATE-TEXT
     IF WS-DATE-TEXT(WS-MP-FROM-YEAR-POS(WS-MAP-INDEX):
             WS-MP-FROM-YEAR-LEN(WS-MAP-INDEX)) IS NOT NUMERIC
         OR WS-DATE-TEXT(WS-MP-FROM-MONTH-POS(WS-MAP-INDEX):2)
             IS NOT NUMERIC
         OR WS-DATE-TEXT(WS-MP-FROM-DAY-POS(WS-MAP-INDEX):2)
             IS NOT NUMERIC
      MOVE 'NOT A DATE IN THE SOURCE FORMAT' TO WS-REJECT-REASON
      SET WS-RECORD-REJECTED TO TRUE
     ELSE
      IF WS-MP-FROM-YEAR-LEN(WS-MAP-INDEX) = 4
       MOVE WS-DATE-TEXT(WS-MP-FROM-YEAR-POS(WS-MAP-INDEX):4)
           TO WS-DATE-YEAR
      ELSE
       MOVE WS-DATE-TEXT(WS-MP-FROM-YEAR-POS(WS-MAP-INDEX):2)
           TO WS-DATE-YEAR
       IF WS-DATE-YEAR < 50
        ADD 2000 TO WS-DATE-YEAR
       ELSE
        ADD 1900 TO WS-DATE-YEAR
       END-IF
      END-IF
      MOVE WS-DATE-TEXT(WS-MP-FROM-MONTH-POS(WS-MAP-INDEX):2)
          TO WS-DATE-MONTH
      MOVE WS-DATE-TEXT(WS-MP-FROM-DAY-POS(WS-MAP-INDEX):2)
          TO WS-DATE-DAY
      COMPUTE WS-DATE-NUMBER = WS-DATE-YEAR * 10000
          + WS-DATE-MONTH * 100 + WS-DATE-DAY
      IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMBER) NOT = 0
       MOVE 'NOT A REAL DATE' TO WS-REJECT-REASON
       SET WS-RECORD-REJECTED TO TRUE
      ELSE
       MOVE WS-MP-TO-TEXT(WS-MAP-INDEX) TO WS-DATE-TEXT
       IF WS-MP-TO-YEAR-LEN(WS-MAP-INDEX) = 4
        MOVE WS-DATE-YEAR
            TO WS-DATE-TEXT(WS-MP-TO-YEAR-POS(WS-MAP-INDEX):4)
       ELSE
        MOVE WS-DATE-NUMBER(3:2)
            TO WS-DATE-TEXT(WS-MP-TO-YEAR-POS(WS-MAP-INDEX):2)
       END-IF
       MOVE WS-DATE-MONTH
           TO WS-DATE-TEXT(WS-MP-TO-MONTH-POS(WS-MAP-INDEX):2)
       MOVE WS-DATE-DAY
           TO WS-DATE-TEXT(WS-MP-TO-DAY-POS(WS-MAP-INDEX):2)
       MOVE SPACES TO WS-VALUE-TEXT
       MOVE WS-DATE-TEXT TO WS-VALUE-TEXT
       MOVE WS-MP-TO-LENGTH(WS-MAP-INDEX) TO WS-VALUE-LENGTH
      END-IF
     END-IF
    ELSE
     MOVE 0 TO WS-VALUE-LENGTH
    END-IF.

TRANSLATE-CODE-VALUE.
    MOVE SPACES TO WS-CODE-WANTED.
    IF WS-VALUE-TEXT(1:WS-VALUE-LENGTH) NOT = SPACES
     MOVE FUNCTION TRIM(WS-VALUE-TEXT(1:WS-VALUE-LENGTH))
         TO WS-CODE-WANTED
    END-IF.
    MOVE 'N' TO WS-CODE-FOUND-FLAG.
    IF WS-MP-ARG(WS-MAP-INDEX 2)(1:6) = 'TABLE:'
     PERFORM TRANSLATE-THROUGH-REFTABLE
    ELSE
     PERFORM TRANSLATE-THROUGH-LIST
    END-IF.
    IF NOT WS-CODE-FOUND
     MOVE 'CODE HAS NO TRANSLATION' TO WS-REJECT-REASON
     SET WS-RECORD-REJECTED TO TRUE
    END-IF.

TRANSLATE-THROUGH-REFTABLE.
* The partner's code is the table's code and ours its description.
    MOVE 'CHK' TO REFTABLE-OPERATION.
    MOVE WS-MP-ARG(WS-MAP-INDEX 2)(7:) TO REFTABLE-NAME.
    MOVE WS-CODE-WANTED TO REFTABLE-CODE.
    MOVE 0 TO REFTABLE-DATE.
    CALL 'REFTABLES' USING REFTABLE-REQUEST.
    IF REFTABLE-RESULT = '00'
     SET WS-CODE-FOUND TO TRUE
     MOVE SPACES TO WS-VALUE-TEXT
     MOVE REFTABLE-DESCRIPTION TO WS-VALUE-TEXT
     MOVE 40 TO WS-VALUE-LENGTH
    END-IF.

TRANSLATE-THROUGH-LIST.
    MOVE SPACES TO WS-CODE-CATCH-ALL.
    MOVE 1 TO WS-CODE-POINTER.
    PERFORM UNTIL WS-CODE-POINTER > 60 OR WS-CODE-FOUND
     MOVE SPACES TO WS-CODE-PAIR
     UNSTRING WS-MP-ARG(WS-MAP-INDEX 2) DELIMITED BY '|'
         INTO WS-CODE-PAIR WITH POINTER WS-CODE-POINTER
     MOVE SPACES TO WS-CODE-FROM
     MOVE SPACES TO WS-CODE-TO
     UNSTRING WS-CODE-PAIR DELIMITED BY '='
         INTO WS-CODE-FROM WS-CODE-TO
     EVALUATE TRUE
      WHEN WS-CODE-PAIR = SPACES
       CONTINUE
      WHEN WS-CODE-FROM = '*'
       MOVE WS-CODE-TO TO WS-CODE-CATCH-ALL
      WHEN WS-CODE-FROM = WS-CODE-WANTED
       SET WS-CODE-FOUND TO TRUE
       MOVE SPACES TO WS-VALUE-TEXT
       MOVE WS-CODE-TO TO WS-VALUE-TEXT
       MOVE 60 TO WS-VALUE-LENGTH
     END-EVALUATE
    END-PERFORM.
    IF NOT WS-CODE-FOUND AND WS-CODE-CATCH-ALL NOT = SPACES
     SET WS-CODE-FOUND TO TRUE
     MOVE SPACES TO WS-VALUE-TEXT
     MOVE WS-CODE-CATCH-ALL TO WS-VALUE-TEXT
     MOVE 60 TO WS-VALUE-LENGTH
    END-IF.

CONCATENATE-VALUES.
* Source fields join without their trailing spaces; quoted literals
* join exactly as written.
    MOVE SPACES TO WS-PIECE-TEXT.
    MOVE 0 TO WS-PIECE-LENGTH.
    PERFORM VARYING WS-ARG-INDEX FROM 1 BY 1
        UNTIL WS-ARG-INDEX > WS-MP-ARG-COUNT(WS-MAP-INDEX)
        OR WS-RECORD-REJECTED
     IF WS-MP-ARG-FIELD(WS-MAP-INDEX WS-ARG-INDEX) = 0
      MOVE WS-MP-ARG(WS-MAP-INDEX WS-ARG-INDEX) TO WS-VALUE-TEXT
      MOVE WS-MP-ARG-LENGTH(WS-MAP-INDEX WS-ARG-INDEX)
          TO WS-VALUE-LENGTH
     ELSE
      MOVE WS-MP-ARG-FIELD(WS-MAP-INDEX WS-ARG-INDEX) TO WS-SF-INDEX
      PERFORM GET-SOURCE-VALUE
      IF WS-VALUE-LENGTH > 0
       IF WS-VALUE-TEXT(1:WS-VALUE-LENGTH) = SPACES
        MOVE 0 TO WS-VALUE-LENGTH
       ELSE
        COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(
            WS-VALUE-TEXT(1:WS-VALUE-LENGTH) TRAILING))
       END-IF
      END-IF
     END-IF
     IF WS-VALUE-LENGTH > 0 AND NOT WS-RECORD-REJECTED
      IF WS-PIECE-LENGTH + WS-VALUE-LENGTH > 200
       MOVE 'CONCATENATED VALUE TOO LONG' TO WS-REJECT-REASON
       SET WS-RECORD-REJECTED TO TRUE
      ELSE
       MOVE WS-VALUE-TEXT(1:WS-VALUE-LENGTH)
           TO WS-PIECE-TEXT(WS-PIECE-LENGTH + 1:WS-VALUE-LENGTH)
       ADD WS-VALUE-LENGTH TO WS-PIECE-LENGTH
      END-IF
     END-IF
    END-PERFORM.
    MOVE WS-PIECE-TEXT TO WS-VALUE-TEXT.
    MOVE WS-PIECE-LENGTH TO WS-VALUE-LENGTH.
    MOVE 'N' TO WS-VALUE-NUMBER-FLAG.

PLACE-TARGET-VALUE.
    MOVE LD-POSITION(WS-MP-TARGET(WS-MAP-INDEX)) TO WS-TARGET-POSITION.
    MOVE LD-LENGTH(WS-MP-TARGET(WS-MAP-INDEX)) TO WS-TARGET-LENGTH.
    EVALUATE LD-TYPE(WS-MP-TARGET(WS-MAP-INDEX))
     WHEN 'N'
      PERFORM GET-VALUE-AS-NUMBER
      IF NOT WS-RECORD-REJECTED
       PERFORM PLACE-DISPLAY-NUMBER
      END-IF
     WHEN 'P'
     WHEN 'B'
      PERFORM GET-VALUE-AS-NUMBER
      IF NOT WS-RECORD-REJECTED
       PERFORM PLACE-ENCODED-NUMBER
      END-IF
     WHEN OTHER
      PERFORM PLACE-TEXT-VALUE
    END-EVALUATE.

PLACE-TEXT-VALUE.
    IF WS-VALUE-LENGTH > 0
     IF WS-VALUE-TEXT(1:WS-VALUE-LENGTH) = SPACES
      MOVE 0 TO WS-VALUE-LENGTH
     ELSE
      COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(
          WS-VALUE-TEXT(1:WS-VALUE-LENGTH) TRAILING))
     END-IF
    END-IF.
    IF WS-VALUE-LENGTH > WS-TARGET-LENGTH
     MOVE 'VALUE TOO LONG FOR THE TARGET FIELD' TO WS-REJECT-REASON
     SET WS-RECORD-REJECTED TO TRUE
    ELSE
     MOVE WS-VALUE-TEXT(1:WS-TARGET-LENGTH)
         TO WS-TARGET-WORK(WS-TARGET-POSITION:WS-TARGET-LENGTH)
    END-IF.

PLACE-DISPLAY-NUMBER.
* Zero-filled digits, a leading '-' taking one of them when the
* value is negative.
    MOVE WS-VALUE-NUMBER TO WS-WHOLE-NUMBER.
    IF WS-WHOLE-NUMBER NOT = WS-VALUE-NUMBER
     MOVE 'DECIMALS WOULD BE LOST - SCALE IT' TO WS-REJECT-REASON
     SET WS-RECORD-REJECTED TO TRUE
    ELSE
     MOVE WS-WHOLE-NUMBER TO WS-NUMBER-DIGITS
     MOVE WS-TARGET-LENGTH TO WS-DIGITS-ROOM
     IF WS-DIGITS-ROOM > 17
      MOVE 17 TO WS-DIGITS-ROOM
     END-IF
     IF WS-WHOLE-NUMBER < 0
      SUBTRACT 1 FROM WS-DIGITS-ROOM
     END-IF
     IF WS-DIGITS-ROOM = 0
         OR WS-NUMBER-DIGITS >= 10 ** WS-DIGITS-ROOM
      MOVE 'VALUE TOO LARGE FOR THE TARGET FIELD' TO WS-REJECT-REASON
      SET WS-RECORD-REJECTED TO TRUE
     ELSE
      MOVE ALL '0'
          TO WS-TARGET-WORK(WS-TARGET-POSITION:WS-TARGET-LENGTH)
      MOVE WS-NUMBER-DIGITS(19 - WS-DIGITS-ROOM:WS-DIGITS-ROOM)
          TO WS-TARGET-WORK(WS-TARGET-POSITION + WS-TARGET-LENGTH
             - WS-DIGITS-ROOM:WS-DIGITS-ROOM)
      IF WS-WHOLE-NUMBER < 0
       MOVE '-' TO WS-TARGET-WORK(WS-TARGET-POSITION:1)
      END-IF
     END-IF
    END-IF.

PLACE-ENCODED-NUMBER.
* FIELDCONV packs whatever it is given, so the capacity of the
* target is proven here first: 2n-1 digits in n packed bytes, a
* signed value in up to four binary bytes, unsigned beyond.
    MOVE WS-VALUE-NUMBER TO WS-WHOLE-NUMBER.
    MOVE WS-WHOLE-NUMBER TO WS-NUMBER-DIGITS.
    IF LD-TYPE(WS-MP-TARGET(WS-MAP-INDEX)) = 'P'
     IF WS-TARGET-LENGTH > 9
      MOVE 999999999999999999 TO WS-CAPACITY
     ELSE
      COMPUTE WS-CAPACITY = 10 ** (2 * WS-TARGET-LENGTH - 1)
     END-IF
    ELSE
     IF WS-TARGET-LENGTH > 7
      MOVE 999999999999999999 TO WS-CAPACITY
     ELSE
      IF WS-TARGET-LENGTH <= 4
       COMPUTE WS-CAPACITY = 2 ** (8 * WS-TARGET-LENGTH - 1)
      ELSE
       COMPUTE WS-CAPACITY = 256 ** WS-TARGET-LENGTH
      END-IF
     END-IF
    END-IF.
    EVALUATE TRUE
     WHEN WS-WHOLE-NUMBER NOT = WS-VALUE-NUMBER
      MOVE 'DECIMALS WOULD BE LOST - SCALE IT' TO WS-REJECT-REASON
      SET WS-RECORD-REJECTED TO TRUE
     WHEN WS-NUMBER-DIGITS >= WS-CAPACITY
     WHEN WS-WHOLE-NUMBER < 0 AND WS-TARGET-LENGTH > 4
         AND LD-TYPE(WS-MP-TARGET(WS-MAP-INDEX)) = 'B'
      MOVE 'VALUE TOO LARGE FOR THE TARGET FIELD' TO WS-REJECT-REASON
      SET WS-RECORD-REJECTED TO TRUE
     WHEN OTHER
      MOVE 'FMT' TO FIELDCONV-OPERATION
      MOVE LD-TYPE(WS-MP-TARGET(WS-MAP-INDEX)) TO FIELDCONV-TYPE
      MOVE WS-TARGET-LENGTH TO FIELDCONV-LENGTH
      MOVE 0 TO FIELDCONV-SCALE
      MOVE WS-WHOLE-NUMBER TO FIELDCONV-VALUE
      CALL 'FIELDCONV' USING FIELDCONV-REQUEST
      IF FIELDCONV-RESULT NOT = '00'
       MOVE 'VALUE DOES NOT FIT THE TARGET FIELD' TO WS-REJECT-REASON
       SET WS-RECORD-REJECTED TO TRUE
      ELSE
       MOVE FIELDCONV-BYTES(1:WS-TARGET-LENGTH)
           TO WS-TARGET-WORK(WS-TARGET-POSITION:WS-TARGET-LENGTH)
      END-IF
    END-EVALUATE.

REJECT-THE-RECORD.
    ADD 1 TO WS-RECORDS-REJECTED.
    PERFORM WRITE-ONE-REJECT.
    IF WS-RECORDS-REJECTED <= WS-DETAIL-LIMIT
     MOVE WS-RECORDS-READ TO WS-RL-RECORD
     MOVE WS-REJECT-FIELD TO WS-RL-FIELD
     MOVE WS-REJECT-REASON TO WS-RL-REASON
     WRITE MAP-REPORT-RECORD FROM WS-REJECT-LINE
    END-IF.
    IF WS-RECORDS-REJECTED = WS-DETAIL-LIMIT + 1
     MOVE '  (further rejected records are in REJECTS.TXT only)'
         TO MAP-REPORT-RECORD
     WRITE MAP-REPORT-RECORD
    END-IF.

WRITE-REPORT-HEADING.
    PERFORM PRINT-REPORT-HEADER.
    WRITE MAP-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO MAP-REPORT-RECORD.
    STRING 'FIELD MAPPING ' DELIMITED BY SIZE
        WS-SOURCE-LAYOUT DELIMITED BY SPACE
        ' TO ' DELIMITED BY SIZE
        WS-TARGET-LAYOUT DELIMITED BY SPACE
        ' BY MAP ' DELIMITED BY SIZE
        WS-MAP-FILE-NAME DELIMITED BY SPACE
        INTO MAP-REPORT-RECORD.
    WRITE MAP-REPORT-RECORD.
    MOVE SPACES TO MAP-REPORT-RECORD.
    STRING 'INPUT ' DELIMITED BY SIZE
        WS-SOURCE-FILE-NAME DELIMITED BY SPACE
        '  OUTPUT ' DELIMITED BY SIZE
        WS-TARGET-FILE-NAME DELIMITED BY SPACE
        INTO MAP-REPORT-RECORD.
    WRITE MAP-REPORT-RECORD.
    MOVE SPACES TO MAP-REPORT-RECORD.
    WRITE MAP-REPORT-RECORD.
    PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
        UNTIL WS-MAP-INDEX > WS-MAP-COUNT
     MOVE SPACES TO MAP-REPORT-RECORD
     STRING '  ' DELIMITED BY SIZE
         WS-MP-TARGET-NAME(WS-MAP-INDEX) DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         WS-MP-TRANSFORM(WS-MAP-INDEX) DELIMITED BY SIZE
         FUNCTION TRIM(WS-MP-ARG(WS-MAP-INDEX 1)) DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-MP-ARG(WS-MAP-INDEX 2)) DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-MP-ARG(WS-MAP-INDEX 3)) DELIMITED BY SIZE
         INTO MAP-REPORT-RECORD
     WRITE MAP-REPORT-RECORD
    END-PERFORM.
    MOVE SPACES TO MAP-REPORT-RECORD.
    WRITE MAP-REPORT-RECORD.
    MOVE ' RECORD  TARGET FIELD          REASON' TO MAP-REPORT-RECORD.
    WRITE MAP-REPORT-RECORD.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO MAP-REPORT-RECORD.
    WRITE MAP-REPORT-RECORD.
    MOVE 'RECORDS READ' TO WS-CL-LABEL.
    MOVE WS-RECORDS-READ TO WS-CL-COUNT.
    WRITE MAP-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE 'RECORDS MAPPED' TO WS-CL-LABEL.
    MOVE WS-RECORDS-WRITTEN TO WS-CL-COUNT.
    WRITE MAP-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE 'RECORDS REJECTED' TO WS-CL-LABEL.
    MOVE WS-RECORDS-REJECTED TO WS-CL-COUNT.
    WRITE MAP-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE 'HDR/TRL RECORDS PASSED' TO WS-CL-LABEL.
    MOVE WS-CONTROL-RECORDS TO WS-CL-COUNT.
    WRITE MAP-REPORT-RECORD FROM WS-COUNT-LINE.

WRITE-ONE-REJECT.
    COPY "rejects-write.cpy"
        REPLACING ==:REJ-PROGRAM-NAME:== BY =='FIELD-MAPPER'==
                   ==:REJ-REASON-CODE:==  BY =='MAP'==
                   ==:REJ-RECORD-IMAGE:== BY ==SOURCE-RECORD==.

POST-INPUT-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='FIELD-MAPPER'==
                   ==:BAL-DIRECTION:==    BY =='IN'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-RECORDS-READ==
                   ==:BAL-AMOUNT:==       BY ==0==.

POST-OUTPUT-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='FIELD-MAPPER'==
                   ==:BAL-DIRECTION:==    BY =='OUT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-RECORDS-WRITTEN==
                   ==:BAL-AMOUNT:==       BY ==0==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='FIELD-MAPPER'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='FIELD-MAPPER'==.
