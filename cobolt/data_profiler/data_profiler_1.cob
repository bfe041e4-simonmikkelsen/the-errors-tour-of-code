IDENTIFICATION DIVISION.
PROGRAM-ID. DATA-PROFILER.
AUTHOR. Simon Mikkelsen.
* Before we take on a new partner feed or change a layout we want to
* know what the data really looks like, and STATS-ANALYZER only
* summarizes one numeric column. This program walks every field of
* a file's LAYOUTDICT.TXT layout and profiles it: how often it is
* blank, how many distinct values it holds and which are the most
* frequent, its minimum and maximum (numeric for types N, P and B -
* packed and binary decoded through FIELDCONV - otherwise in
* collating order), how its trimmed lengths are distributed, and
* which character patterns it follows, every digit shown as 9 and
* every letter as A (so 1234-XY profiles as 9999-AA) and embedded
* spaces as _. A field whose contents disagree with its dictionary
* type - a type N value that is not numeric, a type D value that is
* not a real YYYYMMDD date, packed or binary bytes that do not
* decode, a type C code outside its list or its REFTABLES.TXT table
* - is counted and its first such value shown; any disagreement ends
* the run with RETURN-CODE 4. Distinct values are told apart by
* their first 30 characters and counted up to 40 per field; past
* that the count is shown as 40+.
* Records are profiled the way FILE-VALIDATOR reads them: HDR and
* TRL control records are passed over, and a layout with an @TYPE
* discriminator is profiled record type by record type, its fields
* named <code>.<field>.
* The report goes to PROFILE.RPT (standard report header, archived
* in RPTARC). The profile itself is saved as a new generation of
* PROFILE.<layout> (see GDG-RESOLVE.CPY) unless another name is
* given, thirteen generations kept so a year of monthly runs stays
* on hand, and is compared with an earlier profile - by default the
* generation that was current before this run - field by field:
* blank and mismatch rates, distinct counts, minimum and maximum,
* and fields that appeared or went away. A change worth a look is
* marked with an asterisk: a blank rate that moved ten points or
* more, mismatches where there were none, or a changed type.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATA-FILE ASSIGN TO WS-DATA-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DATA-STATUS.
    SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PROFILE-STATUS.
    SELECT EARLIER-PROFILE-FILE ASSIGN TO WS-EARLIER-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-EARLIER-STATUS.
    SELECT PROFILE-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  DATA-FILE.
01  DATA-RECORD PIC X(200).

FD  PROFILE-FILE.
01  PROFILE-RECORD PIC X(200).

FD  EARLIER-PROFILE-FILE.
01  EARLIER-PROFILE-RECORD PIC X(200).

FD  PROFILE-REPORT-FILE.
01  PROFILE-REPORT-RECORD PIC X(132).

COPY "layout-dict-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "gdg-ws.cpy".
COPY "fieldconv-linkage.cpy".
COPY "reftable-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-DATA-FILE-NAME PIC X(100).
01  WS-PROFILE-NAME PIC X(100).
01  WS-EARLIER-NAME PIC X(100).
01  WS-REPORT-NAME PIC X(100) VALUE 'PROFILE.RPT'.
01  WS-DATA-STATUS PIC X(02).
01  WS-PROFILE-STATUS PIC X(02).
01  WS-EARLIER-STATUS PIC X(02).
01  WS-DATA-EOF-FLAG PIC X VALUE 'N'.
    88  WS-DATA-EOF VALUE 'Y'.
01  WS-EARLIER-EOF-FLAG PIC X VALUE 'N'.
    88  WS-EARLIER-EOF VALUE 'Y'.
01  WS-COMPARE-FLAG PIC X VALUE 'Y'.
    88  WS-COMPARE-WANTED VALUE 'Y'.
01  WS-EARLIER-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-EARLIER-FOUND VALUE 'Y'.
01  WS-LAYOUT-NAME PIC X(20).
01  WS-RUN-DATE PIC 9(08) VALUE 0.
01  WS-FLD-INDEX PIC 9(02) VALUE 0.

* Multi-record-type support, as FILE-VALIDATOR keeps it: each type
* code's field set is loaded once and swapped into the LD- table
* record by record. WS-TV-BASE places a type's fields in the
* profile table.
01  WS-MULTI-TYPE-FLAG PIC X VALUE 'N'.
    88  WS-MULTI-TYPE VALUE 'Y'.
01  WS-SUB-LAYOUT-NAME PIC X(20).
01  WS-TYPE-POS PIC 9(03) VALUE 0.
01  WS-TYPE-LEN PIC 9(03) VALUE 0.
01  WS-CODE-LIST.
    05  WS-CODE-VALUE PIC X(12) OCCURS 8 TIMES.
01  WS-CODE-INDEX PIC 9(01) VALUE 0.
01  WS-CODE-HIT-FLAG PIC X VALUE 'N'.
    88  WS-CODE-HIT VALUE 'Y'.
01  WS-TYPE-TABLE.
    05  WS-TYPE-ENTRY OCCURS 6 TIMES.
        10  WS-TV-VALUE PIC X(12).
        10  WS-TV-FIELD-COUNT PIC 9(02).
        10  WS-TV-LAYOUT-IMAGE PIC X(2640).
        10  WS-TV-BASE PIC 9(03).
01  WS-TYPE-COUNT PIC 9(01) VALUE 0.
01  WS-TYPE-INDEX PIC 9(01) VALUE 0.
01  WS-TYPE-FOUND PIC 9(01) VALUE 0.
01  WS-RECORD-TYPE-TEXT PIC X(12).
01  WS-FIELD-BASE PIC 9(03) VALUE 0.
01  WS-NAME-PREFIX PIC X(13).

* One entry per profiled field.
01  WS-PROFILE-TABLE.
    05  WS-PF-ENTRY OCCURS 180 TIMES.
        10  WS-PF-NAME PIC X(33).
        10  WS-PF-TYPE PIC X.
        10  WS-PF-POSITION PIC 9(03).
        10  WS-PF-LENGTH PIC 9(03).
        10  WS-PF-SPEC PIC X(60).
        10  WS-PF-IN-USE-FLAG PIC X.
        10  WS-PF-SEEN PIC 9(07).
        10  WS-PF-BLANKS PIC 9(07).
        10  WS-PF-MISMATCHES PIC 9(07).
        10  WS-PF-MISMATCH-EXAMPLE PIC X(30).
        10  WS-PF-NUMBER-FLAG PIC X.
        10  WS-PF-NUM-MIN PIC S9(15)V9(02).
        10  WS-PF-NUM-MAX PIC S9(15)V9(02).
        10  WS-PF-TEXT-FLAG PIC X.
        10  WS-PF-TEXT-MIN PIC X(30).
        10  WS-PF-TEXT-MAX PIC X(30).
        10  WS-PF-MIN-LEN PIC 9(03).
        10  WS-PF-MAX-LEN PIC 9(03).
        10  WS-PF-VALUE-COUNT PIC 9(02).
        10  WS-PF-VALUE-OVERFLOW PIC X.
        10  WS-PF-VALUE OCCURS 40 TIMES.
            15  WS-PFV-TEXT PIC X(30).
            15  WS-PFV-COUNT PIC 9(07).
            15  WS-PFV-SHOWN PIC X.
        10  WS-PF-PATTERN-COUNT PIC 9(02).
        10  WS-PF-PATTERN-OTHER PIC 9(07).
        10  WS-PF-PATTERN OCCURS 12 TIMES.
            15  WS-PFP-TEXT PIC X(30).
            15  WS-PFP-COUNT PIC 9(07).
            15  WS-PFP-SHOWN PIC X.
        10  WS-PF-LENGTH-TALLY PIC 9(07) COMP OCCURS 200 TIMES.
01  WS-PF-COUNT PIC 9(03) VALUE 0.
01  WS-PF-INDEX PIC 9(03) VALUE 0.
01  WS-VALUE-INDEX PIC 9(02) VALUE 0.
01  WS-LEN-INDEX PIC 9(03) VALUE 0.
01  WS-LEN-SHOWN-TABLE.
    05  WS-LEN-SHOWN PIC X OCCURS 200 TIMES.

* The field being profiled.
01  WS-FIELD-TEXT PIC X(200).
01  WS-TRIM-LENGTH PIC 9(03) VALUE 0.
01  WS-VALUE-KEY PIC X(30).
01  WS-PATTERN-TEXT PIC X(30).
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
01  WS-CHAR PIC X.
01  WS-NUMERIC-VALUE PIC S9(15)V9(02) VALUE 0.
01  WS-WHOLE-NUMBER PIC S9(17) VALUE 0.
01  WS-INTEGER-EDIT PIC -(17)9.
01  WS-DECIMAL-EDIT PIC -(15)9.99.
01  WS-NUMBER-TEXT PIC X(30).
01  WS-DATE-NUMBER PIC 9(08) VALUE 0.

* Picking the most frequent entries for the report.
01  WS-BEST-INDEX PIC 9(03) VALUE 0.
01  WS-BEST-COUNT PIC 9(07) VALUE 0.
01  WS-PICK-INDEX PIC 9(02) VALUE 0.

* Counts and report lines.
01  WS-RECORDS-READ PIC 9(07) VALUE 0.
01  WS-RECORDS-PROFILED PIC 9(07) VALUE 0.
01  WS-RECORDS-PASSED-OVER PIC 9(07) VALUE 0.
01  WS-RECORDS-UNKNOWN-TYPE PIC 9(07) VALUE 0.
01  WS-FIELDS-WITH-MISMATCHES PIC 9(03) VALUE 0.
01  WS-PERCENT PIC 9(03)V9 VALUE 0.
01  WS-PERCENT-EDIT PIC ZZ9.9.
01  WS-EARLIER-PERCENT PIC 9(03)V9 VALUE 0.
01  WS-EARLIER-PERCENT-EDIT PIC ZZ9.9.
01  WS-PERCENT-SHIFT PIC S9(03)V9 VALUE 0.
01  WS-COUNT-EDIT PIC Z(06)9.
01  WS-EARLIER-COUNT-EDIT PIC Z(06)9.
01  WS-SHORT-EDIT PIC ZZ9.
01  WS-LENGTH-EDIT PIC ZZ9.
01  WS-REPORT-POINTER PIC 9(03) VALUE 1.
01  WS-MARK PIC X.
* Values are printed and saved with their control characters shown
* as '?'.
01  WS-CONTROL-CHARACTERS PIC X(32) VALUE
    X'000102030405060708090A0B0C0D0E0F101112131415161718191A1B1C1D1E1F'.
01  WS-CONTROL-MARKS PIC X(32) VALUE ALL '?'.

* Saved-profile lines: a HEAD line, then per field an FLD line
* followed by its TOP values, PAT patterns and LEN lengths.
01  WS-PROFILE-LINE.
    05  WS-PL-KIND PIC X(04).
    05  WS-PL-NAME PIC X(33).
    05  WS-PL-BODY PIC X(163).
01  WS-PL-HEAD REDEFINES WS-PROFILE-LINE.
    05  FILLER PIC X(37).
    05  WS-PLH-RUN-ID PIC X(13).
    05  WS-PLH-DATE PIC 9(08).
    05  WS-PLH-RECORDS PIC 9(07).
    05  WS-PLH-DATA-FILE PIC X(100).
    05  FILLER PIC X(35).
01  WS-PL-FIELD REDEFINES WS-PROFILE-LINE.
    05  FILLER PIC X(37).
    05  WS-PLF-TYPE PIC X.
    05  WS-PLF-SEEN PIC 9(07).
    05  WS-PLF-BLANKS PIC 9(07).
    05  WS-PLF-DISTINCT PIC 9(03).
    05  WS-PLF-OVERFLOW PIC X.
    05  WS-PLF-MISMATCHES PIC 9(07).
    05  WS-PLF-MIN PIC X(30).
    05  WS-PLF-MAX PIC X(30).
    05  WS-PLF-MIN-LEN PIC 9(03).
    05  WS-PLF-MAX-LEN PIC 9(03).
    05  FILLER PIC X(71).
01  WS-PL-ITEM REDEFINES WS-PROFILE-LINE.
    05  FILLER PIC X(37).
    05  WS-PLI-COUNT PIC 9(07).
    05  WS-PLI-TEXT PIC X(30).
    05  FILLER PIC X(126).

* The earlier profile's field lines, for the comparison.
01  WS-EARLIER-TABLE.
    05  WS-EP-ENTRY OCCURS 180 TIMES.
        10  WS-EP-NAME PIC X(33).
        10  WS-EP-TYPE PIC X.
        10  WS-EP-SEEN PIC 9(07).
        10  WS-EP-BLANKS PIC 9(07).
        10  WS-EP-DISTINCT PIC 9(03).
        10  WS-EP-OVERFLOW PIC X.
        10  WS-EP-MISMATCHES PIC 9(07).
        10  WS-EP-MIN PIC X(30).
        10  WS-EP-MAX PIC X(30).
        10  WS-EP-MATCHED PIC X.
01  WS-EP-COUNT PIC 9(03) VALUE 0.
01  WS-EP-INDEX PIC 9(03) VALUE 0.
01  WS-EP-FOUND PIC 9(03) VALUE 0.
01  WS-EARLIER-RUN-ID PIC X(13).
01  WS-EARLIER-DATE PIC 9(08) VALUE 0.
01  WS-EARLIER-RECORDS PIC 9(07) VALUE 0.
01  WS-MIN-TEXT PIC X(30).
01  WS-MAX-TEXT PIC X(30).
01  WS-DISTINCT-TEXT PIC X(04).
01  WS-EARLIER-DISTINCT-TEXT PIC X(04).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    DISPLAY 'Data file to profile: ' WITH NO ADVANCING.
    ACCEPT WS-DATA-FILE-NAME.
    DISPLAY 'Layout name: ' WITH NO ADVANCING.
    ACCEPT WS-LAYOUT-NAME.
    DISPLAY 'Save profile as (blank = the next generation of '
        'PROFILE.<layout>): ' WITH NO ADVANCING.
    ACCEPT WS-PROFILE-NAME.
    DISPLAY 'Compare with earlier profile (blank = the current '
        'generation, NONE = no comparison): ' WITH NO ADVANCING.
    ACCEPT WS-EARLIER-NAME.

* The earlier generation is resolved before the new one is cut, so
* (0) still means the profile that was current before this run.
    IF FUNCTION UPPER-CASE(WS-EARLIER-NAME) = 'NONE'
     MOVE 'N' TO WS-COMPARE-FLAG
    ELSE
     IF WS-EARLIER-NAME = SPACES
      STRING 'PROFILE.' DELIMITED BY SIZE
          WS-LAYOUT-NAME DELIMITED BY SPACE
          '(0)' DELIMITED BY SIZE
          INTO WS-EARLIER-NAME
     END-IF
     PERFORM RESOLVE-EARLIER-GENERATION
    END-IF.
    IF WS-PROFILE-NAME = SPACES
     STRING 'PROFILE.' DELIMITED BY SIZE
         WS-LAYOUT-NAME DELIMITED BY SPACE
         '(+1)' DELIMITED BY SIZE
         INTO WS-PROFILE-NAME
    END-IF.

    MOVE WS-LAYOUT-NAME TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    PERFORM DETECT-RECORD-TYPE-SETUP.
    IF NOT WS-MULTI-TYPE
     MOVE 0 TO WS-FIELD-BASE
     MOVE SPACES TO WS-NAME-PREFIX
     PERFORM REGISTER-LAYOUT-FIELDS
    END-IF.

    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
     DISPLAY 'Cannot open data file: ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM PROFILE-ONE-RECORD UNTIL WS-DATA-EOF.
    CLOSE DATA-FILE.

    IF WS-COMPARE-WANTED
     PERFORM LOAD-EARLIER-PROFILE
    END-IF.
    MOVE 13 TO GDG-RETENTION.
    PERFORM RESOLVE-PROFILE-GENERATION.
    OPEN OUTPUT PROFILE-FILE.
    IF WS-PROFILE-STATUS NOT = '00'
     DISPLAY 'Cannot save profile as ' WS-PROFILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT PROFILE-REPORT-FILE.
    PERFORM WRITE-PROFILE-HEAD.
    PERFORM PRINT-REPORT-HEADER.
    WRITE PROFILE-REPORT-RECORD FROM RPTHDR-LINE.
    PERFORM WRITE-REPORT-TITLE.
    PERFORM REPORT-ONE-FIELD
        VARYING WS-PF-INDEX FROM 1 BY 1
        UNTIL WS-PF-INDEX > WS-PF-COUNT.
    IF WS-COMPARE-WANTED
     PERFORM WRITE-COMPARISON
    END-IF.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE PROFILE-FILE.
    CLOSE PROFILE-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

    DISPLAY 'RECORDS PROFILED  : ' WS-RECORDS-PROFILED.
    DISPLAY 'FIELDS PROFILED   : ' WS-PF-COUNT.
    DISPLAY 'FIELDS DISAGREEING WITH THEIR TYPE: '
        WS-FIELDS-WITH-MISMATCHES.
    DISPLAY 'Profile saved as ' FUNCTION TRIM(WS-PROFILE-NAME)
        ', report ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    IF WS-FIELDS-WITH-MISMATCHES > 0
     MOVE 4 TO RETURN-CODE
    ELSE
     MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

DETECT-RECORD-TYPE-SETUP.
    MOVE 'N' TO WS-MULTI-TYPE-FLAG.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(WS-FLD-INDEX)) = '@TYPE'
      SET WS-MULTI-TYPE TO TRUE
      MOVE LD-POSITION(WS-FLD-INDEX) TO WS-TYPE-POS
      MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-TYPE-LEN
      IF WS-TYPE-LEN > 12
       MOVE 12 TO WS-TYPE-LEN
      END-IF
      MOVE SPACES TO WS-CODE-LIST
      UNSTRING LD-SPEC(WS-FLD-INDEX) DELIMITED BY '|'
          INTO WS-CODE-VALUE(1) WS-CODE-VALUE(2) WS-CODE-VALUE(3)
               WS-CODE-VALUE(4) WS-CODE-VALUE(5) WS-CODE-VALUE(6)
     END-IF
    END-PERFORM.
    IF WS-MULTI-TYPE
     MOVE 0 TO WS-TYPE-COUNT
     PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1
         UNTIL WS-CODE-INDEX > 6
      IF WS-CODE-VALUE(WS-CODE-INDEX) NOT = SPACES
       ADD 1 TO WS-TYPE-COUNT
       MOVE WS-CODE-VALUE(WS-CODE-INDEX)
           TO WS-TV-VALUE(WS-TYPE-COUNT)
      END-IF
     END-PERFORM
     PERFORM LOAD-ONE-SUB-LAYOUT
         VARYING WS-TYPE-INDEX FROM 1 BY 1
         UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
    END-IF.

LOAD-ONE-SUB-LAYOUT.
    MOVE SPACES TO WS-SUB-LAYOUT-NAME.
    STRING WS-LAYOUT-NAME DELIMITED BY SPACE
        '.' DELIMITED BY SIZE
        WS-TV-VALUE(WS-TYPE-INDEX) DELIMITED BY SPACE
        INTO WS-SUB-LAYOUT-NAME.
    MOVE WS-SUB-LAYOUT-NAME TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    MOVE LAYOUT-DICT-FIELD-COUNT
        TO WS-TV-FIELD-COUNT(WS-TYPE-INDEX).
    MOVE LAYOUT-DICT-TABLE
        TO WS-TV-LAYOUT-IMAGE(WS-TYPE-INDEX).
    MOVE WS-PF-COUNT TO WS-TV-BASE(WS-TYPE-INDEX).
    MOVE WS-PF-COUNT TO WS-FIELD-BASE.
    MOVE SPACES TO WS-NAME-PREFIX.
    STRING WS-TV-VALUE(WS-TYPE-INDEX) DELIMITED BY SPACE
        '.' DELIMITED BY SIZE
        INTO WS-NAME-PREFIX.
    PERFORM REGISTER-LAYOUT-FIELDS.

REGISTER-LAYOUT-FIELDS.
* Every field takes an entry, so entry = base + field number; the
* @ pseudo-fields and fields that lie outside the record are simply
* never profiled.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
        OR WS-PF-COUNT >= 180
     ADD 1 TO WS-PF-COUNT
     MOVE WS-PF-COUNT TO WS-PF-INDEX
     MOVE SPACES TO WS-PF-NAME(WS-PF-INDEX)
     STRING WS-NAME-PREFIX DELIMITED BY SPACE
         LD-FIELD-NAME(WS-FLD-INDEX) DELIMITED BY SPACE
         INTO WS-PF-NAME(WS-PF-INDEX)
     MOVE LD-TYPE(WS-FLD-INDEX) TO WS-PF-TYPE(WS-PF-INDEX)
     MOVE LD-POSITION(WS-FLD-INDEX) TO WS-PF-POSITION(WS-PF-INDEX)
     MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-PF-LENGTH(WS-PF-INDEX)
     MOVE LD-SPEC(WS-FLD-INDEX) TO WS-PF-SPEC(WS-PF-INDEX)
     IF LD-FIELD-NAME(WS-FLD-INDEX)(1:1) = '@'
         OR LD-POSITION(WS-FLD-INDEX) = 0
         OR LD-LENGTH(WS-FLD-INDEX) = 0
         OR LD-POSITION(WS-FLD-INDEX) + LD-LENGTH(WS-FLD-INDEX) > 201
      MOVE 'N' TO WS-PF-IN-USE-FLAG(WS-PF-INDEX)
     ELSE
      MOVE 'Y' TO WS-PF-IN-USE-FLAG(WS-PF-INDEX)
     END-IF
     MOVE 0 TO WS-PF-SEEN(WS-PF-INDEX)
     MOVE 0 TO WS-PF-BLANKS(WS-PF-INDEX)
     MOVE 0 TO WS-PF-MISMATCHES(WS-PF-INDEX)
     MOVE SPACES TO WS-PF-MISMATCH-EXAMPLE(WS-PF-INDEX)
     MOVE 'N' TO WS-PF-NUMBER-FLAG(WS-PF-INDEX)
     MOVE 'N' TO WS-PF-TEXT-FLAG(WS-PF-INDEX)
     MOVE 0 TO WS-PF-MIN-LEN(WS-PF-INDEX)
     MOVE 0 TO WS-PF-MAX-LEN(WS-PF-INDEX)
     MOVE 0 TO WS-PF-VALUE-COUNT(WS-PF-INDEX)
     MOVE 'N' TO WS-PF-VALUE-OVERFLOW(WS-PF-INDEX)
     MOVE 0 TO WS-PF-PATTERN-COUNT(WS-PF-INDEX)
     MOVE 0 TO WS-PF-PATTERN-OTHER(WS-PF-INDEX)
     PERFORM VARYING WS-LEN-INDEX FROM 1 BY 1
         UNTIL WS-LEN-INDEX > 200
      MOVE 0 TO WS-PF-LENGTH-TALLY(WS-PF-INDEX, WS-LEN-INDEX)
     END-PERFORM
    END-PERFORM.

PROFILE-ONE-RECORD.
    READ DATA-FILE
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORDS-READ
      IF WS-MULTI-TYPE
       PERFORM SELECT-RECORD-TYPE
       IF WS-TYPE-FOUND = 0
        ADD 1 TO WS-RECORDS-UNKNOWN-TYPE
       ELSE
        MOVE WS-TV-BASE(WS-TYPE-FOUND) TO WS-FIELD-BASE
        PERFORM PROFILE-RECORD-FIELDS
       END-IF
      ELSE
       IF DATA-RECORD(1:3) = 'HDR' OR DATA-RECORD(1:3) = 'TRL'
        ADD 1 TO WS-RECORDS-PASSED-OVER
       ELSE
        PERFORM PROFILE-RECORD-FIELDS
       END-IF
      END-IF
    END-READ.

SELECT-RECORD-TYPE.
    MOVE SPACES TO WS-RECORD-TYPE-TEXT.
    MOVE DATA-RECORD(WS-TYPE-POS:WS-TYPE-LEN) TO WS-RECORD-TYPE-TEXT.
    MOVE 0 TO WS-TYPE-FOUND.
    PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
        UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
     IF WS-TV-VALUE(WS-TYPE-INDEX) = WS-RECORD-TYPE-TEXT
      MOVE WS-TYPE-INDEX TO WS-TYPE-FOUND
     END-IF
    END-PERFORM.
    IF WS-TYPE-FOUND > 0
     MOVE WS-TV-LAYOUT-IMAGE(WS-TYPE-FOUND) TO LAYOUT-DICT-TABLE
     MOVE WS-TV-FIELD-COUNT(WS-TYPE-FOUND) TO LAYOUT-DICT-FIELD-COUNT
    END-IF.

PROFILE-RECORD-FIELDS.
    ADD 1 TO WS-RECORDS-PROFILED.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
        OR WS-FIELD-BASE + WS-FLD-INDEX > WS-PF-COUNT
     COMPUTE WS-PF-INDEX = WS-FIELD-BASE + WS-FLD-INDEX
     IF WS-PF-IN-USE-FLAG(WS-PF-INDEX) = 'Y'
      PERFORM PROFILE-ONE-FIELD
     END-IF
    END-PERFORM.

PROFILE-ONE-FIELD.
* Packed and binary values are profiled in their decoded, printable
* form; everything else as the characters the record holds.
    ADD 1 TO WS-PF-SEEN(WS-PF-INDEX).
    MOVE SPACES TO WS-FIELD-TEXT.
    MOVE DATA-RECORD(WS-PF-POSITION(WS-PF-INDEX):
        WS-PF-LENGTH(WS-PF-INDEX)) TO WS-FIELD-TEXT.
    IF WS-FIELD-TEXT = SPACES
     ADD 1 TO WS-PF-BLANKS(WS-PF-INDEX)
    ELSE
     IF WS-PF-TYPE(WS-PF-INDEX) = 'P' OR WS-PF-TYPE(WS-PF-INDEX) = 'B'
      PERFORM DECODE-CONVERTED-FIELD
     ELSE
      PERFORM PROFILE-FIELD-TEXT
      PERFORM CHECK-FIELD-AGAINST-TYPE
     END-IF
    END-IF.

DECODE-CONVERTED-FIELD.
    MOVE 'EXT' TO FIELDCONV-OPERATION.
    MOVE WS-PF-TYPE(WS-PF-INDEX) TO FIELDCONV-TYPE.
    IF WS-PF-LENGTH(WS-PF-INDEX) > 18
     MOVE 18 TO FIELDCONV-LENGTH
    ELSE
     MOVE WS-PF-LENGTH(WS-PF-INDEX) TO FIELDCONV-LENGTH
    END-IF.
    MOVE 0 TO FIELDCONV-SCALE.
    MOVE SPACES TO FIELDCONV-BYTES.
    MOVE WS-FIELD-TEXT(1:FIELDCONV-LENGTH) TO FIELDCONV-BYTES.
    CALL 'FIELDCONV' USING FIELDCONV-REQUEST.
    IF FIELDCONV-RESULT NOT = '00'
     MOVE '(bytes that do not decode)' TO WS-FIELD-TEXT
     PERFORM NOTE-TYPE-MISMATCH
    ELSE
     MOVE FIELDCONV-VALUE TO WS-NUMERIC-VALUE
     PERFORM EDIT-NUMERIC-VALUE
     MOVE WS-NUMBER-TEXT TO WS-FIELD-TEXT
     PERFORM PROFILE-FIELD-TEXT
     PERFORM NOTE-NUMERIC-VALUE
    END-IF.

PROFILE-FIELD-TEXT.
    COMPUTE WS-TRIM-LENGTH =
        FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-TEXT TRAILING)).
    ADD 1 TO WS-PF-LENGTH-TALLY(WS-PF-INDEX, WS-TRIM-LENGTH).
    IF WS-PF-MIN-LEN(WS-PF-INDEX) = 0
        OR WS-TRIM-LENGTH < WS-PF-MIN-LEN(WS-PF-INDEX)
     MOVE WS-TRIM-LENGTH TO WS-PF-MIN-LEN(WS-PF-INDEX)
    END-IF.
    IF WS-TRIM-LENGTH > WS-PF-MAX-LEN(WS-PF-INDEX)
     MOVE WS-TRIM-LENGTH TO WS-PF-MAX-LEN(WS-PF-INDEX)
    END-IF.

    MOVE WS-FIELD-TEXT(1:30) TO WS-VALUE-KEY.
    MOVE 0 TO WS-BEST-INDEX.
    PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
        UNTIL WS-VALUE-INDEX > WS-PF-VALUE-COUNT(WS-PF-INDEX)
        OR WS-BEST-INDEX > 0
     IF WS-PFV-TEXT(WS-PF-INDEX, WS-VALUE-INDEX) = WS-VALUE-KEY
      MOVE WS-VALUE-INDEX TO WS-BEST-INDEX
     END-IF
    END-PERFORM.
    EVALUATE TRUE
     WHEN WS-BEST-INDEX > 0
      ADD 1 TO WS-PFV-COUNT(WS-PF-INDEX, WS-BEST-INDEX)
     WHEN WS-PF-VALUE-COUNT(WS-PF-INDEX) < 40
      ADD 1 TO WS-PF-VALUE-COUNT(WS-PF-INDEX)
      MOVE WS-PF-VALUE-COUNT(WS-PF-INDEX) TO WS-VALUE-INDEX
      MOVE WS-VALUE-KEY TO WS-PFV-TEXT(WS-PF-INDEX, WS-VALUE-INDEX)
      MOVE 1 TO WS-PFV-COUNT(WS-PF-INDEX, WS-VALUE-INDEX)
     WHEN OTHER
      MOVE 'Y' TO WS-PF-VALUE-OVERFLOW(WS-PF-INDEX)
    END-EVALUATE.

    MOVE SPACES TO WS-PATTERN-TEXT.
    PERFORM BUILD-ONE-PATTERN-CHARACTER
        VARYING WS-CHAR-INDEX FROM 1 BY 1
        UNTIL WS-CHAR-INDEX > WS-TRIM-LENGTH OR WS-CHAR-INDEX > 30.
    MOVE 0 TO WS-BEST-INDEX.
    PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
        UNTIL WS-VALUE-INDEX > WS-PF-PATTERN-COUNT(WS-PF-INDEX)
        OR WS-BEST-INDEX > 0
     IF WS-PFP-TEXT(WS-PF-INDEX, WS-VALUE-INDEX) = WS-PATTERN-TEXT
      MOVE WS-VALUE-INDEX TO WS-BEST-INDEX
     END-IF
    END-PERFORM.
    EVALUATE TRUE
     WHEN WS-BEST-INDEX > 0
      ADD 1 TO WS-PFP-COUNT(WS-PF-INDEX, WS-BEST-INDEX)
     WHEN WS-PF-PATTERN-COUNT(WS-PF-INDEX) < 12
      ADD 1 TO WS-PF-PATTERN-COUNT(WS-PF-INDEX)
      MOVE WS-PF-PATTERN-COUNT(WS-PF-INDEX) TO WS-VALUE-INDEX
      MOVE WS-PATTERN-TEXT TO WS-PFP-TEXT(WS-PF-INDEX, WS-VALUE-INDEX)
      MOVE 1 TO WS-PFP-COUNT(WS-PF-INDEX, WS-VALUE-INDEX)
     WHEN OTHER
      ADD 1 TO WS-PF-PATTERN-OTHER(WS-PF-INDEX)
    END-EVALUATE.

BUILD-ONE-PATTERN-CHARACTER.
    MOVE WS-FIELD-TEXT(WS-CHAR-INDEX:1) TO WS-CHAR.
    EVALUATE TRUE
     WHEN WS-CHAR = SPACE
      MOVE '_' TO WS-PATTERN-TEXT(WS-CHAR-INDEX:1)
     WHEN WS-CHAR IS NUMERIC
      MOVE '9' TO WS-PATTERN-TEXT(WS-CHAR-INDEX:1)
     WHEN WS-CHAR IS ALPHABETIC
      MOVE 'A' TO WS-PATTERN-TEXT(WS-CHAR-INDEX:1)
     WHEN WS-CHAR < SPACE
      MOVE '?' TO WS-PATTERN-TEXT(WS-CHAR-INDEX:1)
     WHEN OTHER
      MOVE WS-CHAR TO WS-PATTERN-TEXT(WS-CHAR-INDEX:1)
    END-EVALUATE.

CHECK-FIELD-AGAINST-TYPE.
* Numeric fields keep a numeric minimum and maximum; the rest keep
* theirs in collating order.
    EVALUATE WS-PF-TYPE(WS-PF-INDEX)
     WHEN 'N'
      IF FUNCTION TEST-NUMVAL(WS-FIELD-TEXT(1:WS-TRIM-LENGTH)) = 0
       COMPUTE WS-NUMERIC-VALUE =
           FUNCTION NUMVAL(WS-FIELD-TEXT(1:WS-TRIM-LENGTH))
       PERFORM NOTE-NUMERIC-VALUE
      ELSE
       PERFORM NOTE-TYPE-MISMATCH
      END-IF
     WHEN 'D'
      PERFORM NOTE-TEXT-VALUE
      IF WS-FIELD-TEXT(1:8) IS NUMERIC
       MOVE WS-FIELD-TEXT(1:8) TO WS-DATE-NUMBER
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMBER) NOT = 0
        PERFORM NOTE-TYPE-MISMATCH
       END-IF
      ELSE
       PERFORM NOTE-TYPE-MISMATCH
      END-IF
     WHEN 'C'
      PERFORM NOTE-TEXT-VALUE
      IF WS-PF-SPEC(WS-PF-INDEX)(1:6) = 'TABLE:'
       MOVE 'CHK' TO REFTABLE-OPERATION
       MOVE WS-PF-SPEC(WS-PF-INDEX)(7:20) TO REFTABLE-NAME
       MOVE WS-FIELD-TEXT(1:12) TO REFTABLE-CODE
       MOVE WS-RUN-DATE TO REFTABLE-DATE
       CALL 'REFTABLES' USING REFTABLE-REQUEST
       IF REFTABLE-RESULT NOT = '00'
        PERFORM NOTE-TYPE-MISMATCH
       END-IF
      ELSE
       IF WS-PF-SPEC(WS-PF-INDEX) NOT = SPACES
        PERFORM CHECK-LISTED-CODE
       END-IF
      END-IF
     WHEN OTHER
      PERFORM NOTE-TEXT-VALUE
    END-EVALUATE.

CHECK-LISTED-CODE.
    MOVE SPACES TO WS-CODE-LIST.
    UNSTRING WS-PF-SPEC(WS-PF-INDEX) DELIMITED BY '|'
        INTO WS-CODE-VALUE(1) WS-CODE-VALUE(2) WS-CODE-VALUE(3)
             WS-CODE-VALUE(4) WS-CODE-VALUE(5) WS-CODE-VALUE(6)
             WS-CODE-VALUE(7) WS-CODE-VALUE(8).
    MOVE 'N' TO WS-CODE-HIT-FLAG.
    PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1
        UNTIL WS-CODE-INDEX > 8
     IF WS-CODE-VALUE(WS-CODE-INDEX) NOT = SPACES
         AND WS-FIELD-TEXT(1:12) = WS-CODE-VALUE(WS-CODE-INDEX)
      MOVE 'Y' TO WS-CODE-HIT-FLAG
     END-IF
    END-PERFORM.
    IF NOT WS-CODE-HIT
     PERFORM NOTE-TYPE-MISMATCH
    END-IF.

NOTE-TYPE-MISMATCH.
    IF WS-PF-MISMATCHES(WS-PF-INDEX) = 0
     MOVE WS-FIELD-TEXT(1:30) TO WS-PF-MISMATCH-EXAMPLE(WS-PF-INDEX)
     ADD 1 TO WS-FIELDS-WITH-MISMATCHES
    END-IF.
    ADD 1 TO WS-PF-MISMATCHES(WS-PF-INDEX).

NOTE-NUMERIC-VALUE.
    IF WS-PF-NUMBER-FLAG(WS-PF-INDEX) = 'N'
     MOVE 'Y' TO WS-PF-NUMBER-FLAG(WS-PF-INDEX)
     MOVE WS-NUMERIC-VALUE TO WS-PF-NUM-MIN(WS-PF-INDEX)
     MOVE WS-NUMERIC-VALUE TO WS-PF-NUM-MAX(WS-PF-INDEX)
    END-IF.
    IF WS-NUMERIC-VALUE < WS-PF-NUM-MIN(WS-PF-INDEX)
     MOVE WS-NUMERIC-VALUE TO WS-PF-NUM-MIN(WS-PF-INDEX)
    END-IF.
    IF WS-NUMERIC-VALUE > WS-PF-NUM-MAX(WS-PF-INDEX)
     MOVE WS-NUMERIC-VALUE TO WS-PF-NUM-MAX(WS-PF-INDEX)
    END-IF.

NOTE-TEXT-VALUE.
    IF WS-PF-TEXT-FLAG(WS-PF-INDEX) = 'N'
     MOVE 'Y' TO WS-PF-TEXT-FLAG(WS-PF-INDEX)
     MOVE WS-FIELD-TEXT(1:30) TO WS-PF-TEXT-MIN(WS-PF-INDEX)
     MOVE WS-FIELD-TEXT(1:30) TO WS-PF-TEXT-MAX(WS-PF-INDEX)
    END-IF.
    IF WS-FIELD-TEXT(1:30) < WS-PF-TEXT-MIN(WS-PF-INDEX)
     MOVE WS-FIELD-TEXT(1:30) TO WS-PF-TEXT-MIN(WS-PF-INDEX)
    END-IF.
    IF WS-FIELD-TEXT(1:30) > WS-PF-TEXT-MAX(WS-PF-INDEX)
     MOVE WS-FIELD-TEXT(1:30) TO WS-PF-TEXT-MAX(WS-PF-INDEX)
    END-IF.

EDIT-NUMERIC-VALUE.
* A number in its plain form - no leading zeros, a leading minus,
* decimals only when it has them.
    MOVE WS-NUMERIC-VALUE TO WS-WHOLE-NUMBER.
    MOVE SPACES TO WS-NUMBER-TEXT.
    IF WS-WHOLE-NUMBER = WS-NUMERIC-VALUE
     MOVE WS-WHOLE-NUMBER TO WS-INTEGER-EDIT
     MOVE FUNCTION TRIM(WS-INTEGER-EDIT) TO WS-NUMBER-TEXT
    ELSE
     MOVE WS-NUMERIC-VALUE TO WS-DECIMAL-EDIT
     MOVE FUNCTION TRIM(WS-DECIMAL-EDIT) TO WS-NUMBER-TEXT
    END-IF.

SET-MIN-MAX-TEXT.
    MOVE SPACES TO WS-MIN-TEXT.
    MOVE SPACES TO WS-MAX-TEXT.
    IF WS-PF-NUMBER-FLAG(WS-PF-INDEX) = 'Y'
     MOVE WS-PF-NUM-MIN(WS-PF-INDEX) TO WS-NUMERIC-VALUE
     PERFORM EDIT-NUMERIC-VALUE
     MOVE WS-NUMBER-TEXT TO WS-MIN-TEXT
     MOVE WS-PF-NUM-MAX(WS-PF-INDEX) TO WS-NUMERIC-VALUE
     PERFORM EDIT-NUMERIC-VALUE
     MOVE WS-NUMBER-TEXT TO WS-MAX-TEXT
    ELSE
     IF WS-PF-TEXT-FLAG(WS-PF-INDEX) = 'Y'
      MOVE WS-PF-TEXT-MIN(WS-PF-INDEX) TO WS-MIN-TEXT
      MOVE WS-PF-TEXT-MAX(WS-PF-INDEX) TO WS-MAX-TEXT
     END-IF
    END-IF.

SET-DISTINCT-TEXT.
    MOVE SPACES TO WS-DISTINCT-TEXT.
    MOVE WS-PF-VALUE-COUNT(WS-PF-INDEX) TO WS-SHORT-EDIT.
    IF WS-PF-VALUE-OVERFLOW(WS-PF-INDEX) = 'Y'
     STRING FUNCTION TRIM(WS-SHORT-EDIT) '+' DELIMITED BY SIZE
         INTO WS-DISTINCT-TEXT
    ELSE
     MOVE FUNCTION TRIM(WS-SHORT-EDIT) TO WS-DISTINCT-TEXT
    END-IF.

SET-BLANK-PERCENT.
    IF WS-PF-SEEN(WS-PF-INDEX) = 0
     MOVE 0 TO WS-PERCENT
    ELSE
     COMPUTE WS-PERCENT ROUNDED =
         WS-PF-BLANKS(WS-PF-INDEX) * 100 / WS-PF-SEEN(WS-PF-INDEX)
    END-IF.
    MOVE WS-PERCENT TO WS-PERCENT-EDIT.

WRITE-PROFILE-HEAD.
    MOVE SPACES TO WS-PROFILE-LINE.
    MOVE 'HEAD' TO WS-PL-KIND.
    MOVE WS-LAYOUT-NAME TO WS-PL-NAME.
    MOVE RUN-ID-STAMP TO WS-PLH-RUN-ID.
    MOVE WS-RUN-DATE TO WS-PLH-DATE.
    MOVE WS-RECORDS-PROFILED TO WS-PLH-RECORDS.
    MOVE WS-DATA-FILE-NAME TO WS-PLH-DATA-FILE.
    PERFORM WRITE-PROFILE-LINE.

WRITE-REPORT-TITLE.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    MOVE WS-RECORDS-PROFILED TO WS-COUNT-EDIT.
    STRING 'PROFILE OF ' DELIMITED BY SIZE
        WS-DATA-FILE-NAME DELIMITED BY SPACE
        ' (LAYOUT ' DELIMITED BY SIZE
        WS-LAYOUT-NAME DELIMITED BY SPACE
        ') - ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        ' RECORDS PROFILED' DELIMITED BY SIZE
        INTO PROFILE-REPORT-RECORD.
    WRITE PROFILE-REPORT-RECORD.

REPORT-ONE-FIELD.
* The report block and the saved FLD/TOP/PAT/LEN lines are written
* together, the same most-frequent picks going to both.
    IF WS-PF-IN-USE-FLAG(WS-PF-INDEX) = 'Y'
     PERFORM SET-BLANK-PERCENT
     PERFORM SET-DISTINCT-TEXT
     PERFORM SET-MIN-MAX-TEXT
     MOVE SPACES TO PROFILE-REPORT-RECORD
     WRITE PROFILE-REPORT-RECORD
     MOVE SPACES TO PROFILE-REPORT-RECORD
     MOVE WS-PF-POSITION(WS-PF-INDEX) TO WS-SHORT-EDIT
     MOVE WS-PF-LENGTH(WS-PF-INDEX) TO WS-LENGTH-EDIT
     STRING 'FIELD ' DELIMITED BY SIZE
         WS-PF-NAME(WS-PF-INDEX) DELIMITED BY SPACE
         '  TYPE ' DELIMITED BY SIZE
         WS-PF-TYPE(WS-PF-INDEX) DELIMITED BY SIZE
         '  POSITION ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-SHORT-EDIT) DELIMITED BY SIZE
         '  LENGTH ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-LENGTH-EDIT) DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     WRITE PROFILE-REPORT-RECORD
     MOVE SPACES TO PROFILE-REPORT-RECORD
     MOVE WS-PF-BLANKS(WS-PF-INDEX) TO WS-COUNT-EDIT
     STRING '  BLANK ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-PERCENT-EDIT) DELIMITED BY SIZE
         '% (' DELIMITED BY SIZE
         FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
         ')   DISTINCT ' DELIMITED BY SIZE
         WS-DISTINCT-TEXT DELIMITED BY SPACE
         INTO PROFILE-REPORT-RECORD
     WRITE PROFILE-REPORT-RECORD
     MOVE SPACES TO PROFILE-REPORT-RECORD
     STRING '  MIN ''' DELIMITED BY SIZE
         FUNCTION TRIM(WS-MIN-TEXT TRAILING) DELIMITED BY SIZE
         '''   MAX ''' DELIMITED BY SIZE
         FUNCTION TRIM(WS-MAX-TEXT TRAILING) DELIMITED BY SIZE
         '''' DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     PERFORM WRITE-VALUE-LINE
     IF WS-PF-MISMATCHES(WS-PF-INDEX) > 0
      MOVE SPACES TO PROFILE-REPORT-RECORD
      MOVE WS-PF-MISMATCHES(WS-PF-INDEX) TO WS-COUNT-EDIT
      STRING '  ** DISAGREES WITH TYPE ' DELIMITED BY SIZE
          WS-PF-TYPE(WS-PF-INDEX) DELIMITED BY SIZE
          ': ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
          ' VALUE(S), FIRST ''' DELIMITED BY SIZE
          FUNCTION TRIM(WS-PF-MISMATCH-EXAMPLE(WS-PF-INDEX) TRAILING)
              DELIMITED BY SIZE
          '''' DELIMITED BY SIZE
          INTO PROFILE-REPORT-RECORD
      PERFORM WRITE-VALUE-LINE
     END-IF
     PERFORM WRITE-FIELD-PROFILE-LINE
     PERFORM REPORT-TOP-VALUES
     PERFORM REPORT-TOP-PATTERNS
     PERFORM REPORT-TOP-LENGTHS
    END-IF.

WRITE-FIELD-PROFILE-LINE.
    MOVE SPACES TO WS-PROFILE-LINE.
    MOVE 'FLD' TO WS-PL-KIND.
    MOVE WS-PF-NAME(WS-PF-INDEX) TO WS-PL-NAME.
    MOVE WS-PF-TYPE(WS-PF-INDEX) TO WS-PLF-TYPE.
    MOVE WS-PF-SEEN(WS-PF-INDEX) TO WS-PLF-SEEN.
    MOVE WS-PF-BLANKS(WS-PF-INDEX) TO WS-PLF-BLANKS.
    MOVE WS-PF-VALUE-COUNT(WS-PF-INDEX) TO WS-PLF-DISTINCT.
    MOVE WS-PF-VALUE-OVERFLOW(WS-PF-INDEX) TO WS-PLF-OVERFLOW.
    MOVE WS-PF-MISMATCHES(WS-PF-INDEX) TO WS-PLF-MISMATCHES.
    MOVE WS-MIN-TEXT TO WS-PLF-MIN.
    MOVE WS-MAX-TEXT TO WS-PLF-MAX.
    MOVE WS-PF-MIN-LEN(WS-PF-INDEX) TO WS-PLF-MIN-LEN.
    MOVE WS-PF-MAX-LEN(WS-PF-INDEX) TO WS-PLF-MAX-LEN.
    PERFORM WRITE-PROFILE-LINE.

REPORT-TOP-VALUES.
    PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
        UNTIL WS-VALUE-INDEX > 40
     MOVE 'N' TO WS-PFV-SHOWN(WS-PF-INDEX, WS-VALUE-INDEX)
    END-PERFORM.
    PERFORM VARYING WS-PICK-INDEX FROM 1 BY 1
        UNTIL WS-PICK-INDEX > 5
     MOVE 0 TO WS-BEST-INDEX
     MOVE 0 TO WS-BEST-COUNT
     PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
         UNTIL WS-VALUE-INDEX > WS-PF-VALUE-COUNT(WS-PF-INDEX)
      IF WS-PFV-SHOWN(WS-PF-INDEX, WS-VALUE-INDEX) = 'N'
          AND WS-PFV-COUNT(WS-PF-INDEX, WS-VALUE-INDEX)
              > WS-BEST-COUNT
       MOVE WS-VALUE-INDEX TO WS-BEST-INDEX
       MOVE WS-PFV-COUNT(WS-PF-INDEX, WS-VALUE-INDEX)
           TO WS-BEST-COUNT
      END-IF
     END-PERFORM
     IF WS-BEST-INDEX > 0
      MOVE 'Y' TO WS-PFV-SHOWN(WS-PF-INDEX, WS-BEST-INDEX)
      MOVE SPACES TO PROFILE-REPORT-RECORD
      MOVE WS-BEST-COUNT TO WS-COUNT-EDIT
      STRING '  TOP VALUE  ' DELIMITED BY SIZE
          WS-COUNT-EDIT DELIMITED BY SIZE
          '  ''' DELIMITED BY SIZE
          FUNCTION TRIM(WS-PFV-TEXT(WS-PF-INDEX, WS-BEST-INDEX)
              TRAILING) DELIMITED BY SIZE
          '''' DELIMITED BY SIZE
          INTO PROFILE-REPORT-RECORD
      PERFORM WRITE-VALUE-LINE
      MOVE SPACES TO WS-PROFILE-LINE
      MOVE 'TOP' TO WS-PL-KIND
      MOVE WS-PF-NAME(WS-PF-INDEX) TO WS-PL-NAME
      MOVE WS-BEST-COUNT TO WS-PLI-COUNT
      MOVE WS-PFV-TEXT(WS-PF-INDEX, WS-BEST-INDEX) TO WS-PLI-TEXT
      PERFORM WRITE-PROFILE-LINE
     END-IF
    END-PERFORM.

REPORT-TOP-PATTERNS.
    PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
        UNTIL WS-VALUE-INDEX > 12
     MOVE 'N' TO WS-PFP-SHOWN(WS-PF-INDEX, WS-VALUE-INDEX)
    END-PERFORM.
    PERFORM VARYING WS-PICK-INDEX FROM 1 BY 1
        UNTIL WS-PICK-INDEX > 5
     MOVE 0 TO WS-BEST-INDEX
     MOVE 0 TO WS-BEST-COUNT
     PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
         UNTIL WS-VALUE-INDEX > WS-PF-PATTERN-COUNT(WS-PF-INDEX)
      IF WS-PFP-SHOWN(WS-PF-INDEX, WS-VALUE-INDEX) = 'N'
          AND WS-PFP-COUNT(WS-PF-INDEX, WS-VALUE-INDEX)
              > WS-BEST-COUNT
       MOVE WS-VALUE-INDEX TO WS-BEST-INDEX
       MOVE WS-PFP-COUNT(WS-PF-INDEX, WS-VALUE-INDEX)
           TO WS-BEST-COUNT
      END-IF
     END-PERFORM
     IF WS-BEST-INDEX > 0
      MOVE 'Y' TO WS-PFP-SHOWN(WS-PF-INDEX, WS-BEST-INDEX)
      MOVE SPACES TO PROFILE-REPORT-RECORD
      MOVE WS-BEST-COUNT TO WS-COUNT-EDIT
      STRING '  PATTERN    ' DELIMITED BY SIZE
          WS-COUNT-EDIT DELIMITED BY SIZE
          '  ' DELIMITED BY SIZE
          WS-PFP-TEXT(WS-PF-INDEX, WS-BEST-INDEX) DELIMITED BY SPACE
          INTO PROFILE-REPORT-RECORD
      WRITE PROFILE-REPORT-RECORD
      MOVE SPACES TO WS-PROFILE-LINE
      MOVE 'PAT' TO WS-PL-KIND
      MOVE WS-PF-NAME(WS-PF-INDEX) TO WS-PL-NAME
      MOVE WS-BEST-COUNT TO WS-PLI-COUNT
      MOVE WS-PFP-TEXT(WS-PF-INDEX, WS-BEST-INDEX) TO WS-PLI-TEXT
      PERFORM WRITE-PROFILE-LINE
     END-IF
    END-PERFORM.
    IF WS-PF-PATTERN-OTHER(WS-PF-INDEX) > 0
     MOVE SPACES TO PROFILE-REPORT-RECORD
     MOVE WS-PF-PATTERN-OTHER(WS-PF-INDEX) TO WS-COUNT-EDIT
     STRING '  PATTERN    ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         '  (OTHER PATTERNS)' DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     WRITE PROFILE-REPORT-RECORD
    END-IF.

REPORT-TOP-LENGTHS.
* The eight most frequent trimmed lengths, on one line.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    MOVE 1 TO WS-REPORT-POINTER.
    STRING '  LENGTHS   ' DELIMITED BY SIZE
        INTO PROFILE-REPORT-RECORD WITH POINTER WS-REPORT-POINTER.
    MOVE ALL 'N' TO WS-LEN-SHOWN-TABLE.
    PERFORM VARYING WS-PICK-INDEX FROM 1 BY 1
        UNTIL WS-PICK-INDEX > 8
     MOVE 0 TO WS-BEST-INDEX
     MOVE 0 TO WS-BEST-COUNT
     PERFORM VARYING WS-LEN-INDEX FROM 1 BY 1
         UNTIL WS-LEN-INDEX > 200
      IF WS-LEN-SHOWN(WS-LEN-INDEX) = 'N'
          AND WS-PF-LENGTH-TALLY(WS-PF-INDEX, WS-LEN-INDEX)
              > WS-BEST-COUNT
       MOVE WS-LEN-INDEX TO WS-BEST-INDEX
       MOVE WS-PF-LENGTH-TALLY(WS-PF-INDEX, WS-LEN-INDEX)
           TO WS-BEST-COUNT
      END-IF
     END-PERFORM
     IF WS-BEST-INDEX > 0
      MOVE 'Y' TO WS-LEN-SHOWN(WS-BEST-INDEX)
      MOVE WS-BEST-INDEX TO WS-SHORT-EDIT
      MOVE WS-BEST-COUNT TO WS-COUNT-EDIT
      STRING ' ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-SHORT-EDIT) DELIMITED BY SIZE
          '=' DELIMITED BY SIZE
          FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
          INTO PROFILE-REPORT-RECORD WITH POINTER WS-REPORT-POINTER
      MOVE SPACES TO WS-PROFILE-LINE
      MOVE 'LEN' TO WS-PL-KIND
      MOVE WS-PF-NAME(WS-PF-INDEX) TO WS-PL-NAME
      MOVE WS-BEST-COUNT TO WS-PLI-COUNT
      MOVE WS-BEST-INDEX TO WS-SHORT-EDIT
      MOVE FUNCTION TRIM(WS-SHORT-EDIT) TO WS-PLI-TEXT
      PERFORM WRITE-PROFILE-LINE
     END-IF
    END-PERFORM.
    IF WS-REPORT-POINTER > 13
     WRITE PROFILE-REPORT-RECORD
    END-IF.

LOAD-EARLIER-PROFILE.
    MOVE 'N' TO WS-EARLIER-FOUND-FLAG.
    MOVE 0 TO WS-EP-COUNT.
    OPEN INPUT EARLIER-PROFILE-FILE.
    IF WS-EARLIER-STATUS = '00'
     MOVE 'N' TO WS-EARLIER-EOF-FLAG
     PERFORM LOAD-ONE-EARLIER-LINE UNTIL WS-EARLIER-EOF
     CLOSE EARLIER-PROFILE-FILE
    END-IF.

LOAD-ONE-EARLIER-LINE.
    READ EARLIER-PROFILE-FILE INTO WS-PROFILE-LINE
     AT END
      SET WS-EARLIER-EOF TO TRUE
     NOT AT END
      EVALUATE WS-PL-KIND
       WHEN 'HEAD'
        SET WS-EARLIER-FOUND TO TRUE
        MOVE WS-PLH-RUN-ID TO WS-EARLIER-RUN-ID
        MOVE WS-PLH-DATE TO WS-EARLIER-DATE
        MOVE WS-PLH-RECORDS TO WS-EARLIER-RECORDS
       WHEN 'FLD'
        IF WS-EP-COUNT < 180
         ADD 1 TO WS-EP-COUNT
         MOVE WS-PL-NAME TO WS-EP-NAME(WS-EP-COUNT)
         MOVE WS-PLF-TYPE TO WS-EP-TYPE(WS-EP-COUNT)
         MOVE WS-PLF-SEEN TO WS-EP-SEEN(WS-EP-COUNT)
         MOVE WS-PLF-BLANKS TO WS-EP-BLANKS(WS-EP-COUNT)
         MOVE WS-PLF-DISTINCT TO WS-EP-DISTINCT(WS-EP-COUNT)
         MOVE WS-PLF-OVERFLOW TO WS-EP-OVERFLOW(WS-EP-COUNT)
         MOVE WS-PLF-MISMATCHES TO WS-EP-MISMATCHES(WS-EP-COUNT)
         MOVE WS-PLF-MIN TO WS-EP-MIN(WS-EP-COUNT)
         MOVE WS-PLF-MAX TO WS-EP-MAX(WS-EP-COUNT)
         MOVE 'N' TO WS-EP-MATCHED(WS-EP-COUNT)
        END-IF
       WHEN OTHER
        CONTINUE
      END-EVALUATE
    END-READ.

WRITE-COMPARISON.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    WRITE PROFILE-REPORT-RECORD.
    IF NOT WS-EARLIER-FOUND
     MOVE SPACES TO PROFILE-REPORT-RECORD
     STRING 'NO EARLIER PROFILE ' DELIMITED BY SIZE
         WS-EARLIER-NAME DELIMITED BY SPACE
         ' TO COMPARE WITH' DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     WRITE PROFILE-REPORT-RECORD
    ELSE
     MOVE SPACES TO PROFILE-REPORT-RECORD
     MOVE WS-EARLIER-RECORDS TO WS-EARLIER-COUNT-EDIT
     MOVE WS-RECORDS-PROFILED TO WS-COUNT-EDIT
     STRING 'CHANGES SINCE ' DELIMITED BY SIZE
         WS-EARLIER-NAME DELIMITED BY SPACE
         ' (RUN ' DELIMITED BY SIZE
         WS-EARLIER-RUN-ID DELIMITED BY SPACE
         ') - RECORDS ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-EARLIER-COUNT-EDIT) DELIMITED BY SIZE
         ' -> ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     WRITE PROFILE-REPORT-RECORD
     PERFORM COMPARE-ONE-FIELD
         VARYING WS-PF-INDEX FROM 1 BY 1
         UNTIL WS-PF-INDEX > WS-PF-COUNT
     PERFORM VARYING WS-EP-INDEX FROM 1 BY 1
         UNTIL WS-EP-INDEX > WS-EP-COUNT
      IF WS-EP-MATCHED(WS-EP-INDEX) = 'N'
       MOVE SPACES TO PROFILE-REPORT-RECORD
       STRING '* ' DELIMITED BY SIZE
           WS-EP-NAME(WS-EP-INDEX) DELIMITED BY SPACE
           '  NO LONGER IN THE LAYOUT' DELIMITED BY SIZE
           INTO PROFILE-REPORT-RECORD
       WRITE PROFILE-REPORT-RECORD
      END-IF
     END-PERFORM
    END-IF.

COMPARE-ONE-FIELD.
    IF WS-PF-IN-USE-FLAG(WS-PF-INDEX) = 'Y'
     MOVE 0 TO WS-EP-FOUND
     PERFORM VARYING WS-EP-INDEX FROM 1 BY 1
         UNTIL WS-EP-INDEX > WS-EP-COUNT OR WS-EP-FOUND > 0
      IF WS-EP-NAME(WS-EP-INDEX) = WS-PF-NAME(WS-PF-INDEX)
       MOVE WS-EP-INDEX TO WS-EP-FOUND
      END-IF
     END-PERFORM
     IF WS-EP-FOUND = 0
      MOVE SPACES TO PROFILE-REPORT-RECORD
      STRING '* ' DELIMITED BY SIZE
          WS-PF-NAME(WS-PF-INDEX) DELIMITED BY SPACE
          '  NOT IN THE EARLIER PROFILE' DELIMITED BY SIZE
          INTO PROFILE-REPORT-RECORD
      WRITE PROFILE-REPORT-RECORD
     ELSE
      PERFORM COMPARE-MATCHED-FIELD
     END-IF
    END-IF.

COMPARE-MATCHED-FIELD.
    MOVE 'Y' TO WS-EP-MATCHED(WS-EP-FOUND).
    MOVE SPACE TO WS-MARK.
    PERFORM SET-BLANK-PERCENT.
    PERFORM SET-DISTINCT-TEXT.
    PERFORM SET-MIN-MAX-TEXT.
    IF WS-EP-SEEN(WS-EP-FOUND) = 0
     MOVE 0 TO WS-EARLIER-PERCENT
    ELSE
     COMPUTE WS-EARLIER-PERCENT ROUNDED =
         WS-EP-BLANKS(WS-EP-FOUND) * 100 / WS-EP-SEEN(WS-EP-FOUND)
    END-IF.
    MOVE WS-EARLIER-PERCENT TO WS-EARLIER-PERCENT-EDIT.
    COMPUTE WS-PERCENT-SHIFT = WS-PERCENT - WS-EARLIER-PERCENT.
    IF WS-PERCENT-SHIFT >= 10 OR WS-PERCENT-SHIFT <= -10
     MOVE '*' TO WS-MARK
    END-IF.
    IF WS-EP-MISMATCHES(WS-EP-FOUND) = 0
        AND WS-PF-MISMATCHES(WS-PF-INDEX) > 0
     MOVE '*' TO WS-MARK
    END-IF.
    IF WS-EP-TYPE(WS-EP-FOUND) NOT = WS-PF-TYPE(WS-PF-INDEX)
     MOVE '*' TO WS-MARK
    END-IF.
    MOVE SPACES TO WS-EARLIER-DISTINCT-TEXT.
    MOVE WS-EP-DISTINCT(WS-EP-FOUND) TO WS-SHORT-EDIT.
    IF WS-EP-OVERFLOW(WS-EP-FOUND) = 'Y'
     STRING FUNCTION TRIM(WS-SHORT-EDIT) '+' DELIMITED BY SIZE
         INTO WS-EARLIER-DISTINCT-TEXT
    ELSE
     MOVE FUNCTION TRIM(WS-SHORT-EDIT) TO WS-EARLIER-DISTINCT-TEXT
    END-IF.
    MOVE WS-EP-MISMATCHES(WS-EP-FOUND) TO WS-EARLIER-COUNT-EDIT.
    MOVE WS-PF-MISMATCHES(WS-PF-INDEX) TO WS-COUNT-EDIT.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    STRING WS-MARK DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-PF-NAME(WS-PF-INDEX) DELIMITED BY SPACE
        '  BLANK% ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-EARLIER-PERCENT-EDIT) DELIMITED BY SIZE
        ' -> ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-PERCENT-EDIT) DELIMITED BY SIZE
        '  DISTINCT ' DELIMITED BY SIZE
        WS-EARLIER-DISTINCT-TEXT DELIMITED BY SPACE
        ' -> ' DELIMITED BY SIZE
        WS-DISTINCT-TEXT DELIMITED BY SPACE
        '  MISMATCHES ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-EARLIER-COUNT-EDIT) DELIMITED BY SIZE
        ' -> ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
        INTO PROFILE-REPORT-RECORD.
    WRITE PROFILE-REPORT-RECORD.
    IF WS-EP-TYPE(WS-EP-FOUND) NOT = WS-PF-TYPE(WS-PF-INDEX)
     MOVE SPACES TO PROFILE-REPORT-RECORD
     STRING '    TYPE ' DELIMITED BY SIZE
         WS-EP-TYPE(WS-EP-FOUND) DELIMITED BY SIZE
         ' -> ' DELIMITED BY SIZE
         WS-PF-TYPE(WS-PF-INDEX) DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     WRITE PROFILE-REPORT-RECORD
    END-IF.
    IF WS-EP-MIN(WS-EP-FOUND) NOT = WS-MIN-TEXT
     MOVE SPACES TO PROFILE-REPORT-RECORD
     STRING '    MIN ''' DELIMITED BY SIZE
         FUNCTION TRIM(WS-EP-MIN(WS-EP-FOUND) TRAILING)
             DELIMITED BY SIZE
         ''' -> ''' DELIMITED BY SIZE
         FUNCTION TRIM(WS-MIN-TEXT TRAILING) DELIMITED BY SIZE
         '''' DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     PERFORM WRITE-VALUE-LINE
    END-IF.
    IF WS-EP-MAX(WS-EP-FOUND) NOT = WS-MAX-TEXT
     MOVE SPACES TO PROFILE-REPORT-RECORD
     STRING '    MAX ''' DELIMITED BY SIZE
         FUNCTION TRIM(WS-EP-MAX(WS-EP-FOUND) TRAILING)
             DELIMITED BY SIZE
         ''' -> ''' DELIMITED BY SIZE
         FUNCTION TRIM(WS-MAX-TEXT TRAILING) DELIMITED BY SIZE
         '''' DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
     PERFORM WRITE-VALUE-LINE
    END-IF.

WRITE-PROFILE-LINE.
    INSPECT WS-PROFILE-LINE
        CONVERTING WS-CONTROL-CHARACTERS TO WS-CONTROL-MARKS.
    WRITE PROFILE-RECORD FROM WS-PROFILE-LINE.

WRITE-VALUE-LINE.
    INSPECT PROFILE-REPORT-RECORD
        CONVERTING WS-CONTROL-CHARACTERS TO WS-CONTROL-MARKS.
    WRITE PROFILE-REPORT-RECORD.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    WRITE PROFILE-REPORT-RECORD.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
    STRING 'RECORDS READ ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO PROFILE-REPORT-RECORD.
    WRITE PROFILE-REPORT-RECORD.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    MOVE WS-RECORDS-PROFILED TO WS-COUNT-EDIT.
    STRING 'PROFILED     ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO PROFILE-REPORT-RECORD.
    WRITE PROFILE-REPORT-RECORD.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    IF WS-MULTI-TYPE
     MOVE WS-RECORDS-UNKNOWN-TYPE TO WS-COUNT-EDIT
     STRING 'UNKNOWN TYPE ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
    ELSE
     MOVE WS-RECORDS-PASSED-OVER TO WS-COUNT-EDIT
     STRING 'HDR/TRL      ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         INTO PROFILE-REPORT-RECORD
    END-IF.
    WRITE PROFILE-REPORT-RECORD.
    MOVE SPACES TO PROFILE-REPORT-RECORD.
    STRING 'PROFILE SAVED AS ' DELIMITED BY SIZE
        WS-PROFILE-NAME DELIMITED BY SPACE
        INTO PROFILE-REPORT-RECORD.
    WRITE PROFILE-REPORT-RECORD.

RESOLVE-EARLIER-GENERATION.
    COPY "gdg-resolve.cpy"
        REPLACING ==:GDG-NAME-FIELD:== BY ==WS-EARLIER-NAME==.

RESOLVE-PROFILE-GENERATION.
    COPY "gdg-resolve.cpy"
        REPLACING ==:GDG-NAME-FIELD:== BY ==WS-PROFILE-NAME==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='DATA-PROFILER'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='DATA-PROFILER'==.
