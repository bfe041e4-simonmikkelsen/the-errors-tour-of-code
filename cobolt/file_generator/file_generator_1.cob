* which codes exist, each code's fields come from the sub-layout
* <layout>.<code>, and the set comes out header first, details in
* the middle, trailer last - the shape FILE-VALIDATOR now enforces.
* A code field whose specification is TABLE:<name> draws its codes
* from that table of the central code-table file REFTABLES.TXT
* through the shared REFTABLES subprogram, taking only codes valid
* on the record's own date (its first date field), so a good record
* passes FILE-VALIDATOR's dated check as well.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
COPY "run-id-ws.cpy".
COPY "catalog-ws.cpy".
COPY "layout-dict-ws.cpy".
COPY "reftable-linkage.cpy".
01  WS-OUTPUT-FILE-NAME         PIC X(100).
01  WS-OUTPUT-STATUS            PIC X(02).
01  WS-RECORD-COUNT             PIC 9(07) VALUE 0.
01  WS-RANDOM-MONTH             PIC 9(02) VALUE 0.
01  WS-RANDOM-DAY               PIC 9(02) VALUE 0.
01  WS-DATE-BUILT               PIC 9(08).
01  WS-RECORD-DATE              PIC 9(08) VALUE 0.
01  WS-RECORD-DATE-USED-FLAG    PIC X VALUE 'N'.
    88  WS-RECORD-DATE-USED         VALUE 'Y'.
01  WS-FIELD-BUILT              PIC X(60).

* Mixed-type generation: one saved field-table image per type code,
     MOVE 'N' TO WS-BAD-RECORD-FLAG
     MOVE 0 TO WS-BAD-FIELD-PICK
    END-IF.
* The record's date is drawn first so that table codes anywhere in
* the layout can be drawn as of it; the first date field carries it.
    PERFORM DRAW-RANDOM-DATE.
    MOVE WS-DATE-BUILT TO WS-RECORD-DATE.
    MOVE 'N' TO WS-RECORD-DATE-USED-FLAG.
    PERFORM BUILD-ONE-LAYOUT-FIELD
        VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > WS-FIELD-COUNT.
            WS-FLD-LENGTH(WS-FLD-INDEX)).

BUILD-DATE-FIELD.
    IF WS-RECORD-DATE-USED
     PERFORM DRAW-RANDOM-DATE
    ELSE
     SET WS-RECORD-DATE-USED TO TRUE
     MOVE WS-RECORD-DATE TO WS-DATE-BUILT
    END-IF.
    MOVE WS-DATE-BUILT TO WS-FIELD-BUILT(1:8).

DRAW-RANDOM-DATE.
    COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM.
    COMPUTE WS-RANDOM-YEAR = 2020 +
        FUNCTION MOD(FUNCTION INTEGER(WS-RANDOM-FRACTION * 1000) 7).
        FUNCTION INTEGER(WS-RANDOM-FRACTION * 1000) 28) + 1.
    COMPUTE WS-DATE-BUILT = WS-RANDOM-YEAR * 10000
        + WS-RANDOM-MONTH * 100 + WS-RANDOM-DAY.

BUILD-NUMERIC-FIELD.
    MOVE SPACES TO WS-RANGE-LOW-TEXT.
            - WS-EDIT-LENGTH + 1:WS-EDIT-LENGTH).

BUILD-CODE-FIELD.
    IF WS-FLD-SPEC(WS-FLD-INDEX)(1:6) = 'TABLE:'
     PERFORM BUILD-TABLE-CODE-FIELD
    ELSE
     PERFORM BUILD-LISTED-CODE-FIELD
    END-IF.

BUILD-TABLE-CODE-FIELD.
* Ask how many codes the table holds on the record's date, then
* fetch one of them at random; an empty or unknown table leaves the
* same '?' an empty inline list does.
    MOVE 'NTH' TO REFTABLE-OPERATION.
    MOVE WS-FLD-SPEC(WS-FLD-INDEX)(7:20) TO REFTABLE-NAME.
    MOVE WS-RECORD-DATE TO REFTABLE-DATE.
    MOVE 0 TO REFTABLE-INDEX.
    CALL 'REFTABLES' USING REFTABLE-REQUEST.
    IF REFTABLE-COUNT = 0
     MOVE '?' TO WS-FIELD-BUILT
    ELSE
     COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM
     COMPUTE REFTABLE-INDEX = FUNCTION MOD(
         FUNCTION INTEGER(WS-RANDOM-FRACTION * 10000)
         REFTABLE-COUNT) + 1
     CALL 'REFTABLES' USING REFTABLE-REQUEST
     MOVE REFTABLE-CODE TO WS-FIELD-BUILT
    END-IF.

BUILD-LISTED-CODE-FIELD.
    MOVE SPACES TO WS-CODE-LIST.
    UNSTRING WS-FLD-SPEC(WS-FLD-INDEX) DELIMITED BY '|'
        INTO WS-CODE-VALUE(1) WS-CODE-VALUE(2) WS-CODE-VALUE(3)
