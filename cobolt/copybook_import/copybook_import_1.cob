IDENTIFICATION DIVISION.
PROGRAM-ID. COPYBOOK-IMPORT.
AUTHOR. Simon Mikkelsen.
* Every new or changed record layout from the bank meant someone
* counting byte positions by hand - through PIC S9(7)V99 COMP-3 and
* OCCURS clauses - to type LAYOUTDICT.TXT lines, and twice a packed
* length came out wrong and FILE-VALIDATOR rejected a whole clean
* file. This importer reads the partner's COBOL copybook itself
* (fixed format, columns 8-72, or free format) and works out every
* item's position and length: PICTURE strings are expanded, USAGE
* COMP-3/PACKED-DECIMAL gives dictionary type P at digits/2+1 bytes,
* COMP/COMP-4/COMP-5/BINARY type B at 2, 4 or 8 bytes, display
* numerics type N, everything else type X, and a group's USAGE
* carries down to its fields. OCCURS (up to three levels deep) is
* expanded into one dictionary field per occurrence, named
* <field>-<n>. A REDEFINES overlays the item it names; the fields
* beneath it, like those of a second 01 record description, are an
* alternate view - shown in the listing but not proposed, since the
* dictionary describes one view of the bytes. Three judgments are
* left visible rather than made silently: a signed display number
* without SIGN SEPARATE is proposed as X (its last byte carries the
* sign and will not pass a numeric check), an unsigned 9(8) whose
* name says DATE is proposed as type D, and FILLER is not proposed
* at all. Every proposed field is optional (O) with no
* specification - ranges, code lists and R flags are the reviewer's
* to add.
* Nothing reaches the dictionary unreviewed: the run writes the
* proposed layout lines to a review file (CBIMPORT.TXT unless
* named) and the listing CBIMPORT.RPT - every item with its level,
* picture, usage, occurs, start, end, length, derived type and any
* note - archived in RPTARC. Only then does it ask whether to save.
* Saving signs the operator on (role U), retains the dictionary as
* it stood as the next CTLVERS version exactly as CONTROL-FILE-EDITOR
* does (so its V, C and R commands reach LAYOUTDICT.TXT too), and
* writes the layout's lines in place of any the dictionary already
* held under that name. RETURN-CODE is 8 when nothing could be
* proposed, 4 when the listing carries warnings (a layout beyond
* the thirty fields the dictionary loads, a field past position
* 999, shortened names, OCCURS nested too deep), and 0 otherwise.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COPYBOOK-FILE ASSIGN TO WS-COPYBOOK-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-COPYBOOK-STATUS.
    SELECT PROPOSAL-FILE ASSIGN TO WS-PROPOSAL-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PROPOSAL-STATUS.
    SELECT LISTING-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    SELECT VERSION-INDEX-FILE ASSIGN TO 'CTLVERS/CTLVERS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-VERSION-INDEX-STATUS.
    COPY "layout-dict-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  COPYBOOK-FILE.
01  COPYBOOK-RECORD PIC X(256).

FD  PROPOSAL-FILE.
01  PROPOSAL-RECORD PIC X(150).

FD  LISTING-FILE.
01  LISTING-RECORD PIC X(132).

FD  VERSION-INDEX-FILE.
01  VERSION-INDEX-RECORD PIC X(160).

COPY "layout-dict-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-COPYBOOK-FILE-NAME PIC X(100).
01  WS-COPYBOOK-STATUS PIC X(02).
01  WS-COPYBOOK-EOF-FLAG PIC X VALUE 'N'.
    88  WS-COPYBOOK-EOF VALUE 'Y'.
01  WS-SOURCE-FORMAT PIC X VALUE 'F'.
    88  WS-FREE-FORMAT VALUE 'R'.
01  WS-LAYOUT-NAME PIC X(20).
01  WS-PROPOSAL-FILE-NAME PIC X(100) VALUE SPACES.
01  WS-PROPOSAL-STATUS PIC X(02).
01  WS-REPORT-NAME PIC X(100) VALUE 'CBIMPORT.RPT'.
01  WS-REPORT-LINE PIC X(132).
01  WS-SAVE-ANSWER PIC X VALUE 'N'.

* One source line, and the token being collected from it.
01  WS-SOURCE-TEXT PIC X(256).
01  WS-SOURCE-LENGTH PIC 9(03) VALUE 0.
01  WS-CHAR-POS PIC 9(03) VALUE 0.
01  WS-CHAR PIC X(01).
01  WS-COMMENT-START PIC 9(03) VALUE 0.
01  WS-IN-QUOTE-FLAG PIC X VALUE 'N'.
    88  WS-IN-QUOTE VALUE 'Y'.
01  WS-QUOTE-CHAR PIC X(01).
01  WS-TOKEN-TEXT PIC X(40).
01  WS-TOKEN-LENGTH PIC 9(03) VALUE 0.

* The tokens of one data description entry, up to its period.
01  WS-STATEMENT-TABLE.
    05  WS-TOKEN PIC X(40) OCCURS 60 TIMES.
01  WS-TOKEN-COUNT PIC 9(02) VALUE 0.
01  WS-TOK-INDEX PIC 9(02) VALUE 0.
01  WS-WORD PIC X(40).
01  WS-LEVEL-NUMBER PIC 9(02) VALUE 0.

* Every data description entry of the copybook, in source order.
* SIZE is one occurrence's length in bytes, OFFSET its zero-based
* start, NEXT-FREE the running fill for its own subordinates.
01  WS-ITEM-CAPACITY PIC 9(03) VALUE 300.
01  WS-ITEM-TABLE.
    05  WS-ITEM-ENTRY OCCURS 300 TIMES.
        10  WS-IT-LEVEL PIC 9(02).
        10  WS-IT-NAME PIC X(30).
        10  WS-IT-PICTURE PIC X(30).
        10  WS-IT-USAGE PIC X(01).
        10  WS-IT-SIGN-SEPARATE PIC X(01).
        10  WS-IT-OCCURS PIC 9(04).
        10  WS-IT-REDEFINES PIC X(30).
        10  WS-IT-PARENT PIC 9(03).
        10  WS-IT-GROUP-FLAG PIC X(01).
        10  WS-IT-ALTERNATE-FLAG PIC X(01).
        10  WS-IT-SIZE PIC 9(05).
        10  WS-IT-OFFSET PIC 9(05).
        10  WS-IT-NEXT-FREE PIC 9(05).
        10  WS-IT-TYPE PIC X(01).
        10  WS-IT-NOTE PIC X(30).
01  WS-ITEM-COUNT PIC 9(03) VALUE 0.
01  WS-IT-INDEX PIC 9(03) VALUE 0.
01  WS-IT-SCAN PIC 9(03) VALUE 0.
01  WS-IT-FOUND PIC 9(03) VALUE 0.
01  WS-FIRST-RECORD PIC 9(03) VALUE 0.
01  WS-RECORD-LENGTH PIC 9(05) VALUE 0.
01  WS-LEVEL-STACK.
    05  WS-STACK-ITEM PIC 9(03) OCCURS 50 TIMES.
01  WS-STACK-DEPTH PIC 9(02) VALUE 0.
01  WS-CLAUSE-WORD-FLAG PIC X VALUE 'N'.
    88  WS-CLAUSE-WORD VALUE 'Y'.

* PICTURE analysis of one item.
01  WS-PIC-TEXT PIC X(30).
01  WS-PIC-LENGTH PIC 9(02) VALUE 0.
01  WS-PIC-POS PIC 9(02) VALUE 0.
01  WS-PIC-SYMBOL PIC X(01).
01  WS-PIC-REPEAT PIC 9(04) VALUE 0.
01  WS-PIC-DIGITS PIC 9(03) VALUE 0.
01  WS-PIC-CHARACTERS PIC 9(05) VALUE 0.
01  WS-PIC-ALPHANUMERIC-FLAG PIC X VALUE 'N'.
01  WS-PIC-EDITED-FLAG PIC X VALUE 'N'.
01  WS-PIC-SIGNED-FLAG PIC X VALUE 'N'.
01  WS-PIC-DECIMAL-FLAG PIC X VALUE 'N'.
01  WS-PIC-HALF-DIGITS PIC 9(03) VALUE 0.
01  WS-DATE-WORD-COUNT PIC 9(02) VALUE 0.

* OCCURS expansion of one elementary item, outermost dimension
* first.
01  WS-DIMENSION-TABLE.
    05  WS-DIMENSION OCCURS 3 TIMES.
        10  WS-DIM-COUNT PIC 9(04).
        10  WS-DIM-STRIDE PIC 9(05).
01  WS-DIMENSIONS-USED PIC 9(01) VALUE 0.
01  WS-DIM-INDEX PIC 9(01) VALUE 0.
01  WS-CHAIN-DEPTH PIC 9(02) VALUE 0.
01  WS-CHAIN-TABLE.
    05  WS-CHAIN-ITEM PIC 9(03) OCCURS 10 TIMES.
01  WS-SUB-1 PIC 9(04) VALUE 0.
01  WS-SUB-2 PIC 9(04) VALUE 0.
01  WS-SUB-3 PIC 9(04) VALUE 0.
01  WS-SUB-EDIT PIC Z(03)9.
01  WS-NAME-SUFFIX PIC X(20).
01  WS-SUFFIX-LENGTH PIC 9(02) VALUE 0.
01  WS-BASE-LENGTH PIC 9(02) VALUE 0.

* The proposed dictionary lines.
01  WS-PROPOSAL-CAPACITY PIC 9(03) VALUE 500.
01  WS-PROPOSAL-TABLE.
    05  WS-PROPOSAL-ENTRY OCCURS 500 TIMES.
        10  WS-PR-NAME PIC X(20).
        10  WS-PR-POSITION PIC 9(05).
        10  WS-PR-LENGTH PIC 9(05).
        10  WS-PR-TYPE PIC X(01).
01  WS-PROPOSAL-COUNT PIC 9(03) VALUE 0.
01  WS-PR-INDEX PIC 9(03) VALUE 0.
01  WS-PR-SCAN PIC 9(03) VALUE 0.
01  WS-PR-HOLD.
    05  FILLER PIC X(20).
    05  WS-PR-HOLD-POSITION PIC 9(05).
    05  FILLER PIC X(06).
01  WS-PROPOSAL-LINE PIC X(150).

* Warnings: each kind is counted and explained once at the end of
* the listing.
01  WS-WARNING-COUNT PIC 9(03) VALUE 0.
01  WS-TOO-MANY-ITEMS-FLAG PIC X VALUE 'N'.
01  WS-TOO-MANY-FIELDS-FLAG PIC X VALUE 'N'.
01  WS-SHORTENED-COUNT PIC 9(03) VALUE 0.
01  WS-DEEP-OCCURS-COUNT PIC 9(03) VALUE 0.
01  WS-BEYOND-999-COUNT PIC 9(03) VALUE 0.
01  WS-REDEFINES-PROBLEM-COUNT PIC 9(03) VALUE 0.

* Edited values for the listing and the proposal lines.
01  WS-LEVEL-EDIT PIC 9(02).
01  WS-OCCURS-EDIT PIC Z(03)9.
01  WS-START-EDIT PIC Z(04)9.
01  WS-END-EDIT PIC Z(04)9.
01  WS-LENGTH-EDIT PIC Z(04)9.
01  WS-COUNT-EDIT PIC Z(04)9.
01  WS-END-POSITION PIC 9(05) VALUE 0.
01  WS-USAGE-TEXT PIC X(07).

* Saving: the dictionary in memory, and the version retention the
* control-file editor keeps.
01  WS-DICT-CAPACITY PIC 9(04) VALUE 3000.
01  WS-DICT-TABLE.
    05  WS-DICT-LINE PIC X(150) OCCURS 3000 TIMES.
01  WS-DICT-COUNT PIC 9(04) VALUE 0.
01  WS-DICT-INDEX PIC 9(04) VALUE 0.
01  WS-DICT-LAYOUT PIC X(20).
01  WS-DICT-OLD-COUNT PIC 9(04) VALUE 0.
01  WS-DICT-FIRST-OLD PIC 9(04) VALUE 0.
01  WS-DICT-FULL-FLAG PIC X VALUE 'N'.
01  WS-DICTIONARY-NAME PIC X(100) VALUE 'LAYOUTDICT.TXT'.
01  WS-VERSION-INDEX-STATUS PIC X(02).
01  WS-VERSION-INDEX-EOF-FLAG PIC X VALUE 'N'.
    88  WS-VERSION-INDEX-EOF VALUE 'Y'.
01  WS-VERSION-INDEX-LINE PIC X(160).
01  WS-VI-FILE PIC X(100).
01  WS-VI-VERSION-TEXT PIC X(04).
01  WS-VI-OPERATOR PIC X(20).
01  WS-VI-DATE PIC X(08).
01  WS-VI-TIME PIC X(06).
01  WS-HIGHEST-VERSION PIC 9(04) VALUE 0.
01  WS-NEW-VERSION PIC 9(04) VALUE 0.
01  WS-VERSION-NAME PIC X(130).
01  WS-STAMP-DATE PIC 9(08) VALUE 0.
01  WS-STAMP-TIME.
    05  WS-STAMP-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  WS-SHELL-COMMAND PIC X(300).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Copybook file to import: ' WITH NO ADVANCING.
    ACCEPT WS-COPYBOOK-FILE-NAME.
    DISPLAY 'Source format (F=fixed columns 8-72, R=free; default F): '
        WITH NO ADVANCING.
    ACCEPT WS-SOURCE-FORMAT.
    MOVE FUNCTION UPPER-CASE(WS-SOURCE-FORMAT) TO WS-SOURCE-FORMAT.
    DISPLAY 'Layout name for the dictionary: ' WITH NO ADVANCING.
    ACCEPT WS-LAYOUT-NAME.
    MOVE FUNCTION UPPER-CASE(WS-LAYOUT-NAME) TO WS-LAYOUT-NAME.
    DISPLAY 'Proposed-layout review file (default CBIMPORT.TXT): '
        WITH NO ADVANCING.
    ACCEPT WS-PROPOSAL-FILE-NAME.
    IF WS-PROPOSAL-FILE-NAME = SPACES
     MOVE 'CBIMPORT.TXT' TO WS-PROPOSAL-FILE-NAME
    END-IF.
    IF WS-LAYOUT-NAME = SPACES
        OR WS-LAYOUT-NAME(1:1) = '@'
     DISPLAY 'A layout name is required.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    OPEN INPUT COPYBOOK-FILE.
    IF WS-COPYBOOK-STATUS NOT = '00'
     DISPLAY 'Cannot open copybook: ' WS-COPYBOOK-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM READ-ONE-COPYBOOK-LINE UNTIL WS-COPYBOOK-EOF.
    CLOSE COPYBOOK-FILE.
* A last entry whose period is missing still counts.
    PERFORM END-ONE-TOKEN.
    IF WS-TOKEN-COUNT > 0
     PERFORM PROCESS-ONE-STATEMENT
    END-IF.
    IF WS-ITEM-COUNT = 0
     DISPLAY 'No data description entries found in '
         FUNCTION TRIM(WS-COPYBOOK-FILE-NAME) '.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM MARK-ONE-GROUP-ITEM
        VARYING WS-IT-INDEX FROM 1 BY 1
        UNTIL WS-IT-INDEX > WS-ITEM-COUNT.
    PERFORM ADD-ONE-ITEM-TO-PARENT
        VARYING WS-IT-INDEX FROM WS-ITEM-COUNT BY -1
        UNTIL WS-IT-INDEX < 1.
    PERFORM PLACE-ONE-ITEM
        VARYING WS-IT-INDEX FROM 1 BY 1
        UNTIL WS-IT-INDEX > WS-ITEM-COUNT.
    IF WS-FIRST-RECORD > 0
     COMPUTE WS-RECORD-LENGTH = WS-IT-SIZE(WS-FIRST-RECORD)
         * WS-IT-OCCURS(WS-FIRST-RECORD)
    END-IF.
    PERFORM PROPOSE-ONE-ITEM
        VARYING WS-IT-INDEX FROM 1 BY 1
        UNTIL WS-IT-INDEX > WS-ITEM-COUNT.
    PERFORM ORDER-ONE-PROPOSAL
        VARYING WS-PR-INDEX FROM 2 BY 1
        UNTIL WS-PR-INDEX > WS-PROPOSAL-COUNT.
    IF WS-PROPOSAL-COUNT > 30
     MOVE 'Y' TO WS-TOO-MANY-FIELDS-FLAG
     ADD 1 TO WS-WARNING-COUNT
    END-IF.

    PERFORM WRITE-PROPOSAL-FILE.
    OPEN OUTPUT LISTING-FILE.
    PERFORM WRITE-LISTING.
    CLOSE LISTING-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

    DISPLAY 'ITEMS READ      : ' WS-ITEM-COUNT.
    DISPLAY 'FIELDS PROPOSED : ' WS-PROPOSAL-COUNT.
    DISPLAY 'RECORD LENGTH   : ' WS-RECORD-LENGTH.
    DISPLAY 'WARNINGS        : ' WS-WARNING-COUNT.
    DISPLAY 'Listing written to ' FUNCTION TRIM(WS-REPORT-NAME)
        ', proposed layout to ' FUNCTION TRIM(WS-PROPOSAL-FILE-NAME)
        '.'.
    IF WS-PROPOSAL-COUNT = 0
     DISPLAY 'Nothing to propose - the dictionary is unchanged.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    DISPLAY 'Save layout ' FUNCTION TRIM(WS-LAYOUT-NAME)
        ' to LAYOUTDICT.TXT now (Y/N)? ' WITH NO ADVANCING.
    ACCEPT WS-SAVE-ANSWER.
    MOVE FUNCTION UPPER-CASE(WS-SAVE-ANSWER) TO WS-SAVE-ANSWER.
    IF WS-SAVE-ANSWER = 'Y'
     PERFORM SAVE-TO-DICTIONARY
    ELSE
     DISPLAY 'Nothing saved - the proposal stays in '
         FUNCTION TRIM(WS-PROPOSAL-FILE-NAME) ' for review.'
    END-IF.
    IF WS-WARNING-COUNT > 0 AND RETURN-CODE = 0
     MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

READ-ONE-COPYBOOK-LINE.
    READ COPYBOOK-FILE
     AT END
      SET WS-COPYBOOK-EOF TO TRUE
     NOT AT END
      PERFORM TAKE-ONE-SOURCE-LINE
    END-READ.

TAKE-ONE-SOURCE-LINE.
* Fixed format keeps columns 8-72 and honors the column-7 comment
* indicators; free format keeps the whole line and a '*' in column
* one is a comment. Either way a floating '*>' ends the line.
    MOVE SPACES TO WS-SOURCE-TEXT.
    IF WS-FREE-FORMAT
     IF COPYBOOK-RECORD(1:1) NOT = '*'
      MOVE COPYBOOK-RECORD TO WS-SOURCE-TEXT
     END-IF
    ELSE
     IF COPYBOOK-RECORD(7:1) NOT = '*'
         AND COPYBOOK-RECORD(7:1) NOT = '/'
      MOVE COPYBOOK-RECORD(8:65) TO WS-SOURCE-TEXT
     END-IF
    END-IF.
    MOVE 0 TO WS-COMMENT-START.
    INSPECT WS-SOURCE-TEXT TALLYING WS-COMMENT-START
        FOR CHARACTERS BEFORE INITIAL '*>'.
    IF WS-COMMENT-START < 256
     MOVE SPACES TO WS-SOURCE-TEXT(WS-COMMENT-START + 1:)
    END-IF.
    IF WS-SOURCE-TEXT NOT = SPACES
     COMPUTE WS-SOURCE-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-SOURCE-TEXT TRAILING))
     PERFORM SCAN-ONE-CHARACTER
         VARYING WS-CHAR-POS FROM 1 BY 1
         UNTIL WS-CHAR-POS > WS-SOURCE-LENGTH
     PERFORM END-ONE-TOKEN
     MOVE 'N' TO WS-IN-QUOTE-FLAG
    END-IF.

SCAN-ONE-CHARACTER.
* Spaces separate tokens except inside a literal, so a period or a
* space within quotes never ends an entry.
    MOVE WS-SOURCE-TEXT(WS-CHAR-POS:1) TO WS-CHAR.
    EVALUATE TRUE
     WHEN WS-IN-QUOTE
      PERFORM APPEND-TOKEN-CHARACTER
      IF WS-CHAR = WS-QUOTE-CHAR
       MOVE 'N' TO WS-IN-QUOTE-FLAG
      END-IF
     WHEN WS-CHAR = SPACE
      PERFORM END-ONE-TOKEN
     WHEN WS-CHAR = '"' OR WS-CHAR = "'"
      SET WS-IN-QUOTE TO TRUE
      MOVE WS-CHAR TO WS-QUOTE-CHAR
      PERFORM APPEND-TOKEN-CHARACTER
     WHEN OTHER
      PERFORM APPEND-TOKEN-CHARACTER
    END-EVALUATE.

APPEND-TOKEN-CHARACTER.
    IF WS-TOKEN-LENGTH < 40
     ADD 1 TO WS-TOKEN-LENGTH
     MOVE WS-CHAR TO WS-TOKEN-TEXT(WS-TOKEN-LENGTH:1)
    END-IF.

END-ONE-TOKEN.
* A token ending in a period ends the entry; a separator comma or
* semicolon is dropped.
    IF WS-TOKEN-LENGTH > 0
     IF WS-TOKEN-TEXT(WS-TOKEN-LENGTH:1) = ',' OR ';'
      MOVE SPACE TO WS-TOKEN-TEXT(WS-TOKEN-LENGTH:1)
      SUBTRACT 1 FROM WS-TOKEN-LENGTH
     END-IF
    END-IF.
    IF WS-TOKEN-LENGTH > 0
     IF WS-TOKEN-TEXT(WS-TOKEN-LENGTH:1) = '.'
      MOVE SPACE TO WS-TOKEN-TEXT(WS-TOKEN-LENGTH:1)
      SUBTRACT 1 FROM WS-TOKEN-LENGTH
      PERFORM STORE-ONE-TOKEN
      PERFORM PROCESS-ONE-STATEMENT
      MOVE 0 TO WS-TOKEN-COUNT
     ELSE
      PERFORM STORE-ONE-TOKEN
     END-IF
    END-IF.
    MOVE SPACES TO WS-TOKEN-TEXT.
    MOVE 0 TO WS-TOKEN-LENGTH.

STORE-ONE-TOKEN.
    IF WS-TOKEN-LENGTH > 0 AND WS-TOKEN-COUNT < 60
     ADD 1 TO WS-TOKEN-COUNT
     MOVE FUNCTION UPPER-CASE(WS-TOKEN-TEXT) TO WS-TOKEN(WS-TOKEN-COUNT)
    END-IF.

PROCESS-ONE-STATEMENT.
* Only data description entries matter: a level number first.
* Level 88 condition names and 66 RENAMES describe no storage of
* their own and are passed over, as is anything else (COPY, EJECT).
    MOVE 0 TO WS-LEVEL-NUMBER.
    IF WS-TOKEN-COUNT > 0
     IF WS-TOKEN(1)(1:2) IS NUMERIC AND WS-TOKEN(1)(3:) = SPACES
      MOVE WS-TOKEN(1)(1:2) TO WS-LEVEL-NUMBER
     ELSE
      IF WS-TOKEN(1)(1:1) IS NUMERIC AND WS-TOKEN(1)(2:) = SPACES
       MOVE WS-TOKEN(1)(1:1) TO WS-LEVEL-NUMBER
      END-IF
     END-IF
    END-IF.
    IF WS-LEVEL-NUMBER = 77
     MOVE 1 TO WS-LEVEL-NUMBER
    END-IF.
    IF WS-LEVEL-NUMBER >= 1 AND WS-LEVEL-NUMBER <= 49
     IF WS-ITEM-COUNT < WS-ITEM-CAPACITY
      PERFORM STORE-ONE-ITEM
     ELSE
      IF WS-TOO-MANY-ITEMS-FLAG = 'N'
       MOVE 'Y' TO WS-TOO-MANY-ITEMS-FLAG
       ADD 1 TO WS-WARNING-COUNT
      END-IF
     END-IF
    END-IF.
    MOVE 0 TO WS-TOKEN-COUNT.

STORE-ONE-ITEM.
    ADD 1 TO WS-ITEM-COUNT.
    MOVE WS-ITEM-COUNT TO WS-IT-INDEX.
    MOVE WS-LEVEL-NUMBER TO WS-IT-LEVEL(WS-IT-INDEX).
    MOVE 'FILLER' TO WS-IT-NAME(WS-IT-INDEX).
    MOVE SPACES TO WS-IT-PICTURE(WS-IT-INDEX).
    MOVE SPACE TO WS-IT-USAGE(WS-IT-INDEX).
    MOVE 'N' TO WS-IT-SIGN-SEPARATE(WS-IT-INDEX).
    MOVE 1 TO WS-IT-OCCURS(WS-IT-INDEX).
    MOVE SPACES TO WS-IT-REDEFINES(WS-IT-INDEX).
    MOVE 'N' TO WS-IT-GROUP-FLAG(WS-IT-INDEX).
    MOVE 'N' TO WS-IT-ALTERNATE-FLAG(WS-IT-INDEX).
    MOVE 0 TO WS-IT-SIZE(WS-IT-INDEX).
    MOVE 0 TO WS-IT-OFFSET(WS-IT-INDEX).
    MOVE 0 TO WS-IT-NEXT-FREE(WS-IT-INDEX).
    MOVE SPACE TO WS-IT-TYPE(WS-IT-INDEX).
    MOVE SPACES TO WS-IT-NOTE(WS-IT-INDEX).
* The parent is the nearest open item of a lower level number.
    PERFORM UNTIL WS-STACK-DEPTH = 0
        OR WS-IT-LEVEL(WS-STACK-ITEM(WS-STACK-DEPTH))
           < WS-LEVEL-NUMBER
     SUBTRACT 1 FROM WS-STACK-DEPTH
    END-PERFORM.
    IF WS-STACK-DEPTH = 0
     MOVE 0 TO WS-IT-PARENT(WS-IT-INDEX)
    ELSE
     MOVE WS-STACK-ITEM(WS-STACK-DEPTH) TO WS-IT-PARENT(WS-IT-INDEX)
    END-IF.
    IF WS-STACK-DEPTH < 50
     ADD 1 TO WS-STACK-DEPTH
     MOVE WS-IT-INDEX TO WS-STACK-ITEM(WS-STACK-DEPTH)
    END-IF.
* The data name is optional; an entry that goes straight to its
* clauses is FILLER.
    MOVE 2 TO WS-TOK-INDEX.
    IF WS-TOKEN-COUNT >= 2
     MOVE WS-TOKEN(2) TO WS-WORD
     PERFORM CHECK-CLAUSE-WORD
     IF NOT WS-CLAUSE-WORD
      MOVE WS-TOKEN(2) TO WS-IT-NAME(WS-IT-INDEX)
      MOVE 3 TO WS-TOK-INDEX
     END-IF
    END-IF.
    PERFORM PARSE-ONE-CLAUSE UNTIL WS-TOK-INDEX > WS-TOKEN-COUNT.
    IF WS-IT-USAGE(WS-IT-INDEX) = SPACE
     IF WS-IT-PARENT(WS-IT-INDEX) > 0
      MOVE WS-IT-USAGE(WS-IT-PARENT(WS-IT-INDEX))
          TO WS-IT-USAGE(WS-IT-INDEX)
     ELSE
      MOVE 'D' TO WS-IT-USAGE(WS-IT-INDEX)
     END-IF
    END-IF.
    IF WS-IT-PICTURE(WS-IT-INDEX) NOT = SPACES
     PERFORM SIZE-ELEMENTARY-ITEM
    END-IF.

CHECK-CLAUSE-WORD.
    MOVE 'N' TO WS-CLAUSE-WORD-FLAG.
    EVALUATE WS-WORD
     WHEN 'PIC' WHEN 'PICTURE' WHEN 'REDEFINES' WHEN 'OCCURS'
     WHEN 'USAGE' WHEN 'VALUE' WHEN 'VALUES' WHEN 'COMP'
     WHEN 'COMP-1' WHEN 'COMP-2' WHEN 'COMP-3' WHEN 'COMP-4'
     WHEN 'COMP-5' WHEN 'COMPUTATIONAL' WHEN 'COMPUTATIONAL-1'
     WHEN 'COMPUTATIONAL-2' WHEN 'COMPUTATIONAL-3'
     WHEN 'COMPUTATIONAL-4' WHEN 'COMPUTATIONAL-5' WHEN 'BINARY'
     WHEN 'PACKED-DECIMAL' WHEN 'DISPLAY' WHEN 'SIGN' WHEN 'JUST'
     WHEN 'JUSTIFIED' WHEN 'SYNC' WHEN 'SYNCHRONIZED' WHEN 'BLANK'
     WHEN 'FILLER'
      SET WS-CLAUSE-WORD TO TRUE
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

PARSE-ONE-CLAUSE.
* Each clause consumes its own operands; words this importer has
* no use for (SYNC, JUST, BLANK WHEN ZERO, index names) are passed.
    MOVE WS-TOKEN(WS-TOK-INDEX) TO WS-WORD.
    ADD 1 TO WS-TOK-INDEX.
    EVALUATE WS-WORD
     WHEN 'PIC'
     WHEN 'PICTURE'
      PERFORM SKIP-OPTIONAL-IS
      IF WS-TOK-INDEX <= WS-TOKEN-COUNT
       MOVE WS-TOKEN(WS-TOK-INDEX) TO WS-IT-PICTURE(WS-IT-INDEX)
       ADD 1 TO WS-TOK-INDEX
      END-IF
     WHEN 'REDEFINES'
      IF WS-TOK-INDEX <= WS-TOKEN-COUNT
       MOVE WS-TOKEN(WS-TOK-INDEX) TO WS-IT-REDEFINES(WS-IT-INDEX)
       ADD 1 TO WS-TOK-INDEX
      END-IF
     WHEN 'OCCURS'
* OCCURS n TO m DEPENDING ON x is laid out at its maximum m.
      IF WS-TOK-INDEX <= WS-TOKEN-COUNT
       IF FUNCTION TEST-NUMVAL(WS-TOKEN(WS-TOK-INDEX)) = 0
        COMPUTE WS-IT-OCCURS(WS-IT-INDEX) =
            FUNCTION NUMVAL(WS-TOKEN(WS-TOK-INDEX))
       END-IF
       ADD 1 TO WS-TOK-INDEX
      END-IF
      IF WS-TOK-INDEX < WS-TOKEN-COUNT
       IF WS-TOKEN(WS-TOK-INDEX) = 'TO'
        ADD 1 TO WS-TOK-INDEX
        IF FUNCTION TEST-NUMVAL(WS-TOKEN(WS-TOK-INDEX)) = 0
         COMPUTE WS-IT-OCCURS(WS-IT-INDEX) =
             FUNCTION NUMVAL(WS-TOKEN(WS-TOK-INDEX))
        END-IF
        ADD 1 TO WS-TOK-INDEX
       END-IF
      END-IF
      IF WS-IT-OCCURS(WS-IT-INDEX) = 0
       MOVE 1 TO WS-IT-OCCURS(WS-IT-INDEX)
      END-IF
     WHEN 'USAGE'
      PERFORM SKIP-OPTIONAL-IS
     WHEN 'COMP-3' WHEN 'COMPUTATIONAL-3' WHEN 'PACKED-DECIMAL'
      MOVE 'P' TO WS-IT-USAGE(WS-IT-INDEX)
     WHEN 'COMP' WHEN 'COMP-4' WHEN 'COMP-5' WHEN 'COMPUTATIONAL'
     WHEN 'COMPUTATIONAL-4' WHEN 'COMPUTATIONAL-5' WHEN 'BINARY'
      MOVE 'B' TO WS-IT-USAGE(WS-IT-INDEX)
     WHEN 'COMP-1' WHEN 'COMPUTATIONAL-1'
      MOVE '1' TO WS-IT-USAGE(WS-IT-INDEX)
     WHEN 'COMP-2' WHEN 'COMPUTATIONAL-2'
      MOVE '2' TO WS-IT-USAGE(WS-IT-INDEX)
     WHEN 'DISPLAY'
      MOVE 'D' TO WS-IT-USAGE(WS-IT-INDEX)
     WHEN 'SEPARATE'
      MOVE 'Y' TO WS-IT-SIGN-SEPARATE(WS-IT-INDEX)
     WHEN 'VALUE'
     WHEN 'VALUES'
      PERFORM SKIP-OPTIONAL-IS
      ADD 1 TO WS-TOK-INDEX
     WHEN 'DEPENDING'
      IF WS-TOK-INDEX <= WS-TOKEN-COUNT
       IF WS-TOKEN(WS-TOK-INDEX) = 'ON'
        ADD 1 TO WS-TOK-INDEX
       END-IF
      END-IF
      ADD 1 TO WS-TOK-INDEX
     WHEN 'INDEXED'
      IF WS-TOK-INDEX <= WS-TOKEN-COUNT
       IF WS-TOKEN(WS-TOK-INDEX) = 'BY'
        ADD 1 TO WS-TOK-INDEX
       END-IF
      END-IF
      ADD 1 TO WS-TOK-INDEX
     WHEN 'KEY'
      PERFORM SKIP-OPTIONAL-IS
      ADD 1 TO WS-TOK-INDEX
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

SKIP-OPTIONAL-IS.
    IF WS-TOK-INDEX <= WS-TOKEN-COUNT
     IF WS-TOKEN(WS-TOK-INDEX) = 'IS' OR 'ARE'
      ADD 1 TO WS-TOK-INDEX
     END-IF
    END-IF.

SIZE-ELEMENTARY-ITEM.
* The storage a PICTURE takes depends on its USAGE: packed decimal
* holds two digits a byte plus the sign nibble, binary rounds up to
* a halfword, fullword or doubleword, display takes one byte a
* character (a separate sign one more).
    PERFORM ANALYZE-PICTURE.
    EVALUATE WS-IT-USAGE(WS-IT-INDEX)
     WHEN 'P'
      DIVIDE WS-PIC-DIGITS BY 2 GIVING WS-PIC-HALF-DIGITS
      COMPUTE WS-IT-SIZE(WS-IT-INDEX) = WS-PIC-HALF-DIGITS + 1
      MOVE 'P' TO WS-IT-TYPE(WS-IT-INDEX)
     WHEN 'B'
      EVALUATE TRUE
       WHEN WS-PIC-DIGITS <= 4
        MOVE 2 TO WS-IT-SIZE(WS-IT-INDEX)
       WHEN WS-PIC-DIGITS <= 9
        MOVE 4 TO WS-IT-SIZE(WS-IT-INDEX)
       WHEN OTHER
        MOVE 8 TO WS-IT-SIZE(WS-IT-INDEX)
      END-EVALUATE
      MOVE 'B' TO WS-IT-TYPE(WS-IT-INDEX)
     WHEN OTHER
      MOVE WS-PIC-CHARACTERS TO WS-IT-SIZE(WS-IT-INDEX)
      IF WS-PIC-SIGNED-FLAG = 'Y'
          AND WS-IT-SIGN-SEPARATE(WS-IT-INDEX) = 'Y'
       ADD 1 TO WS-IT-SIZE(WS-IT-INDEX)
      END-IF
      PERFORM TYPE-DISPLAY-ITEM
    END-EVALUATE.

TYPE-DISPLAY-ITEM.
    MOVE 0 TO WS-DATE-WORD-COUNT.
    INSPECT WS-IT-NAME(WS-IT-INDEX) TALLYING WS-DATE-WORD-COUNT
        FOR ALL 'DATE'.
    EVALUATE TRUE
     WHEN WS-PIC-ALPHANUMERIC-FLAG = 'Y'
      MOVE 'X' TO WS-IT-TYPE(WS-IT-INDEX)
     WHEN WS-PIC-EDITED-FLAG = 'Y'
      MOVE 'N' TO WS-IT-TYPE(WS-IT-INDEX)
      MOVE 'NUMERIC EDITED' TO WS-IT-NOTE(WS-IT-INDEX)
     WHEN WS-PIC-SIGNED-FLAG = 'Y'
         AND WS-IT-SIGN-SEPARATE(WS-IT-INDEX) = 'N'
      MOVE 'X' TO WS-IT-TYPE(WS-IT-INDEX)
      MOVE 'ZONED SIGN - PROPOSED AS X' TO WS-IT-NOTE(WS-IT-INDEX)
     WHEN WS-PIC-DIGITS = 8 AND WS-IT-SIZE(WS-IT-INDEX) = 8
         AND WS-PIC-DECIMAL-FLAG = 'N' AND WS-DATE-WORD-COUNT > 0
      MOVE 'D' TO WS-IT-TYPE(WS-IT-INDEX)
      MOVE 'DATE BY NAME' TO WS-IT-NOTE(WS-IT-INDEX)
     WHEN OTHER
      MOVE 'N' TO WS-IT-TYPE(WS-IT-INDEX)
    END-EVALUATE.

ANALYZE-PICTURE.
    MOVE WS-IT-PICTURE(WS-IT-INDEX) TO WS-PIC-TEXT.
    COMPUTE WS-PIC-LENGTH =
        FUNCTION LENGTH(FUNCTION TRIM(WS-PIC-TEXT TRAILING)).
    MOVE 0 TO WS-PIC-DIGITS.
    MOVE 0 TO WS-PIC-CHARACTERS.
    MOVE 'N' TO WS-PIC-ALPHANUMERIC-FLAG.
    MOVE 'N' TO WS-PIC-EDITED-FLAG.
    MOVE 'N' TO WS-PIC-SIGNED-FLAG.
    MOVE 'N' TO WS-PIC-DECIMAL-FLAG.
    MOVE 1 TO WS-PIC-POS.
    PERFORM ANALYZE-ONE-PIC-SYMBOL UNTIL WS-PIC-POS > WS-PIC-LENGTH.

ANALYZE-ONE-PIC-SYMBOL.
* One symbol and its repeat count, 9(7) or 999 alike.
    MOVE WS-PIC-TEXT(WS-PIC-POS:1) TO WS-PIC-SYMBOL.
    ADD 1 TO WS-PIC-POS.
    MOVE 1 TO WS-PIC-REPEAT.
    IF WS-PIC-POS <= WS-PIC-LENGTH
     IF WS-PIC-TEXT(WS-PIC-POS:1) = '('
      MOVE 0 TO WS-PIC-REPEAT
      ADD 1 TO WS-PIC-POS
      PERFORM UNTIL WS-PIC-POS > WS-PIC-LENGTH
          OR WS-PIC-TEXT(WS-PIC-POS:1) = ')'
       IF WS-PIC-TEXT(WS-PIC-POS:1) IS NUMERIC
        COMPUTE WS-PIC-REPEAT = WS-PIC-REPEAT * 10
            + FUNCTION NUMVAL(WS-PIC-TEXT(WS-PIC-POS:1))
       END-IF
       ADD 1 TO WS-PIC-POS
      END-PERFORM
      ADD 1 TO WS-PIC-POS
     END-IF
    END-IF.
    EVALUATE WS-PIC-SYMBOL
     WHEN '9'
      ADD WS-PIC-REPEAT TO WS-PIC-DIGITS
      ADD WS-PIC-REPEAT TO WS-PIC-CHARACTERS
     WHEN 'X' WHEN 'A'
      MOVE 'Y' TO WS-PIC-ALPHANUMERIC-FLAG
      ADD WS-PIC-REPEAT TO WS-PIC-CHARACTERS
     WHEN 'N' WHEN 'G'
      MOVE 'Y' TO WS-PIC-ALPHANUMERIC-FLAG
      COMPUTE WS-PIC-CHARACTERS = WS-PIC-CHARACTERS
          + 2 * WS-PIC-REPEAT
     WHEN 'S'
      MOVE 'Y' TO WS-PIC-SIGNED-FLAG
     WHEN 'V'
      MOVE 'Y' TO WS-PIC-DECIMAL-FLAG
     WHEN 'P'
      CONTINUE
     WHEN OTHER
      MOVE 'Y' TO WS-PIC-EDITED-FLAG
      ADD WS-PIC-REPEAT TO WS-PIC-CHARACTERS
    END-EVALUATE.

MARK-ONE-GROUP-ITEM.
* An entry with no PICTURE that has subordinates is a group; one
* without subordinates is COMP-1/COMP-2 or describes no storage.
    IF WS-IT-PICTURE(WS-IT-INDEX) = SPACES
     EVALUATE TRUE
      WHEN WS-IT-INDEX < WS-ITEM-COUNT
          AND WS-IT-LEVEL(WS-IT-INDEX + 1) > WS-IT-LEVEL(WS-IT-INDEX)
       MOVE 'Y' TO WS-IT-GROUP-FLAG(WS-IT-INDEX)
      WHEN WS-IT-USAGE(WS-IT-INDEX) = '1'
       MOVE 4 TO WS-IT-SIZE(WS-IT-INDEX)
       MOVE 'X' TO WS-IT-TYPE(WS-IT-INDEX)
       MOVE 'FLOATING POINT - AS X' TO WS-IT-NOTE(WS-IT-INDEX)
      WHEN WS-IT-USAGE(WS-IT-INDEX) = '2'
       MOVE 8 TO WS-IT-SIZE(WS-IT-INDEX)
       MOVE 'X' TO WS-IT-TYPE(WS-IT-INDEX)
       MOVE 'FLOATING POINT - AS X' TO WS-IT-NOTE(WS-IT-INDEX)
      WHEN OTHER
       MOVE 'NO PICTURE - NO STORAGE' TO WS-IT-NOTE(WS-IT-INDEX)
     END-EVALUATE
    END-IF.

ADD-ONE-ITEM-TO-PARENT.
* Walking backwards, every subordinate is complete before its group
* is reached; a redefining item adds nothing, since it overlays.
    IF WS-IT-PARENT(WS-IT-INDEX) > 0
        AND WS-IT-REDEFINES(WS-IT-INDEX) = SPACES
     COMPUTE WS-IT-SIZE(WS-IT-PARENT(WS-IT-INDEX)) =
         WS-IT-SIZE(WS-IT-PARENT(WS-IT-INDEX))
         + WS-IT-SIZE(WS-IT-INDEX) * WS-IT-OCCURS(WS-IT-INDEX)
    END-IF.

PLACE-ONE-ITEM.
* Every 01 starts the record at offset zero, the first being the
* record proper and any other an alternate view; a REDEFINES starts
* where the item it names starts; anything else follows its
* preceding sibling.
    EVALUATE TRUE
     WHEN WS-IT-PARENT(WS-IT-INDEX) = 0
      MOVE 0 TO WS-IT-OFFSET(WS-IT-INDEX)
      IF WS-FIRST-RECORD = 0
       MOVE WS-IT-INDEX TO WS-FIRST-RECORD
      ELSE
       MOVE 'Y' TO WS-IT-ALTERNATE-FLAG(WS-IT-INDEX)
       MOVE 'ALTERNATE RECORD VIEW' TO WS-IT-NOTE(WS-IT-INDEX)
      END-IF
     WHEN WS-IT-REDEFINES(WS-IT-INDEX) NOT = SPACES
      PERFORM PLACE-REDEFINING-ITEM
     WHEN OTHER
      MOVE WS-IT-NEXT-FREE(WS-IT-PARENT(WS-IT-INDEX))
          TO WS-IT-OFFSET(WS-IT-INDEX)
      COMPUTE WS-IT-NEXT-FREE(WS-IT-PARENT(WS-IT-INDEX)) =
          WS-IT-NEXT-FREE(WS-IT-PARENT(WS-IT-INDEX))
          + WS-IT-SIZE(WS-IT-INDEX) * WS-IT-OCCURS(WS-IT-INDEX)
    END-EVALUATE.
    MOVE WS-IT-OFFSET(WS-IT-INDEX) TO WS-IT-NEXT-FREE(WS-IT-INDEX).
    IF WS-IT-PARENT(WS-IT-INDEX) > 0
     IF WS-IT-ALTERNATE-FLAG(WS-IT-PARENT(WS-IT-INDEX)) = 'Y'
      MOVE 'Y' TO WS-IT-ALTERNATE-FLAG(WS-IT-INDEX)
     END-IF
    END-IF.

PLACE-REDEFINING-ITEM.
    MOVE 0 TO WS-IT-FOUND.
    PERFORM VARYING WS-IT-SCAN FROM WS-IT-INDEX BY -1
        UNTIL WS-IT-SCAN < 1 OR WS-IT-FOUND > 0
     IF WS-IT-SCAN < WS-IT-INDEX
         AND WS-IT-PARENT(WS-IT-SCAN) = WS-IT-PARENT(WS-IT-INDEX)
         AND WS-IT-NAME(WS-IT-SCAN) = WS-IT-REDEFINES(WS-IT-INDEX)
      MOVE WS-IT-SCAN TO WS-IT-FOUND
     END-IF
    END-PERFORM.
    MOVE 'Y' TO WS-IT-ALTERNATE-FLAG(WS-IT-INDEX).
    IF WS-IT-FOUND = 0
     MOVE WS-IT-NEXT-FREE(WS-IT-PARENT(WS-IT-INDEX))
         TO WS-IT-OFFSET(WS-IT-INDEX)
     MOVE 'REDEFINED ITEM NOT FOUND' TO WS-IT-NOTE(WS-IT-INDEX)
     ADD 1 TO WS-REDEFINES-PROBLEM-COUNT
     ADD 1 TO WS-WARNING-COUNT
    ELSE
     MOVE WS-IT-OFFSET(WS-IT-FOUND) TO WS-IT-OFFSET(WS-IT-INDEX)
     IF WS-IT-SIZE(WS-IT-INDEX) * WS-IT-OCCURS(WS-IT-INDEX)
         > WS-IT-SIZE(WS-IT-FOUND) * WS-IT-OCCURS(WS-IT-FOUND)
      MOVE 'LONGER THAN ITEM REDEFINED' TO WS-IT-NOTE(WS-IT-INDEX)
      ADD 1 TO WS-REDEFINES-PROBLEM-COUNT
      ADD 1 TO WS-WARNING-COUNT
     ELSE
      MOVE 'REDEFINES - ALTERNATE VIEW' TO WS-IT-NOTE(WS-IT-INDEX)
     END-IF
    END-IF.

PROPOSE-ONE-ITEM.
* Named elementary items of the primary view become dictionary
* fields, one per occurrence of every OCCURS around them.
    IF WS-IT-GROUP-FLAG(WS-IT-INDEX) = 'N'
        AND WS-IT-ALTERNATE-FLAG(WS-IT-INDEX) = 'N'
        AND WS-IT-NAME(WS-IT-INDEX) NOT = 'FILLER'
        AND WS-IT-SIZE(WS-IT-INDEX) > 0
     PERFORM COLLECT-OCCURS-CHAIN
     IF WS-DIMENSIONS-USED > 3
      MOVE 'OCCURS NESTED TOO DEEP' TO WS-IT-NOTE(WS-IT-INDEX)
      ADD 1 TO WS-DEEP-OCCURS-COUNT
      ADD 1 TO WS-WARNING-COUNT
     ELSE
      PERFORM PROPOSE-ONE-OCCURRENCE
          VARYING WS-SUB-1 FROM 1 BY 1
          UNTIL WS-SUB-1 > WS-DIM-COUNT(1)
          AFTER WS-SUB-2 FROM 1 BY 1
          UNTIL WS-SUB-2 > WS-DIM-COUNT(2)
          AFTER WS-SUB-3 FROM 1 BY 1
          UNTIL WS-SUB-3 > WS-DIM-COUNT(3)
     END-IF
    END-IF.

COLLECT-OCCURS-CHAIN.
* The item and its ancestors, innermost first; those with OCCURS
* become the dimensions, stored outermost first. An unused
* dimension repeats once with no stride.
    MOVE 0 TO WS-CHAIN-DEPTH.
    MOVE WS-IT-INDEX TO WS-IT-SCAN.
    PERFORM UNTIL WS-IT-SCAN = 0
     IF WS-IT-OCCURS(WS-IT-SCAN) > 1 AND WS-CHAIN-DEPTH < 10
      ADD 1 TO WS-CHAIN-DEPTH
      MOVE WS-IT-SCAN TO WS-CHAIN-ITEM(WS-CHAIN-DEPTH)
     END-IF
     MOVE WS-IT-PARENT(WS-IT-SCAN) TO WS-IT-SCAN
    END-PERFORM.
    MOVE WS-CHAIN-DEPTH TO WS-DIMENSIONS-USED.
    PERFORM VARYING WS-DIM-INDEX FROM 1 BY 1 UNTIL WS-DIM-INDEX > 3
     MOVE 1 TO WS-DIM-COUNT(WS-DIM-INDEX)
     MOVE 0 TO WS-DIM-STRIDE(WS-DIM-INDEX)
    END-PERFORM.
    IF WS-CHAIN-DEPTH <= 3
     PERFORM VARYING WS-DIM-INDEX FROM 1 BY 1
         UNTIL WS-DIM-INDEX > WS-CHAIN-DEPTH
      MOVE WS-IT-OCCURS(WS-CHAIN-ITEM(WS-CHAIN-DEPTH - WS-DIM-INDEX + 1))
          TO WS-DIM-COUNT(WS-DIM-INDEX)
      MOVE WS-IT-SIZE(WS-CHAIN-ITEM(WS-CHAIN-DEPTH - WS-DIM-INDEX + 1))
          TO WS-DIM-STRIDE(WS-DIM-INDEX)
     END-PERFORM
    END-IF.

PROPOSE-ONE-OCCURRENCE.
    IF WS-PROPOSAL-COUNT < WS-PROPOSAL-CAPACITY
     ADD 1 TO WS-PROPOSAL-COUNT
     COMPUTE WS-PR-POSITION(WS-PROPOSAL-COUNT) =
         WS-IT-OFFSET(WS-IT-INDEX) + 1
         + (WS-SUB-1 - 1) * WS-DIM-STRIDE(1)
         + (WS-SUB-2 - 1) * WS-DIM-STRIDE(2)
         + (WS-SUB-3 - 1) * WS-DIM-STRIDE(3)
     MOVE WS-IT-SIZE(WS-IT-INDEX) TO WS-PR-LENGTH(WS-PROPOSAL-COUNT)
     MOVE WS-IT-TYPE(WS-IT-INDEX) TO WS-PR-TYPE(WS-PROPOSAL-COUNT)
     PERFORM NAME-ONE-OCCURRENCE
     IF WS-PR-POSITION(WS-PROPOSAL-COUNT)
         + WS-PR-LENGTH(WS-PROPOSAL-COUNT) - 1 > 999
      ADD 1 TO WS-BEYOND-999-COUNT
      IF WS-BEYOND-999-COUNT = 1
       ADD 1 TO WS-WARNING-COUNT
      END-IF
     END-IF
    ELSE
     IF WS-TOO-MANY-ITEMS-FLAG = 'N'
      MOVE 'Y' TO WS-TOO-MANY-ITEMS-FLAG
      ADD 1 TO WS-WARNING-COUNT
     END-IF
    END-IF.

NAME-ONE-OCCURRENCE.
* <name>-<n>[-<n>[-<n>]] for each dimension in use, the base name
* cut short when the whole would pass the dictionary's twenty.
    MOVE SPACES TO WS-NAME-SUFFIX.
    MOVE 1 TO WS-SUFFIX-LENGTH.
    IF WS-DIMENSIONS-USED >= 1
     MOVE WS-SUB-1 TO WS-SUB-EDIT
     STRING '-' DELIMITED BY SIZE
         FUNCTION TRIM(WS-SUB-EDIT) DELIMITED BY SIZE
         INTO WS-NAME-SUFFIX WITH POINTER WS-SUFFIX-LENGTH
    END-IF.
    IF WS-DIMENSIONS-USED >= 2
     MOVE WS-SUB-2 TO WS-SUB-EDIT
     STRING '-' DELIMITED BY SIZE
         FUNCTION TRIM(WS-SUB-EDIT) DELIMITED BY SIZE
         INTO WS-NAME-SUFFIX WITH POINTER WS-SUFFIX-LENGTH
    END-IF.
    IF WS-DIMENSIONS-USED >= 3
     MOVE WS-SUB-3 TO WS-SUB-EDIT
     STRING '-' DELIMITED BY SIZE
         FUNCTION TRIM(WS-SUB-EDIT) DELIMITED BY SIZE
         INTO WS-NAME-SUFFIX WITH POINTER WS-SUFFIX-LENGTH
    END-IF.
    SUBTRACT 1 FROM WS-SUFFIX-LENGTH.
    COMPUTE WS-BASE-LENGTH = FUNCTION LENGTH(
        FUNCTION TRIM(WS-IT-NAME(WS-IT-INDEX))).
    IF WS-BASE-LENGTH + WS-SUFFIX-LENGTH > 20
     COMPUTE WS-BASE-LENGTH = 20 - WS-SUFFIX-LENGTH
     IF WS-IT-NAME(WS-IT-INDEX)(WS-BASE-LENGTH:1) = '-'
      SUBTRACT 1 FROM WS-BASE-LENGTH
     END-IF
     IF WS-SUB-1 = 1 AND WS-SUB-2 = 1 AND WS-SUB-3 = 1
      ADD 1 TO WS-SHORTENED-COUNT
      IF WS-SHORTENED-COUNT = 1
       ADD 1 TO WS-WARNING-COUNT
      END-IF
      MOVE 'NAME SHORTENED' TO WS-IT-NOTE(WS-IT-INDEX)
     END-IF
    END-IF.
    MOVE SPACES TO WS-PR-NAME(WS-PROPOSAL-COUNT).
    MOVE WS-IT-NAME(WS-IT-INDEX)(1:WS-BASE-LENGTH)
        TO WS-PR-NAME(WS-PROPOSAL-COUNT).
    IF WS-SUFFIX-LENGTH > 0
     MOVE WS-NAME-SUFFIX(1:WS-SUFFIX-LENGTH)
         TO WS-PR-NAME(WS-PROPOSAL-COUNT)
         (WS-BASE-LENGTH + 1:WS-SUFFIX-LENGTH)
    END-IF.

ORDER-ONE-PROPOSAL.
* The fields of an OCCURS group come out field by field; the
* dictionary reads best in record order, so each entry is moved down
* past those that start after it.
    MOVE WS-PROPOSAL-ENTRY(WS-PR-INDEX) TO WS-PR-HOLD.
    MOVE WS-PR-INDEX TO WS-PR-SCAN.
    PERFORM UNTIL WS-PR-SCAN = 1
        OR WS-PR-POSITION(WS-PR-SCAN - 1) <= WS-PR-HOLD-POSITION
     MOVE WS-PROPOSAL-ENTRY(WS-PR-SCAN - 1)
         TO WS-PROPOSAL-ENTRY(WS-PR-SCAN)
     SUBTRACT 1 FROM WS-PR-SCAN
    END-PERFORM.
    MOVE WS-PR-HOLD TO WS-PROPOSAL-ENTRY(WS-PR-SCAN).

BUILD-PROPOSAL-LINE.
* layout,field,position,length,type,O, - the dictionary's own format.
    MOVE WS-PR-POSITION(WS-PR-INDEX) TO WS-START-EDIT.
    MOVE WS-PR-LENGTH(WS-PR-INDEX) TO WS-LENGTH-EDIT.
    MOVE SPACES TO WS-PROPOSAL-LINE.
    STRING WS-LAYOUT-NAME DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-PR-NAME(WS-PR-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-START-EDIT) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-LENGTH-EDIT) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-PR-TYPE(WS-PR-INDEX) DELIMITED BY SIZE
        ',O,' DELIMITED BY SIZE
        INTO WS-PROPOSAL-LINE.

WRITE-PROPOSAL-FILE.
    OPEN OUTPUT PROPOSAL-FILE.
    IF WS-PROPOSAL-STATUS NOT = '00'
     DISPLAY 'Cannot write the review file: ' WS-PROPOSAL-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    MOVE SPACES TO PROPOSAL-RECORD.
    STRING '* Proposed from ' DELIMITED BY SIZE
        WS-COPYBOOK-FILE-NAME DELIMITED BY SPACE
        ' by COPYBOOK-IMPORT run ' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SPACE
        INTO PROPOSAL-RECORD.
    WRITE PROPOSAL-RECORD.
    PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
        UNTIL WS-PR-INDEX > WS-PROPOSAL-COUNT
     PERFORM BUILD-PROPOSAL-LINE
     WRITE PROPOSAL-RECORD FROM WS-PROPOSAL-LINE
    END-PERFORM.
    CLOSE PROPOSAL-FILE.

WRITE-LISTING.
    PERFORM PRINT-REPORT-HEADER.
    WRITE LISTING-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO LISTING-RECORD.
    STRING 'COPYBOOK IMPORT OF ' DELIMITED BY SIZE
        WS-COPYBOOK-FILE-NAME DELIMITED BY SPACE
        ' AS LAYOUT ' DELIMITED BY SIZE
        WS-LAYOUT-NAME DELIMITED BY SPACE
        INTO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE SPACES TO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'LV NAME                           PICTURE          '
        DELIMITED BY SIZE
        'USAGE   OCCURS START   END   LEN T NOTE' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE LISTING-RECORD FROM WS-REPORT-LINE.
    MOVE ALL '-' TO WS-REPORT-LINE.
    WRITE LISTING-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-ITEM-LINE
        VARYING WS-IT-INDEX FROM 1 BY 1
        UNTIL WS-IT-INDEX > WS-ITEM-COUNT.
    MOVE SPACES TO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE SPACES TO LISTING-RECORD.
    STRING 'PROPOSED LAYOUT LINES (ALSO IN ' DELIMITED BY SIZE
        WS-PROPOSAL-FILE-NAME DELIMITED BY SPACE
        '):' DELIMITED BY SIZE
        INTO LISTING-RECORD.
    WRITE LISTING-RECORD.
    PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
        UNTIL WS-PR-INDEX > WS-PROPOSAL-COUNT
     PERFORM BUILD-PROPOSAL-LINE
     MOVE SPACES TO LISTING-RECORD
     STRING '  ' DELIMITED BY SIZE
         WS-PROPOSAL-LINE DELIMITED BY SPACE
         INTO LISTING-RECORD
     WRITE LISTING-RECORD
    END-PERFORM.
    MOVE SPACES TO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO LISTING-RECORD.
    STRING 'ITEMS READ      : ' FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE WS-PROPOSAL-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO LISTING-RECORD.
    STRING 'FIELDS PROPOSED : ' FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO LISTING-RECORD.
    WRITE LISTING-RECORD.
    MOVE WS-RECORD-LENGTH TO WS-COUNT-EDIT.
    MOVE SPACES TO LISTING-RECORD.
    STRING 'RECORD LENGTH   : ' FUNCTION TRIM(WS-COUNT-EDIT)
        DELIMITED BY SIZE INTO LISTING-RECORD.
    WRITE LISTING-RECORD.
    PERFORM WRITE-LISTING-WARNINGS.

WRITE-ONE-ITEM-LINE.
* Start and end are one-based record positions of the first
* occurrence; the length is one occurrence's.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-IT-LEVEL(WS-IT-INDEX) TO WS-LEVEL-EDIT.
    MOVE WS-LEVEL-EDIT TO WS-REPORT-LINE(1:2).
    MOVE WS-IT-NAME(WS-IT-INDEX) TO WS-REPORT-LINE(4:30).
    MOVE WS-IT-PICTURE(WS-IT-INDEX)(1:16) TO WS-REPORT-LINE(35:16).
    EVALUATE TRUE
     WHEN WS-IT-GROUP-FLAG(WS-IT-INDEX) = 'Y'
      MOVE 'GROUP' TO WS-USAGE-TEXT
     WHEN WS-IT-USAGE(WS-IT-INDEX) = 'P'
      MOVE 'COMP-3' TO WS-USAGE-TEXT
     WHEN WS-IT-USAGE(WS-IT-INDEX) = 'B'
      MOVE 'BINARY' TO WS-USAGE-TEXT
     WHEN WS-IT-USAGE(WS-IT-INDEX) = '1'
      MOVE 'COMP-1' TO WS-USAGE-TEXT
     WHEN WS-IT-USAGE(WS-IT-INDEX) = '2'
      MOVE 'COMP-2' TO WS-USAGE-TEXT
     WHEN OTHER
      MOVE 'DISPLAY' TO WS-USAGE-TEXT
    END-EVALUATE.
    MOVE WS-USAGE-TEXT TO WS-REPORT-LINE(52:7).
    IF WS-IT-OCCURS(WS-IT-INDEX) > 1
     MOVE WS-IT-OCCURS(WS-IT-INDEX) TO WS-OCCURS-EDIT
     MOVE WS-OCCURS-EDIT TO WS-REPORT-LINE(62:4)
    END-IF.
    COMPUTE WS-END-POSITION = WS-IT-OFFSET(WS-IT-INDEX)
        + WS-IT-SIZE(WS-IT-INDEX).
    COMPUTE WS-START-EDIT = WS-IT-OFFSET(WS-IT-INDEX) + 1.
    MOVE WS-END-POSITION TO WS-END-EDIT.
    MOVE WS-IT-SIZE(WS-IT-INDEX) TO WS-LENGTH-EDIT.
    MOVE WS-START-EDIT TO WS-REPORT-LINE(67:5).
    MOVE WS-END-EDIT TO WS-REPORT-LINE(73:5).
    MOVE WS-LENGTH-EDIT TO WS-REPORT-LINE(79:5).
    IF WS-IT-ALTERNATE-FLAG(WS-IT-INDEX) = 'N'
        AND WS-IT-GROUP-FLAG(WS-IT-INDEX) = 'N'
     MOVE WS-IT-TYPE(WS-IT-INDEX) TO WS-REPORT-LINE(85:1)
    END-IF.
    MOVE WS-IT-NOTE(WS-IT-INDEX) TO WS-REPORT-LINE(87:30).
    WRITE LISTING-RECORD FROM WS-REPORT-LINE.

WRITE-LISTING-WARNINGS.
    IF WS-TOO-MANY-ITEMS-FLAG = 'Y'
     MOVE 'WARNING: the copybook is larger than one import can hold'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
     MOVE '         - the items and fields past the limit are missing.'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
    END-IF.
    IF WS-TOO-MANY-FIELDS-FLAG = 'Y'
     MOVE 'WARNING: more than 30 fields - programs loading the layout'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
     MOVE '         see only the first 30; consider several layouts.'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
    END-IF.
    IF WS-BEYOND-999-COUNT > 0
     MOVE 'WARNING: fields end past position 999, beyond what the'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
     MOVE '         dictionary positions can hold.' TO LISTING-RECORD
     WRITE LISTING-RECORD
    END-IF.
    IF WS-SHORTENED-COUNT > 0
     MOVE 'WARNING: names shortened to fit twenty characters -'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
     MOVE '         check them for clashes before saving.'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
    END-IF.
    IF WS-DEEP-OCCURS-COUNT > 0
     MOVE 'WARNING: OCCURS nested more than three deep - those fields'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
     MOVE '         are not proposed.' TO LISTING-RECORD
     WRITE LISTING-RECORD
    END-IF.
    IF WS-REDEFINES-PROBLEM-COUNT > 0
     MOVE 'WARNING: a REDEFINES could not be placed cleanly - see the'
         TO LISTING-RECORD
     WRITE LISTING-RECORD
     MOVE '         notes above.' TO LISTING-RECORD
     WRITE LISTING-RECORD
    END-IF.

SAVE-TO-DICTIONARY.
* The layout's lines replace any the dictionary already holds under
* the same name, in the place the first of them stood; a new layout
* goes at the end.
    PERFORM LOAD-DICTIONARY-LINES.
    IF WS-DICT-FULL-FLAG = 'Y'
     DISPLAY 'The dictionary is too large to rewrite here - '
         'nothing saved.'
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE 'Y' TO WS-SAVE-ANSWER
     IF WS-DICT-OLD-COUNT > 0
      DISPLAY 'Layout ' FUNCTION TRIM(WS-LAYOUT-NAME) ' already has '
          WS-DICT-OLD-COUNT ' line(s); replace them (Y/N)? '
          WITH NO ADVANCING
      ACCEPT WS-SAVE-ANSWER
      MOVE FUNCTION UPPER-CASE(WS-SAVE-ANSWER) TO WS-SAVE-ANSWER
     END-IF
     IF WS-SAVE-ANSWER NOT = 'Y'
      DISPLAY 'Nothing saved.'
     ELSE
      PERFORM SIGN-OPERATOR-ON
      PERFORM RETAIN-DICTIONARY-VERSION
      PERFORM REWRITE-DICTIONARY
      DISPLAY WS-PROPOSAL-COUNT ' field(s) saved to LAYOUTDICT.TXT'
          ' as layout ' FUNCTION TRIM(WS-LAYOUT-NAME) '.'
     END-IF
    END-IF.

LOAD-DICTIONARY-LINES.
    MOVE 0 TO WS-DICT-COUNT.
    MOVE 0 TO WS-DICT-OLD-COUNT.
    MOVE 0 TO WS-DICT-FIRST-OLD.
    MOVE 'N' TO LAYOUT-DICT-EOF-FLAG.
    OPEN INPUT LAYOUT-DICT-FILE.
    IF LAYOUT-DICT-STATUS NOT = '00'
     SET LAYOUT-DICT-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-DICTIONARY-LINE UNTIL LAYOUT-DICT-EOF.
    IF LAYOUT-DICT-STATUS = '00' OR LAYOUT-DICT-STATUS = '10'
     CLOSE LAYOUT-DICT-FILE
    END-IF.

LOAD-ONE-DICTIONARY-LINE.
    READ LAYOUT-DICT-FILE
     AT END
      SET LAYOUT-DICT-EOF TO TRUE
     NOT AT END
      IF WS-DICT-COUNT < WS-DICT-CAPACITY
       ADD 1 TO WS-DICT-COUNT
       MOVE LAYOUT-DICT-RECORD TO WS-DICT-LINE(WS-DICT-COUNT)
       MOVE SPACES TO WS-DICT-LAYOUT
       UNSTRING LAYOUT-DICT-RECORD DELIMITED BY ','
           INTO WS-DICT-LAYOUT
       IF LAYOUT-DICT-RECORD(1:1) NOT = '*'
           AND WS-DICT-LAYOUT = WS-LAYOUT-NAME
        ADD 1 TO WS-DICT-OLD-COUNT
        IF WS-DICT-FIRST-OLD = 0
         MOVE WS-DICT-COUNT TO WS-DICT-FIRST-OLD
        END-IF
       END-IF
      ELSE
       MOVE 'Y' TO WS-DICT-FULL-FLAG
      END-IF
    END-READ.

REWRITE-DICTIONARY.
    OPEN OUTPUT LAYOUT-DICT-FILE.
    PERFORM VARYING WS-DICT-INDEX FROM 1 BY 1
        UNTIL WS-DICT-INDEX > WS-DICT-COUNT
     IF WS-DICT-INDEX = WS-DICT-FIRST-OLD
      PERFORM WRITE-PROPOSED-LINES
     END-IF
     MOVE SPACES TO WS-DICT-LAYOUT
     UNSTRING WS-DICT-LINE(WS-DICT-INDEX) DELIMITED BY ','
         INTO WS-DICT-LAYOUT
     IF WS-DICT-LINE(WS-DICT-INDEX)(1:1) = '*'
         OR WS-DICT-LAYOUT NOT = WS-LAYOUT-NAME
      MOVE WS-DICT-LINE(WS-DICT-INDEX) TO LAYOUT-DICT-RECORD
      WRITE LAYOUT-DICT-RECORD
     END-IF
    END-PERFORM.
    IF WS-DICT-FIRST-OLD = 0
     PERFORM WRITE-PROPOSED-LINES
    END-IF.
    CLOSE LAYOUT-DICT-FILE.

WRITE-PROPOSED-LINES.
    PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
        UNTIL WS-PR-INDEX > WS-PROPOSAL-COUNT
     PERFORM BUILD-PROPOSAL-LINE
     MOVE WS-PROPOSAL-LINE TO LAYOUT-DICT-RECORD
     WRITE LAYOUT-DICT-RECORD
    END-PERFORM.

RETAIN-DICTIONARY-VERSION.
* The dictionary as it stands becomes the next numbered version
* under CTLVERS/, indexed with the operator and timestamp the same
* way CONTROL-FILE-EDITOR retains every control file it saves.
    OPEN INPUT LAYOUT-DICT-FILE.
    IF LAYOUT-DICT-STATUS NOT = '00'
     CONTINUE
    ELSE
     CLOSE LAYOUT-DICT-FILE
     PERFORM FIND-HIGHEST-VERSION
     COMPUTE WS-NEW-VERSION = WS-HIGHEST-VERSION + 1
     MOVE SPACES TO WS-VERSION-NAME
     STRING 'CTLVERS/' DELIMITED BY SIZE
         WS-DICTIONARY-NAME DELIMITED BY SPACE
         '.V' DELIMITED BY SIZE
         WS-NEW-VERSION DELIMITED BY SIZE
         INTO WS-VERSION-NAME
     MOVE SPACES TO WS-SHELL-COMMAND
     STRING 'mkdir -p CTLVERS && cp ' DELIMITED BY SIZE
         WS-DICTIONARY-NAME DELIMITED BY SPACE
         ' ' DELIMITED BY SIZE
         WS-VERSION-NAME DELIMITED BY SPACE
         INTO WS-SHELL-COMMAND
     CALL 'SYSTEM' USING WS-SHELL-COMMAND
     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
     ACCEPT WS-STAMP-TIME FROM TIME
     MOVE SPACES TO WS-VERSION-INDEX-LINE
     STRING WS-DICTIONARY-NAME DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-NEW-VERSION DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         OPERATOR-SIGNON-ID DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-STAMP-DATE DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-STAMP-HHMMSS DELIMITED BY SIZE
         INTO WS-VERSION-INDEX-LINE
     OPEN EXTEND VERSION-INDEX-FILE
     IF WS-VERSION-INDEX-STATUS = '35'
      OPEN OUTPUT VERSION-INDEX-FILE
     END-IF
     MOVE WS-VERSION-INDEX-LINE TO VERSION-INDEX-RECORD
     WRITE VERSION-INDEX-RECORD
     CLOSE VERSION-INDEX-FILE
     DISPLAY 'Prior dictionary retained as version ' WS-NEW-VERSION
         '.'
    END-IF.

FIND-HIGHEST-VERSION.
    MOVE 0 TO WS-HIGHEST-VERSION.
    MOVE 'N' TO WS-VERSION-INDEX-EOF-FLAG.
    OPEN INPUT VERSION-INDEX-FILE.
    IF WS-VERSION-INDEX-STATUS NOT = '00'
     SET WS-VERSION-INDEX-EOF TO TRUE
    END-IF.
    PERFORM WEIGH-ONE-INDEX-LINE UNTIL WS-VERSION-INDEX-EOF.
    IF WS-VERSION-INDEX-STATUS = '00'
        OR WS-VERSION-INDEX-STATUS = '10'
     CLOSE VERSION-INDEX-FILE
    END-IF.

WEIGH-ONE-INDEX-LINE.
    READ VERSION-INDEX-FILE INTO WS-VERSION-INDEX-LINE
     AT END
      SET WS-VERSION-INDEX-EOF TO TRUE
     NOT AT END
      IF WS-VERSION-INDEX-LINE NOT = SPACES
       MOVE SPACES TO WS-VI-FILE
       MOVE SPACES TO WS-VI-VERSION-TEXT
       UNSTRING WS-VERSION-INDEX-LINE DELIMITED BY ','
           INTO WS-VI-FILE WS-VI-VERSION-TEXT WS-VI-OPERATOR
                WS-VI-DATE WS-VI-TIME
       IF FUNCTION TRIM(WS-VI-FILE)
           = FUNCTION TRIM(WS-DICTIONARY-NAME)
           AND WS-VI-VERSION-TEXT(1:4) IS NUMERIC
        IF FUNCTION NUMVAL(WS-VI-VERSION-TEXT)
            > WS-HIGHEST-VERSION
         COMPUTE WS-HIGHEST-VERSION =
             FUNCTION NUMVAL(WS-VI-VERSION-TEXT)
        END-IF
       END-IF
      END-IF
    END-READ.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==
            BY =='COPYBOOK-IMPORT'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='COPYBOOK-IMPORT'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='COPYBOOK-IMPORT'==.
