IDENTIFICATION DIVISION.
PROGRAM-ID. FILE-JOIN.
AUTHOR. Simon Mikkelsen.
* FILE-COMPARE says where two files differ and FILEMERGER merges
* them, but nothing could put a transaction record together with the
* master fields that belong to it - that enrichment was done by hand
* in a spreadsheet. This program joins two files already in ascending
* key order (as FILE-SORT leaves them) in one matching pass. The key
* is named either by position and length in each file, or by a field
* name in each file's LAYOUTDICT layout; keys compare as characters,
* the shorter padded with spaces. Each output record is the left
* record followed by the right record, each cut to the number of
* bytes the operator asks for (by default the whole 200-byte record,
* or the width of its layout when the key came from the dictionary).
* Three modes:
*   I (inner)           a record for every left/right pair that match
*   L (left outer)      the same, plus every left record that matched
*                       nothing, its right half left blank
*   U (unmatched only)  only the records that matched nothing: a left
*                       record with its right half blank, a right
*                       record with its left half blank
* A key may repeat on either side: every right record under a key is
* held while the left records under the same key are read, and each
* left record is paired with each of them, so one master to many
* transactions (or many to many) comes out whole. Up to 1000 right
* records can share one key; any beyond that go to REJECTS.TXT under
* reason GRP and the run ends with RETURN-CODE 8. A record whose key
* falls below the one before it in its own file is out of order: it
* goes to REJECTS.TXT under reason SEQ, the way FILEMERGER treats it,
* and also ends the run with RETURN-CODE 8. HDR and TRL records in
* either file are passed over.
* The control report FILEJOIN.RPT, under the standard report header,
* shows the files, key and mode and the counts - records read from
* each side, left and right records matched, left-only, right-only,
* rejected, and records written - and is archived in RPTARC. The
* matched (left and right together), left-only and right-only counts
* and the records written are posted to BALANCE.TXT (directions MAT,
* LFT, RGT and OUT).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEFT-FILE ASSIGN TO WS-LEFT-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEFT-STATUS.
    SELECT RIGHT-FILE ASSIGN TO WS-RIGHT-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RIGHT-STATUS.
    SELECT JOINED-FILE ASSIGN TO WS-JOINED-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-JOINED-STATUS.
    SELECT JOIN-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "balance-select.cpy".
    COPY "rejects-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  LEFT-FILE.
01  LEFT-RECORD PIC X(200).

FD  RIGHT-FILE.
01  RIGHT-RECORD PIC X(200).

FD  JOINED-FILE.
01  JOINED-RECORD PIC X(400).

FD  JOIN-REPORT-FILE.
01  JOIN-REPORT-RECORD PIC X(132).

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
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-LEFT-FILE-NAME PIC X(100).
01  WS-RIGHT-FILE-NAME PIC X(100).
01  WS-JOINED-FILE-NAME PIC X(100).
01  WS-REPORT-NAME PIC X(100) VALUE 'FILEJOIN.RPT'.
01  WS-LEFT-STATUS PIC X(02).
01  WS-RIGHT-STATUS PIC X(02).
01  WS-JOINED-STATUS PIC X(02).
01  WS-REPORT-LINE PIC X(132).
01  WS-ANSWER-TEXT PIC X(20).

* How the key is named, and where it lies in each file.
01  WS-KEY-SOURCE PIC X VALUE 'P'.
    88  WS-KEY-FROM-DICTIONARY VALUE 'D'.
01  WS-LEFT-LAYOUT PIC X(20) VALUE SPACES.
01  WS-RIGHT-LAYOUT PIC X(20) VALUE SPACES.
01  WS-LEFT-KEY-FIELD PIC X(20) VALUE SPACES.
01  WS-RIGHT-KEY-FIELD PIC X(20) VALUE SPACES.
01  WS-LEFT-KEY-POSITION PIC 9(03) VALUE 1.
01  WS-LEFT-KEY-LENGTH PIC 9(03) VALUE 1.
01  WS-RIGHT-KEY-POSITION PIC 9(03) VALUE 1.
01  WS-RIGHT-KEY-LENGTH PIC 9(03) VALUE 1.
01  WS-LEFT-WIDTH PIC 9(03) VALUE 200.
01  WS-RIGHT-WIDTH PIC 9(03) VALUE 200.
01  WS-LAYOUT-WIDTH PIC 9(03) VALUE 0.
01  WS-FIND-NAME PIC X(20).
01  WS-FIND-POSITION PIC 9(03) VALUE 0.
01  WS-FIND-LENGTH PIC 9(03) VALUE 0.
01  WS-FLD-INDEX PIC 9(02) VALUE 0.
01  WS-SETUP-PROBLEM-FLAG PIC X VALUE 'N'.
    88  WS-SETUP-PROBLEM VALUE 'Y'.

01  WS-JOIN-MODE PIC X VALUE 'I'.
    88  WS-INNER-JOIN VALUE 'I'.
    88  WS-LEFT-OUTER-JOIN VALUE 'L'.
    88  WS-UNMATCHED-ONLY VALUE 'U'.
01  WS-MODE-NAME PIC X(14).

* The current record of each file, with its key.
01  WS-LEFT-DATA PIC X(200).
01  WS-LEFT-KEY PIC X(40).
01  WS-LAST-LEFT-KEY PIC X(40) VALUE LOW-VALUES.
01  WS-HAVE-LEFT PIC X VALUE 'N'.
01  WS-LEFT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-LEFT-EOF VALUE 'Y'.
01  WS-LEFT-USABLE-FLAG PIC X VALUE 'N'.
    88  WS-LEFT-USABLE VALUE 'Y'.
01  WS-RIGHT-DATA PIC X(200).
01  WS-RIGHT-KEY PIC X(40).
01  WS-LAST-RIGHT-KEY PIC X(40) VALUE LOW-VALUES.
01  WS-HAVE-RIGHT PIC X VALUE 'N'.
01  WS-RIGHT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-RIGHT-EOF VALUE 'Y'.
01  WS-RIGHT-USABLE-FLAG PIC X VALUE 'N'.
    88  WS-RIGHT-USABLE VALUE 'Y'.

* The right records under the key being matched.
01  WS-GROUP-KEY PIC X(40).
01  WS-GROUP-TABLE.
    05  WS-GROUP-RECORD PIC X(200) OCCURS 1000 TIMES.
01  WS-GROUP-COUNT PIC 9(04) VALUE 0.
01  WS-GROUP-INDEX PIC 9(04) VALUE 0.
01  WS-JOINED-LINE PIC X(400).

* Control counts.
01  WS-LEFT-READ-COUNT PIC 9(07) VALUE 0.
01  WS-RIGHT-READ-COUNT PIC 9(07) VALUE 0.
01  WS-LEFT-MATCHED-COUNT PIC 9(07) VALUE 0.
01  WS-RIGHT-MATCHED-COUNT PIC 9(07) VALUE 0.
01  WS-PAIR-COUNT PIC 9(07) VALUE 0.
01  WS-MATCHED-COUNT PIC 9(07) VALUE 0.
01  WS-LEFT-ONLY-COUNT PIC 9(07) VALUE 0.
01  WS-RIGHT-ONLY-COUNT PIC 9(07) VALUE 0.
01  WS-SEQ-REJECT-COUNT PIC 9(07) VALUE 0.
01  WS-GRP-REJECT-COUNT PIC 9(07) VALUE 0.
01  WS-WRITTEN-COUNT PIC 9(07) VALUE 0.
01  WS-COUNT-EDIT PIC Z(06)9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Left (driving) file: ' WITH NO ADVANCING.
    ACCEPT WS-LEFT-FILE-NAME.
    DISPLAY 'Right file: ' WITH NO ADVANCING.
    ACCEPT WS-RIGHT-FILE-NAME.
    DISPLAY 'Joined output file: ' WITH NO ADVANCING.
    ACCEPT WS-JOINED-FILE-NAME.
    DISPLAY 'Key by (P=position and length, D=dictionary field): '
        WITH NO ADVANCING.
    ACCEPT WS-KEY-SOURCE.
    MOVE FUNCTION UPPER-CASE(WS-KEY-SOURCE) TO WS-KEY-SOURCE.
    IF WS-KEY-FROM-DICTIONARY
     PERFORM GET-DICTIONARY-KEYS
    ELSE
     MOVE 'P' TO WS-KEY-SOURCE
     PERFORM GET-POSITIONAL-KEYS
    END-IF.
    IF WS-SETUP-PROBLEM
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM GET-CARRIED-WIDTHS.
    DISPLAY 'Join mode (I=inner, L=left outer, U=unmatched only): '
        WITH NO ADVANCING.
    ACCEPT WS-JOIN-MODE.
    MOVE FUNCTION UPPER-CASE(WS-JOIN-MODE) TO WS-JOIN-MODE.
    EVALUATE TRUE
     WHEN WS-LEFT-OUTER-JOIN
      MOVE 'LEFT OUTER' TO WS-MODE-NAME
     WHEN WS-UNMATCHED-ONLY
      MOVE 'UNMATCHED ONLY' TO WS-MODE-NAME
     WHEN OTHER
      MOVE 'I' TO WS-JOIN-MODE
      MOVE 'INNER' TO WS-MODE-NAME
    END-EVALUATE.

    OPEN INPUT LEFT-FILE.
    IF WS-LEFT-STATUS NOT = '00'
     DISPLAY 'Cannot open left file: ' WS-LEFT-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN INPUT RIGHT-FILE.
    IF WS-RIGHT-STATUS NOT = '00'
     DISPLAY 'Cannot open right file: ' WS-RIGHT-FILE-NAME
     CLOSE LEFT-FILE
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT JOINED-FILE.
    IF WS-JOINED-STATUS NOT = '00'
     DISPLAY 'Cannot open output file: ' WS-JOINED-FILE-NAME
     CLOSE LEFT-FILE
     CLOSE RIGHT-FILE
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM READ-NEXT-LEFT.
    PERFORM READ-NEXT-RIGHT.
    PERFORM JOIN-ONE-STEP
        UNTIL WS-HAVE-LEFT = 'N' AND WS-HAVE-RIGHT = 'N'.
    CLOSE LEFT-FILE.
    CLOSE RIGHT-FILE.
    CLOSE JOINED-FILE.
    COMPUTE WS-MATCHED-COUNT = WS-LEFT-MATCHED-COUNT
        + WS-RIGHT-MATCHED-COUNT.

    PERFORM WRITE-CONTROL-REPORT.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM POST-MATCHED-CONTROL-TOTAL.
    PERFORM POST-LEFT-ONLY-CONTROL-TOTAL.
    PERFORM POST-RIGHT-ONLY-CONTROL-TOTAL.
    PERFORM POST-OUTPUT-CONTROL-TOTAL.
    DISPLAY 'LEFT RECORDS READ     : ' WS-LEFT-READ-COUNT.
    DISPLAY 'RIGHT RECORDS READ    : ' WS-RIGHT-READ-COUNT.
    DISPLAY 'LEFT RECORDS MATCHED  : ' WS-LEFT-MATCHED-COUNT.
    DISPLAY 'RIGHT RECORDS MATCHED : ' WS-RIGHT-MATCHED-COUNT.
    DISPLAY 'LEFT ONLY             : ' WS-LEFT-ONLY-COUNT.
    DISPLAY 'RIGHT ONLY            : ' WS-RIGHT-ONLY-COUNT.
    DISPLAY 'RECORDS WRITTEN       : ' WS-WRITTEN-COUNT.
    IF WS-SEQ-REJECT-COUNT > 0 OR WS-GRP-REJECT-COUNT > 0
     DISPLAY '*** ' WS-SEQ-REJECT-COUNT ' OUT OF SEQUENCE AND '
         WS-GRP-REJECT-COUNT ' OVER-GROUP RECORD(S) REJECTED ***'
     MOVE 8 TO RETURN-CODE
    END-IF.
    DISPLAY 'Report written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    GOBACK.

GET-POSITIONAL-KEYS.
    DISPLAY 'Left key position (1-200): ' WITH NO ADVANCING.
    ACCEPT WS-LEFT-KEY-POSITION.
    DISPLAY 'Left key length (1-40): ' WITH NO ADVANCING.
    ACCEPT WS-LEFT-KEY-LENGTH.
    DISPLAY 'Right key position (1-200): ' WITH NO ADVANCING.
    ACCEPT WS-RIGHT-KEY-POSITION.
    DISPLAY 'Right key length (1-40): ' WITH NO ADVANCING.
    ACCEPT WS-RIGHT-KEY-LENGTH.
    PERFORM CHECK-KEY-PLACEMENT.

GET-DICTIONARY-KEYS.
* Each file has its own layout, so the same key may sit in different
* places on the two sides; the dictionary is loaded once for each.
    DISPLAY 'Left layout name: ' WITH NO ADVANCING.
    ACCEPT WS-LEFT-LAYOUT.
    DISPLAY 'Left key field: ' WITH NO ADVANCING.
    ACCEPT WS-LEFT-KEY-FIELD.
    DISPLAY 'Right layout name: ' WITH NO ADVANCING.
    ACCEPT WS-RIGHT-LAYOUT.
    DISPLAY 'Right key field: ' WITH NO ADVANCING.
    ACCEPT WS-RIGHT-KEY-FIELD.
    MOVE WS-LEFT-LAYOUT TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    MOVE WS-LEFT-KEY-FIELD TO WS-FIND-NAME.
    PERFORM FIND-LAYOUT-FIELD.
    MOVE WS-FIND-POSITION TO WS-LEFT-KEY-POSITION.
    MOVE WS-FIND-LENGTH TO WS-LEFT-KEY-LENGTH.
    MOVE WS-LAYOUT-WIDTH TO WS-LEFT-WIDTH.
    MOVE WS-RIGHT-LAYOUT TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    MOVE WS-RIGHT-KEY-FIELD TO WS-FIND-NAME.
    PERFORM FIND-LAYOUT-FIELD.
    MOVE WS-FIND-POSITION TO WS-RIGHT-KEY-POSITION.
    MOVE WS-FIND-LENGTH TO WS-RIGHT-KEY-LENGTH.
    MOVE WS-LAYOUT-WIDTH TO WS-RIGHT-WIDTH.
    IF NOT WS-SETUP-PROBLEM
     PERFORM CHECK-KEY-PLACEMENT
    END-IF.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

FIND-LAYOUT-FIELD.
* Answers the field's position and length, and the width of the
* whole layout (the furthest byte any of its fields reaches).
    MOVE 0 TO WS-FIND-POSITION.
    MOVE 0 TO WS-FIND-LENGTH.
    MOVE 0 TO WS-LAYOUT-WIDTH.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(WS-FLD-INDEX))
         = FUNCTION TRIM(WS-FIND-NAME)
      MOVE LD-POSITION(WS-FLD-INDEX) TO WS-FIND-POSITION
      MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-FIND-LENGTH
     END-IF
     IF LD-POSITION(WS-FLD-INDEX) + LD-LENGTH(WS-FLD-INDEX) - 1
         > WS-LAYOUT-WIDTH
      COMPUTE WS-LAYOUT-WIDTH =
          LD-POSITION(WS-FLD-INDEX) + LD-LENGTH(WS-FLD-INDEX) - 1
     END-IF
    END-PERFORM.
    IF WS-LAYOUT-WIDTH > 200
     MOVE 200 TO WS-LAYOUT-WIDTH
    END-IF.
    IF WS-FIND-POSITION = 0
     DISPLAY 'Field ' FUNCTION TRIM(WS-FIND-NAME)
         ' is not in layout ' FUNCTION TRIM(LAYOUT-DICT-WANTED) '.'
     SET WS-SETUP-PROBLEM TO TRUE
    END-IF.

CHECK-KEY-PLACEMENT.
    IF WS-LEFT-KEY-POSITION < 1 OR WS-LEFT-KEY-LENGTH < 1
        OR WS-LEFT-KEY-LENGTH > 40
        OR WS-LEFT-KEY-POSITION + WS-LEFT-KEY-LENGTH > 201
     DISPLAY 'The left key must be 1-40 bytes within the '
         '200-byte record.'
     SET WS-SETUP-PROBLEM TO TRUE
    END-IF.
    IF WS-RIGHT-KEY-POSITION < 1 OR WS-RIGHT-KEY-LENGTH < 1
        OR WS-RIGHT-KEY-LENGTH > 40
        OR WS-RIGHT-KEY-POSITION + WS-RIGHT-KEY-LENGTH > 201
     DISPLAY 'The right key must be 1-40 bytes within the '
         '200-byte record.'
     SET WS-SETUP-PROBLEM TO TRUE
    END-IF.

GET-CARRIED-WIDTHS.
    DISPLAY 'Bytes of each left record to carry (blank = '
        WS-LEFT-WIDTH '): ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER-TEXT.
    IF WS-ANSWER-TEXT NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-ANSWER-TEXT) = 0
     IF FUNCTION NUMVAL(WS-ANSWER-TEXT) >= 1
         AND FUNCTION NUMVAL(WS-ANSWER-TEXT) <= 200
      COMPUTE WS-LEFT-WIDTH = FUNCTION NUMVAL(WS-ANSWER-TEXT)
     END-IF
    END-IF.
    DISPLAY 'Bytes of each right record to carry (blank = '
        WS-RIGHT-WIDTH '): ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER-TEXT.
    IF WS-ANSWER-TEXT NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-ANSWER-TEXT) = 0
     IF FUNCTION NUMVAL(WS-ANSWER-TEXT) >= 1
         AND FUNCTION NUMVAL(WS-ANSWER-TEXT) <= 200
      COMPUTE WS-RIGHT-WIDTH = FUNCTION NUMVAL(WS-ANSWER-TEXT)
     END-IF
    END-IF.

JOIN-ONE-STEP.
    EVALUATE TRUE
     WHEN WS-HAVE-LEFT = 'N'
      PERFORM WRITE-RIGHT-ONLY
      PERFORM READ-NEXT-RIGHT
     WHEN WS-HAVE-RIGHT = 'N'
      PERFORM WRITE-LEFT-ONLY
      PERFORM READ-NEXT-LEFT
     WHEN WS-LEFT-KEY < WS-RIGHT-KEY
      PERFORM WRITE-LEFT-ONLY
      PERFORM READ-NEXT-LEFT
     WHEN WS-LEFT-KEY > WS-RIGHT-KEY
      PERFORM WRITE-RIGHT-ONLY
      PERFORM READ-NEXT-RIGHT
     WHEN OTHER
      PERFORM JOIN-MATCHING-GROUP
    END-EVALUATE.

JOIN-MATCHING-GROUP.
* Hold every right record under this key, then pair each left record
* under the same key with every one of them.
    MOVE WS-RIGHT-KEY TO WS-GROUP-KEY.
    MOVE 0 TO WS-GROUP-COUNT.
    PERFORM HOLD-ONE-GROUP-RECORD
        UNTIL WS-HAVE-RIGHT = 'N' OR WS-RIGHT-KEY NOT = WS-GROUP-KEY.
    PERFORM JOIN-ONE-LEFT-RECORD
        UNTIL WS-HAVE-LEFT = 'N' OR WS-LEFT-KEY NOT = WS-GROUP-KEY.

HOLD-ONE-GROUP-RECORD.
    IF WS-GROUP-COUNT < 1000
     ADD 1 TO WS-GROUP-COUNT
     MOVE WS-RIGHT-DATA TO WS-GROUP-RECORD(WS-GROUP-COUNT)
     ADD 1 TO WS-RIGHT-MATCHED-COUNT
    ELSE
     ADD 1 TO WS-GRP-REJECT-COUNT
     PERFORM WRITE-GROUP-REJECT
    END-IF.
    PERFORM READ-NEXT-RIGHT.

JOIN-ONE-LEFT-RECORD.
    ADD 1 TO WS-LEFT-MATCHED-COUNT.
    IF NOT WS-UNMATCHED-ONLY
     PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
         UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
      MOVE SPACES TO WS-JOINED-LINE
      MOVE WS-LEFT-DATA(1:WS-LEFT-WIDTH)
          TO WS-JOINED-LINE(1:WS-LEFT-WIDTH)
      MOVE WS-GROUP-RECORD(WS-GROUP-INDEX)(1:WS-RIGHT-WIDTH)
          TO WS-JOINED-LINE(WS-LEFT-WIDTH + 1:WS-RIGHT-WIDTH)
      PERFORM WRITE-JOINED-LINE
      ADD 1 TO WS-PAIR-COUNT
     END-PERFORM
    END-IF.
    PERFORM READ-NEXT-LEFT.

WRITE-LEFT-ONLY.
    ADD 1 TO WS-LEFT-ONLY-COUNT.
    IF WS-LEFT-OUTER-JOIN OR WS-UNMATCHED-ONLY
     MOVE SPACES TO WS-JOINED-LINE
     MOVE WS-LEFT-DATA(1:WS-LEFT-WIDTH)
         TO WS-JOINED-LINE(1:WS-LEFT-WIDTH)
     PERFORM WRITE-JOINED-LINE
    END-IF.

WRITE-RIGHT-ONLY.
    ADD 1 TO WS-RIGHT-ONLY-COUNT.
    IF WS-UNMATCHED-ONLY
     MOVE SPACES TO WS-JOINED-LINE
     MOVE WS-RIGHT-DATA(1:WS-RIGHT-WIDTH)
         TO WS-JOINED-LINE(WS-LEFT-WIDTH + 1:WS-RIGHT-WIDTH)
     PERFORM WRITE-JOINED-LINE
    END-IF.

WRITE-JOINED-LINE.
    MOVE WS-JOINED-LINE TO JOINED-RECORD.
    WRITE JOINED-RECORD.
    ADD 1 TO WS-WRITTEN-COUNT.

READ-NEXT-LEFT.
* Passes over HDR/TRL records and anything out of ascending order,
* leaving the next usable left record (or none) in WS-LEFT-DATA.
    MOVE 'N' TO WS-LEFT-USABLE-FLAG.
    PERFORM READ-ONE-LEFT-RECORD
        UNTIL WS-LEFT-USABLE OR WS-LEFT-EOF.
    IF WS-LEFT-USABLE
     MOVE 'Y' TO WS-HAVE-LEFT
    ELSE
     MOVE 'N' TO WS-HAVE-LEFT
    END-IF.

READ-ONE-LEFT-RECORD.
    READ LEFT-FILE INTO WS-LEFT-DATA
     AT END
      SET WS-LEFT-EOF TO TRUE
     NOT AT END
      IF WS-LEFT-DATA(1:3) NOT = 'HDR' AND WS-LEFT-DATA(1:3) NOT = 'TRL'
       ADD 1 TO WS-LEFT-READ-COUNT
       MOVE SPACES TO WS-LEFT-KEY
       MOVE WS-LEFT-DATA(WS-LEFT-KEY-POSITION:WS-LEFT-KEY-LENGTH)
           TO WS-LEFT-KEY
       IF WS-LEFT-KEY < WS-LAST-LEFT-KEY
        ADD 1 TO WS-SEQ-REJECT-COUNT
        PERFORM WRITE-LEFT-REJECT
       ELSE
        MOVE WS-LEFT-KEY TO WS-LAST-LEFT-KEY
        SET WS-LEFT-USABLE TO TRUE
       END-IF
      END-IF
    END-READ.

READ-NEXT-RIGHT.
    MOVE 'N' TO WS-RIGHT-USABLE-FLAG.
    PERFORM READ-ONE-RIGHT-RECORD
        UNTIL WS-RIGHT-USABLE OR WS-RIGHT-EOF.
    IF WS-RIGHT-USABLE
     MOVE 'Y' TO WS-HAVE-RIGHT
    ELSE
     MOVE 'N' TO WS-HAVE-RIGHT
    END-IF.

READ-ONE-RIGHT-RECORD.
    READ RIGHT-FILE INTO WS-RIGHT-DATA
     AT END
      SET WS-RIGHT-EOF TO TRUE
     NOT AT END
      IF WS-RIGHT-DATA(1:3) NOT = 'HDR'
          AND WS-RIGHT-DATA(1:3) NOT = 'TRL'
       ADD 1 TO WS-RIGHT-READ-COUNT
       MOVE SPACES TO WS-RIGHT-KEY
       MOVE WS-RIGHT-DATA(WS-RIGHT-KEY-POSITION:WS-RIGHT-KEY-LENGTH)
           TO WS-RIGHT-KEY
       IF WS-RIGHT-KEY < WS-LAST-RIGHT-KEY
        ADD 1 TO WS-SEQ-REJECT-COUNT
        PERFORM WRITE-RIGHT-REJECT
       ELSE
        MOVE WS-RIGHT-KEY TO WS-LAST-RIGHT-KEY
        SET WS-RIGHT-USABLE TO TRUE
       END-IF
      END-IF
    END-READ.

WRITE-CONTROL-REPORT.
    OPEN OUTPUT JOIN-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE JOIN-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'LEFT FILE  : ' DELIMITED BY SIZE
        WS-LEFT-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'RIGHT FILE : ' DELIMITED BY SIZE
        WS-RIGHT-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'OUTPUT FILE: ' DELIMITED BY SIZE
        WS-JOINED-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-KEY-FROM-DICTIONARY
     STRING 'KEY        : ' DELIMITED BY SIZE
         WS-LEFT-LAYOUT DELIMITED BY SPACE
         '.' DELIMITED BY SIZE
         WS-LEFT-KEY-FIELD DELIMITED BY SPACE
         ' = ' DELIMITED BY SIZE
         WS-RIGHT-LAYOUT DELIMITED BY SPACE
         '.' DELIMITED BY SIZE
         WS-RIGHT-KEY-FIELD DELIMITED BY SPACE
         INTO WS-REPORT-LINE
    ELSE
     STRING 'KEY        : LEFT ' DELIMITED BY SIZE
         WS-LEFT-KEY-POSITION DELIMITED BY SIZE
         '/' DELIMITED BY SIZE
         WS-LEFT-KEY-LENGTH DELIMITED BY SIZE
         ' = RIGHT ' DELIMITED BY SIZE
         WS-RIGHT-KEY-POSITION DELIMITED BY SIZE
         '/' DELIMITED BY SIZE
         WS-RIGHT-KEY-LENGTH DELIMITED BY SIZE
         ' (POSITION/LENGTH)' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
    END-IF.
    WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'MODE       : ' DELIMITED BY SIZE
        WS-MODE-NAME DELIMITED BY SIZE
        '  CARRYING ' DELIMITED BY SIZE
        WS-LEFT-WIDTH DELIMITED BY SIZE
        ' LEFT + ' DELIMITED BY SIZE
        WS-RIGHT-WIDTH DELIMITED BY SIZE
        ' RIGHT BYTES' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO JOIN-REPORT-RECORD.
    WRITE JOIN-REPORT-RECORD.
    MOVE 'CONTROL TOTALS:' TO WS-REPORT-LINE.
    WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE WS-LEFT-READ-COUNT TO WS-COUNT-EDIT.
    MOVE '  LEFT RECORDS READ' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-RIGHT-READ-COUNT TO WS-COUNT-EDIT.
    MOVE '  RIGHT RECORDS READ' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-LEFT-MATCHED-COUNT TO WS-COUNT-EDIT.
    MOVE '  LEFT RECORDS MATCHED' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-RIGHT-MATCHED-COUNT TO WS-COUNT-EDIT.
    MOVE '  RIGHT RECORDS MATCHED' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT.
    MOVE '  MATCHED PAIRS WRITTEN' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-LEFT-ONLY-COUNT TO WS-COUNT-EDIT.
    MOVE '  LEFT ONLY' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-RIGHT-ONLY-COUNT TO WS-COUNT-EDIT.
    MOVE '  RIGHT ONLY' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-SEQ-REJECT-COUNT TO WS-COUNT-EDIT.
    MOVE '  REJECTED OUT OF SEQUENCE (SEQ)' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-GRP-REJECT-COUNT TO WS-COUNT-EDIT.
    MOVE '  REJECTED OVER GROUP LIMIT (GRP)' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    MOVE WS-WRITTEN-COUNT TO WS-COUNT-EDIT.
    MOVE '  RECORDS WRITTEN' TO WS-REPORT-LINE.
    PERFORM WRITE-ONE-COUNT-LINE.
    IF WS-SEQ-REJECT-COUNT > 0 OR WS-GRP-REJECT-COUNT > 0
     MOVE '  *** RECORDS WERE REJECTED - SEE REJECTS.TXT ***'
         TO WS-REPORT-LINE
     WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.
    CLOSE JOIN-REPORT-FILE.

WRITE-ONE-COUNT-LINE.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(40:7).
    WRITE JOIN-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-LEFT-REJECT.
    COPY "rejects-write.cpy"
        REPLACING ==:REJ-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:REJ-REASON-CODE:==  BY =='SEQ'==
                   ==:REJ-RECORD-IMAGE:== BY ==WS-LEFT-DATA==.

WRITE-RIGHT-REJECT.
    COPY "rejects-write.cpy"
        REPLACING ==:REJ-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:REJ-REASON-CODE:==  BY =='SEQ'==
                   ==:REJ-RECORD-IMAGE:== BY ==WS-RIGHT-DATA==.

WRITE-GROUP-REJECT.
    COPY "rejects-write.cpy"
        REPLACING ==:REJ-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:REJ-REASON-CODE:==  BY =='GRP'==
                   ==:REJ-RECORD-IMAGE:== BY ==WS-RIGHT-DATA==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='FILE-JOIN'==.

POST-MATCHED-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:BAL-DIRECTION:==    BY =='MAT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-MATCHED-COUNT==
                   ==:BAL-AMOUNT:==       BY ==0==.

POST-LEFT-ONLY-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:BAL-DIRECTION:==    BY =='LFT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-LEFT-ONLY-COUNT==
                   ==:BAL-AMOUNT:==       BY ==0==.

POST-RIGHT-ONLY-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:BAL-DIRECTION:==    BY =='RGT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-RIGHT-ONLY-COUNT==
                   ==:BAL-AMOUNT:==       BY ==0==.

POST-OUTPUT-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='FILE-JOIN'==
                   ==:BAL-DIRECTION:==    BY =='OUT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-WRITTEN-COUNT==
                   ==:BAL-AMOUNT:==       BY ==0==.
