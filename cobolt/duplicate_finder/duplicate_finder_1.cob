* the keys are spilled to sorted work-file runs and merged exactly
* the way FILE-SORT's external sort works, so only one run's worth
* of keys is ever in memory.
* Exact matching cannot see that "Jensen & Co ApS", "JENSEN AND CO
* APS" and "Jensen og Co" are one customer, so the match prompt also
* takes N for fuzzy name matching of one master file. Each name
* (position and length given by the operator) is normalized - upper
* case, punctuation dropped, & and the Danish/German/French "and"
* read as AND, common words abbreviated the one way (COMPANY to CO,
* BROTHERS to BROS and so on), legal-form words such as APS, A/S,
* LTD and GMBH and a leading THE dropped. Candidate pairs are blocked
* either by the Soundex key of the normalized name's first word or
* by the postcode at an operator-given position, each record being
* compared with the next 50 of its block, and every pair is scored
* 0-100 by the edit (Levenshtein) distance between the normalized
* names. The pairs at or above the operator's threshold are listed,
* best first, in the review file DUPREVIEW.TXT, one pair to a line
* with the score, both account keys, both names as recorded and both
* record numbers. The operator marks column 1 of a pair M to merge
* the second account into the first or S to merge the first into the
* second, and leaves the rest blank. Answering M at the scan prompt
* then turns the marked pairs into MASTER-UPDATE delete transactions
* for the merged-away accounts, in key order, in DUPMERGE.TXT - after
* checking that each record still holds the key the listing showed,
* so a listing older than the master cannot delete the wrong account.
* The key runs are merged by the shared RUNMERGE subprogram, up to
* sixteen at a time or the smaller fan-in the operator sets as the
* step parameter, instead of two at a time generation by generation;
* the scan reports the runs it spilled and the merge passes taken,
* and the duplicates list comes out in the same order as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT RUN-OUT-FILE ASSIGN TO WS-RUN-OUT-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUN-OUT-STATUS.
    SELECT FINAL-RUN-FILE ASSIGN TO WS-FINAL-RUN-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FINAL-RUN-STATUS.
    SELECT REVIEW-FILE ASSIGN TO WS-REVIEW-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-REVIEW-STATUS.
    SELECT MERGE-TRANSACTION-FILE ASSIGN TO WS-MERGE-TRANSACTION-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MERGE-TRANSACTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-OUT-FILE.
01  RUN-OUT-RECORD PIC X(260).

FD  FINAL-RUN-FILE.
01  FINAL-RUN-RECORD PIC X(260).

FD  REVIEW-FILE.
01  REVIEW-RECORD PIC X(200).

FD  MERGE-TRANSACTION-FILE.
01  MERGE-TRANSACTION-RECORD PIC X(110).

WORKING-STORAGE SECTION.
01  WS-DATA-FILE-NAME PIC X(100).
01  WS-NAME-LIST-STATUS PIC X(02).
01  WS-RUN-OUT-NAME PIC X(20).
01  WS-RUN-OUT-STATUS PIC X(02).
01  WS-FINAL-RUN-NAME PIC X(20).
01  WS-FINAL-RUN-STATUS PIC X(02).
01  WS-SCOPE-CHOICE PIC X VALUE 'F'.
    88  WS-LIST-SCOPE VALUE 'L'.
    88  WS-MERGE-SCOPE VALUE 'M'.
01  WS-MATCH-CHOICE PIC X VALUE 'W'.
    88  WS-KEY-MATCH VALUE 'K'.
    88  WS-FUZZY-MATCH VALUE 'N'.
01  WS-KEY-POSITION PIC 9(03) VALUE 1.
01  WS-KEY-LENGTH PIC 9(03) VALUE 40.
01  WS-DATA-EOF-FLAG PIC X VALUE 'N'.
01  WS-HOLD-LINE PIC X(260).
01  WS-EXTRACT-LINE PIC X(260).

01  WS-RUN-COUNT PIC 9(04) VALUE 0.
01  WS-NAME-GENERATION PIC 9(02) VALUE 0.
01  WS-NAME-SEQUENCE PIC 9(04) VALUE 0.
01  WS-BUILT-RUN-NAME PIC X(20).
COPY "runmerge-linkage.cpy".
01  WS-SHELL-COMMAND PIC X(150).

01  WS-FINAL-EOF-FLAG PIC X VALUE 'N'.
01  WS-DUPLICATE-RECORDS PIC 9(09) VALUE 0.
COPY "msgissue-linkage.cpy".

* Fuzzy name matching.
01  WS-REVIEW-NAME PIC X(100) VALUE 'DUPREVIEW.TXT'.
01  WS-REVIEW-STATUS PIC X(02).
01  WS-REVIEW-EOF-FLAG PIC X VALUE 'N'.
    88  WS-REVIEW-EOF VALUE 'Y'.
01  WS-MERGE-TRANSACTION-NAME PIC X(100) VALUE 'DUPMERGE.TXT'.
01  WS-MERGE-TRANSACTION-STATUS PIC X(02).
01  WS-ANSWER PIC X(100).
01  WS-NAME-POSITION PIC 9(03) VALUE 1.
01  WS-NAME-LENGTH PIC 9(03) VALUE 40.
01  WS-BLOCK-CHOICE PIC X VALUE 'P'.
    88  WS-POSTCODE-BLOCKING VALUE 'Z'.
01  WS-POSTCODE-POSITION PIC 9(03) VALUE 1.
01  WS-POSTCODE-LENGTH PIC 9(03) VALUE 4.
01  WS-THRESHOLD PIC 9(03) VALUE 85.

* One entry per master record; sorted on block key then normalized
* name, so each block's names lie side by side.
01  WS-NAME-TABLE.
    05  WS-NT-ENTRY OCCURS 2000 TIMES.
        10  WS-NT-BLOCK PIC X(10).
        10  WS-NT-NORMAL PIC X(60).
        10  WS-NT-NORMAL-LENGTH PIC 9(02).
        10  WS-NT-KEY PIC X(20).
        10  WS-NT-ORIGINAL PIC X(40).
        10  WS-NT-RECORD PIC 9(09).
01  WS-NT-HOLD PIC X(141).
01  WS-NT-COUNT PIC 9(04) VALUE 0.
01  WS-NT-I PIC 9(04) VALUE 0.
01  WS-NT-J PIC 9(04) VALUE 0.
01  WS-NAMES-NOT-COMPARED PIC 9(07) VALUE 0.

* Name normalization.
01  WS-RAW-NAME PIC X(60).
01  WS-UPPER-NAME PIC X(60).
01  WS-CLEAN-NAME PIC X(120).
01  WS-CLEAN-POINTER PIC 9(03) VALUE 1.
01  WS-NORMAL-NAME PIC X(60).
01  WS-NORMAL-POINTER PIC 9(03) VALUE 1.
01  WS-NORMAL-LENGTH PIC 9(02) VALUE 0.
01  WS-TOKEN PIC X(30).
01  WS-TOKEN-POINTER PIC 9(03) VALUE 1.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
01  WS-NAME-CHAR PIC X.
01  WS-TOKEN-DROPPED-FLAG PIC X VALUE 'N'.
    88  WS-TOKEN-DROPPED VALUE 'Y'.
01  WS-TABLE-INDEX PIC 9(02) VALUE 0.
01  WS-LEGAL-FORM-VALUES.
    05  FILLER PIC X(12) VALUE 'APS'.
    05  FILLER PIC X(12) VALUE 'AS'.
    05  FILLER PIC X(12) VALUE 'IS'.
    05  FILLER PIC X(12) VALUE 'KS'.
    05  FILLER PIC X(12) VALUE 'PS'.
    05  FILLER PIC X(12) VALUE 'IVS'.
    05  FILLER PIC X(12) VALUE 'AMBA'.
    05  FILLER PIC X(12) VALUE 'FMBA'.
    05  FILLER PIC X(12) VALUE 'SMBA'.
    05  FILLER PIC X(12) VALUE 'LTD'.
    05  FILLER PIC X(12) VALUE 'LIMITED'.
    05  FILLER PIC X(12) VALUE 'INC'.
    05  FILLER PIC X(12) VALUE 'INCORPORATED'.
    05  FILLER PIC X(12) VALUE 'LLC'.
    05  FILLER PIC X(12) VALUE 'LLP'.
    05  FILLER PIC X(12) VALUE 'PLC'.
    05  FILLER PIC X(12) VALUE 'GMBH'.
    05  FILLER PIC X(12) VALUE 'AG'.
    05  FILLER PIC X(12) VALUE 'AB'.
    05  FILLER PIC X(12) VALUE 'OY'.
    05  FILLER PIC X(12) VALUE 'BV'.
    05  FILLER PIC X(12) VALUE 'NV'.
    05  FILLER PIC X(12) VALUE 'SA'.
    05  FILLER PIC X(12) VALUE 'SARL'.
    05  FILLER PIC X(12) VALUE 'SPA'.
    05  FILLER PIC X(12) VALUE 'CORP'.
    05  FILLER PIC X(12) VALUE 'CORPORATION'.
01  WS-LEGAL-FORM-TABLE REDEFINES WS-LEGAL-FORM-VALUES.
    05  WS-LEGAL-FORM PIC X(12) OCCURS 27 TIMES.
01  WS-ABBREVIATION-VALUES.
    05  FILLER PIC X(24) VALUE 'OG           AND'.
    05  FILLER PIC X(24) VALUE 'UND          AND'.
    05  FILLER PIC X(24) VALUE 'ET           AND'.
    05  FILLER PIC X(24) VALUE 'COMPANY      CO'.
    05  FILLER PIC X(24) VALUE 'KOMPAGNI     CO'.
    05  FILLER PIC X(24) VALUE 'INTERNATIONALINTL'.
    05  FILLER PIC X(24) VALUE 'BROTHERS     BROS'.
    05  FILLER PIC X(24) VALUE 'BRDR         BROS'.
    05  FILLER PIC X(24) VALUE 'ASSOCIATES   ASSOC'.
    05  FILLER PIC X(24) VALUE 'MANAGEMENT   MGMT'.
    05  FILLER PIC X(24) VALUE 'DEPARTMENT   DEPT'.
    05  FILLER PIC X(24) VALUE 'CENTRE       CENTER'.
    05  FILLER PIC X(24) VALUE 'SAINT        ST'.
01  WS-ABBREVIATION-TABLE REDEFINES WS-ABBREVIATION-VALUES.
    05  WS-ABBREVIATION OCCURS 13 TIMES.
        10  WS-ABBREV-LONG PIC X(13).
        10  WS-ABBREV-SHORT PIC X(11).

* Soundex: the digit for each letter A-Z.
01  WS-ALPHABET PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
01  WS-SOUNDEX-DIGITS PIC X(26) VALUE '01230120022455012623010202'.
01  WS-SOUNDEX-KEY PIC X(04).
01  WS-SOUNDEX-POINTER PIC 9(01) VALUE 1.
01  WS-SOUNDEX-PREVIOUS PIC X.
01  WS-SOUNDEX-DIGIT PIC X.
01  WS-LETTER-INDEX PIC 9(02) VALUE 0.

* Edit distance, two rows of the Levenshtein table at a time.
01  WS-PREVIOUS-ROWS.
    05  WS-PREVIOUS-ROW PIC 9(03) OCCURS 61 TIMES.
01  WS-CURRENT-ROWS.
    05  WS-CURRENT-ROW PIC 9(03) OCCURS 61 TIMES.
01  WS-LEV-I PIC 9(02) VALUE 0.
01  WS-LEV-J PIC 9(02) VALUE 0.
01  WS-LEV-COST PIC 9(01) VALUE 0.
01  WS-LEV-BEST PIC 9(03) VALUE 0.
01  WS-DISTANCE PIC 9(03) VALUE 0.
01  WS-LONGER-LENGTH PIC 9(02) VALUE 0.
01  WS-SCORE PIC 9(03) VALUE 0.

* Suspected pairs, best score first.
01  WS-PAIR-TABLE.
    05  WS-PAIR-ENTRY OCCURS 1000 TIMES.
        10  WS-PR-SCORE PIC 9(03).
        10  WS-PR-FIRST PIC 9(04).
        10  WS-PR-SECOND PIC 9(04).
01  WS-PR-HOLD.
    05  WS-PRH-SCORE PIC 9(03).
    05  FILLER PIC X(08).
01  WS-PAIR-COUNT PIC 9(04) VALUE 0.
01  WS-PAIRS-NOT-LISTED PIC 9(07) VALUE 0.
01  WS-PR-I PIC 9(04) VALUE 0.
01  WS-PR-J PIC 9(04) VALUE 0.
01  WS-REVIEW-LINE.
    05  WS-RV-MARK PIC X.
    05  FILLER PIC X.
    05  WS-RV-SCORE PIC 9(03).
    05  FILLER PIC X.
    05  WS-RV-KEY-1 PIC X(20).
    05  FILLER PIC X.
    05  WS-RV-KEY-2 PIC X(20).
    05  FILLER PIC X.
    05  WS-RV-NAME-1 PIC X(40).
    05  FILLER PIC X.
    05  WS-RV-NAME-2 PIC X(40).
    05  FILLER PIC X.
    05  WS-RV-RECORD-1 PIC 9(09).
    05  FILLER PIC X.
    05  WS-RV-RECORD-2 PIC 9(09).
    05  FILLER PIC X(51).
01  WS-COUNT-EDIT PIC Z(06)9.

* Merging marked pairs.
01  WS-MERGE-TABLE.
    05  WS-MG-ENTRY OCCURS 500 TIMES.
        10  WS-MG-DROP-KEY PIC X(20).
        10  WS-MG-KEEP-KEY PIC X(20).
        10  WS-MG-RECORD PIC 9(09).
        10  WS-MG-FOUND-FLAG PIC X.
        10  WS-MG-IMAGE PIC X(100).
01  WS-MG-HOLD PIC X(150).
01  WS-MG-COUNT PIC 9(03) VALUE 0.
01  WS-MG-I PIC 9(03) VALUE 0.
01  WS-MG-J PIC 9(03) VALUE 0.
01  WS-MG-SEEN-FLAG PIC X VALUE 'N'.
    88  WS-MG-SEEN VALUE 'Y'.
01  WS-LISTING-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-LISTING-FOUND VALUE 'Y'.
01  WS-MERGES-WRITTEN PIC 9(05) VALUE 0.
01  WS-MERGES-REFUSED PIC 9(05) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Scan (F=one file, L=list file of files, M=merge the '
        'pairs marked in a reviewed name listing): '
        WITH NO ADVANCING.
    ACCEPT WS-SCOPE-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-SCOPE-CHOICE) TO WS-SCOPE-CHOICE.
    IF WS-MERGE-SCOPE
     PERFORM WRITE-MERGE-TRANSACTIONS
     STOP RUN
    END-IF.
    DISPLAY 'Match on (W=whole record, K=key field, N=names, fuzzy): '
        WITH NO ADVANCING.
    ACCEPT WS-MATCH-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-MATCH-CHOICE) TO WS-MATCH-CHOICE.
    IF WS-FUZZY-MATCH
     PERFORM FIND-FUZZY-NAME-PAIRS
     STOP RUN
    END-IF.
    IF WS-KEY-MATCH
     DISPLAY 'Key position (1-200): ' WITH NO ADVANCING
     ACCEPT WS-KEY-POSITION
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM MERGE-SORTED-RUNS.
    IF RUNMERGE-RESULT NOT = '00'
     DISPLAY 'A merge run could not be written - scan abandoned.'
     PERFORM REMOVE-RUN-FILES
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM REPORT-ADJACENT-DUPLICATES.
    PERFORM REMOVE-RUN-FILES.

        '.TMP' DELIMITED BY SIZE
        INTO WS-BUILT-RUN-NAME.

MERGE-SORTED-RUNS.
* The whole run line - key, file name, record number - is the merge
* order, so equal keys still list in file and record order.
    MOVE 'DFRUN' TO RUNMERGE-NAME-PREFIX.
    MOVE WS-RUN-COUNT TO RUNMERGE-RUN-COUNT.
    MOVE 260 TO RUNMERGE-KEY-LENGTH.
    MOVE 0 TO RUNMERGE-FAN-IN.
    MOVE SPACES TO RUNMERGE-PROGRESS-PROGRAM.
    CALL 'RUNMERGE' USING RUNMERGE-REQUEST.
    DISPLAY 'SORTED RUNS: ' WS-RUN-COUNT
        '  MERGE PASSES: ' RUNMERGE-PASS-COUNT
        ' (FAN-IN ' RUNMERGE-FAN-IN ')'.

REPORT-ADJACENT-DUPLICATES.
* The single sorted run holds equal keys side by side; the first
* repeat of a key prints the held first occurrence, every repeat
* prints its own.
    MOVE RUNMERGE-FINAL-NAME TO WS-FINAL-RUN-NAME.
    MOVE 'N' TO WS-FINAL-EOF-FLAG.
    MOVE LOW-VALUES TO WS-PREVIOUS-KEY.
    MOVE 0 TO WS-GROUP-SIZE.
    OPEN INPUT FINAL-RUN-FILE.
    IF WS-FINAL-RUN-STATUS NOT = '00'
     SET WS-FINAL-EOF TO TRUE
    END-IF.
    PERFORM TAKE-ONE-SORTED-LINE UNTIL WS-FINAL-EOF.
    IF WS-FINAL-RUN-STATUS = '00' OR WS-FINAL-RUN-STATUS = '10'
     CLOSE FINAL-RUN-FILE
    END-IF.

TAKE-ONE-SORTED-LINE.
    READ FINAL-RUN-FILE INTO FINAL-RUN-RECORD
     AT END
      SET WS-FINAL-EOF TO TRUE
     NOT AT END
      IF FINAL-RUN-RECORD(1:200) = WS-PREVIOUS-KEY
       ADD 1 TO WS-GROUP-SIZE
       IF WS-GROUP-SIZE = 2
        ADD 1 TO WS-DUPLICATE-KEYS
            WS-PREVIOUS-WHERE(51:9)
       END-IF
       ADD 1 TO WS-DUPLICATE-RECORDS
       DISPLAY '  IN ' FINAL-RUN-RECORD(201:50) ' RECORD '
           FINAL-RUN-RECORD(251:9)
      ELSE
       MOVE FINAL-RUN-RECORD(1:200) TO WS-PREVIOUS-KEY
       MOVE FINAL-RUN-RECORD(201:59) TO WS-PREVIOUS-WHERE
       MOVE 1 TO WS-GROUP-SIZE
      END-IF
    END-READ.
REMOVE-RUN-FILES.
    MOVE 'rm -f DFRUN*.TMP' TO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

FIND-FUZZY-NAME-PAIRS.
    IF WS-LIST-SCOPE
     DISPLAY 'Name matching reads one master file.'
    END-IF.
    DISPLAY 'Master file: ' WITH NO ADVANCING.
    ACCEPT WS-DATA-FILE-NAME.
    DISPLAY 'Account key position (1-200): ' WITH NO ADVANCING.
    ACCEPT WS-KEY-POSITION.
    DISPLAY 'Account key length (1-20): ' WITH NO ADVANCING.
    ACCEPT WS-KEY-LENGTH.
    IF WS-KEY-POSITION < 1 OR WS-KEY-POSITION > 200
     MOVE 1 TO WS-KEY-POSITION
    END-IF.
    IF WS-KEY-LENGTH < 1 OR WS-KEY-LENGTH > 20
        OR WS-KEY-POSITION + WS-KEY-LENGTH > 201
     MOVE 10 TO WS-KEY-LENGTH
    END-IF.
    DISPLAY 'Name position (1-200): ' WITH NO ADVANCING.
    ACCEPT WS-NAME-POSITION.
    DISPLAY 'Name length (1-60): ' WITH NO ADVANCING.
    ACCEPT WS-NAME-LENGTH.
    IF WS-NAME-POSITION < 1 OR WS-NAME-POSITION > 200
     MOVE 1 TO WS-NAME-POSITION
    END-IF.
    IF WS-NAME-LENGTH < 1 OR WS-NAME-LENGTH > 60
        OR WS-NAME-POSITION + WS-NAME-LENGTH > 201
     MOVE 40 TO WS-NAME-LENGTH
    END-IF.
    DISPLAY 'Block pairs by (P=phonetic key of the name, Z=postcode): '
        WITH NO ADVANCING.
    ACCEPT WS-BLOCK-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-BLOCK-CHOICE) TO WS-BLOCK-CHOICE.
    IF WS-POSTCODE-BLOCKING
     DISPLAY 'Postcode position (1-200): ' WITH NO ADVANCING
     ACCEPT WS-POSTCODE-POSITION
     DISPLAY 'Postcode length (1-10): ' WITH NO ADVANCING
     ACCEPT WS-POSTCODE-LENGTH
     IF WS-POSTCODE-POSITION < 1 OR WS-POSTCODE-POSITION > 200
      MOVE 1 TO WS-POSTCODE-POSITION
     END-IF
     IF WS-POSTCODE-LENGTH < 1 OR WS-POSTCODE-LENGTH > 10
         OR WS-POSTCODE-POSITION + WS-POSTCODE-LENGTH > 201
      MOVE 4 TO WS-POSTCODE-LENGTH
     END-IF
    END-IF.
    DISPLAY 'Score threshold 0-100 (blank = 85): ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
     COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-ANSWER)
     IF WS-THRESHOLD > 100
      MOVE 100 TO WS-THRESHOLD
     END-IF
    END-IF.
    DISPLAY 'Review listing (blank = DUPREVIEW.TXT): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = SPACES
     MOVE WS-ANSWER TO WS-REVIEW-NAME
    END-IF.

    MOVE 'N' TO WS-DATA-EOF-FLAG.
    MOVE 0 TO WS-RECORD-NUMBER.
    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
     DISPLAY 'Cannot open master file: ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM LOAD-ONE-NAME UNTIL WS-DATA-EOF.
    CLOSE DATA-FILE.
    IF WS-NT-COUNT = 0
     DISPLAY 'No records scanned.'
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM INSERT-ONE-NAME-ENTRY
        VARYING WS-NT-I FROM 2 BY 1
        UNTIL WS-NT-I > WS-NT-COUNT.
    PERFORM COMPARE-WITHIN-BLOCK
        VARYING WS-NT-I FROM 1 BY 1
        UNTIL WS-NT-I > WS-NT-COUNT.
    PERFORM INSERT-ONE-PAIR-ENTRY
        VARYING WS-PR-I FROM 2 BY 1
        UNTIL WS-PR-I > WS-PAIR-COUNT.
    PERFORM WRITE-REVIEW-LISTING.

    DISPLAY '----------------------------------------'.
    DISPLAY 'RECORDS SCANNED    : ' WS-TOTAL-RECORDS.
    DISPLAY 'SUSPECTED PAIRS    : ' WS-PAIR-COUNT.
    IF WS-NAMES-NOT-COMPARED > 0
     DISPLAY 'NOT COMPARED (TABLE FULL): ' WS-NAMES-NOT-COMPARED
    END-IF.
    IF WS-PAIRS-NOT-LISTED > 0
     DISPLAY 'PAIRS NOT LISTED (LISTING FULL): ' WS-PAIRS-NOT-LISTED
    END-IF.
    DISPLAY 'REVIEW LISTING     : ' FUNCTION TRIM(WS-REVIEW-NAME).
    DISPLAY '----------------------------------------'.
    IF WS-PAIR-COUNT > 0
     MOVE 'FMS0012' TO MSGISSUE-ID
     MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT
     MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO MSGISSUE-SUB-1
     MOVE WS-REVIEW-NAME TO MSGISSUE-SUB-2
     CALL 'MSGISSUE' USING MSGISSUE-REQUEST
     MOVE 4 TO RETURN-CODE
    END-IF.

LOAD-ONE-NAME.
* Record numbers count every line of the file, control records
* included, so the merge step can find the record again.
    READ DATA-FILE INTO DATA-RECORD
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORD-NUMBER
      IF DATA-RECORD(1:3) = 'HDR' OR DATA-RECORD(1:3) = 'TRL'
       CONTINUE
      ELSE
       ADD 1 TO WS-TOTAL-RECORDS
       IF WS-NT-COUNT >= 2000
        ADD 1 TO WS-NAMES-NOT-COMPARED
       ELSE
        ADD 1 TO WS-NT-COUNT
        MOVE SPACES TO WS-RAW-NAME
        MOVE DATA-RECORD(WS-NAME-POSITION:WS-NAME-LENGTH)
            TO WS-RAW-NAME
        PERFORM NORMALIZE-NAME
        MOVE WS-NORMAL-NAME TO WS-NT-NORMAL(WS-NT-COUNT)
        MOVE WS-NORMAL-LENGTH TO WS-NT-NORMAL-LENGTH(WS-NT-COUNT)
        IF WS-POSTCODE-BLOCKING
         MOVE DATA-RECORD(WS-POSTCODE-POSITION:WS-POSTCODE-LENGTH)
             TO WS-NT-BLOCK(WS-NT-COUNT)
        ELSE
         PERFORM MAKE-SOUNDEX-KEY
         MOVE WS-SOUNDEX-KEY TO WS-NT-BLOCK(WS-NT-COUNT)
        END-IF
        MOVE DATA-RECORD(WS-KEY-POSITION:WS-KEY-LENGTH)
            TO WS-NT-KEY(WS-NT-COUNT)
        MOVE WS-RAW-NAME TO WS-NT-ORIGINAL(WS-NT-COUNT)
        MOVE WS-RECORD-NUMBER TO WS-NT-RECORD(WS-NT-COUNT)
       END-IF
      END-IF
    END-READ.

NORMALIZE-NAME.
* Upper case; & becomes AND; the marks inside abbreviations and
* legal forms (A/S, CO., O'BRIEN) close up; any other punctuation
* separates words. Then word by word: abbreviate, drop legal forms
* and a leading THE, and join with single spaces.
    MOVE FUNCTION UPPER-CASE(WS-RAW-NAME) TO WS-UPPER-NAME.
    MOVE SPACES TO WS-CLEAN-NAME.
    MOVE 1 TO WS-CLEAN-POINTER.
    PERFORM CLEAN-ONE-NAME-CHARACTER
        VARYING WS-CHAR-INDEX FROM 1 BY 1
        UNTIL WS-CHAR-INDEX > 60.
    MOVE SPACES TO WS-NORMAL-NAME.
    MOVE 1 TO WS-NORMAL-POINTER.
    MOVE 1 TO WS-TOKEN-POINTER.
    PERFORM TAKE-ONE-NAME-TOKEN UNTIL WS-TOKEN-POINTER > 120.
    IF WS-NORMAL-NAME = SPACES
     MOVE 0 TO WS-NORMAL-LENGTH
    ELSE
     COMPUTE WS-NORMAL-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-NORMAL-NAME TRAILING))
    END-IF.

CLEAN-ONE-NAME-CHARACTER.
    MOVE WS-UPPER-NAME(WS-CHAR-INDEX:1) TO WS-NAME-CHAR.
    EVALUATE TRUE
     WHEN WS-NAME-CHAR = '&'
      STRING ' AND ' DELIMITED BY SIZE
          INTO WS-CLEAN-NAME WITH POINTER WS-CLEAN-POINTER
     WHEN WS-NAME-CHAR = '/' OR WS-NAME-CHAR = '.'
         OR WS-NAME-CHAR = "'"
      CONTINUE
     WHEN WS-NAME-CHAR = SPACE
      STRING ' ' DELIMITED BY SIZE
          INTO WS-CLEAN-NAME WITH POINTER WS-CLEAN-POINTER
     WHEN WS-NAME-CHAR IS NUMERIC OR WS-NAME-CHAR IS ALPHABETIC
         OR WS-NAME-CHAR > '~'
      STRING WS-NAME-CHAR DELIMITED BY SIZE
          INTO WS-CLEAN-NAME WITH POINTER WS-CLEAN-POINTER
     WHEN OTHER
      STRING ' ' DELIMITED BY SIZE
          INTO WS-CLEAN-NAME WITH POINTER WS-CLEAN-POINTER
    END-EVALUATE.

TAKE-ONE-NAME-TOKEN.
    MOVE SPACES TO WS-TOKEN.
    UNSTRING WS-CLEAN-NAME DELIMITED BY ALL SPACE
        INTO WS-TOKEN WITH POINTER WS-TOKEN-POINTER.
    IF WS-TOKEN NOT = SPACES
     PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
         UNTIL WS-TABLE-INDEX > 13
      IF WS-TOKEN = WS-ABBREV-LONG(WS-TABLE-INDEX)
       MOVE WS-ABBREV-SHORT(WS-TABLE-INDEX) TO WS-TOKEN
       MOVE 13 TO WS-TABLE-INDEX
      END-IF
     END-PERFORM
     MOVE 'N' TO WS-TOKEN-DROPPED-FLAG
     PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
         UNTIL WS-TABLE-INDEX > 27
      IF WS-TOKEN = WS-LEGAL-FORM(WS-TABLE-INDEX)
       SET WS-TOKEN-DROPPED TO TRUE
      END-IF
     END-PERFORM
     IF WS-TOKEN = 'THE' AND WS-NORMAL-POINTER = 1
      SET WS-TOKEN-DROPPED TO TRUE
     END-IF
     IF NOT WS-TOKEN-DROPPED
      IF WS-NORMAL-POINTER > 1
       STRING ' ' DELIMITED BY SIZE
           INTO WS-NORMAL-NAME WITH POINTER WS-NORMAL-POINTER
      END-IF
      STRING WS-TOKEN DELIMITED BY SPACE
          INTO WS-NORMAL-NAME WITH POINTER WS-NORMAL-POINTER
     END-IF
    END-IF.

MAKE-SOUNDEX-KEY.
* American Soundex of the first word: its first letter and the
* digits of the following consonant groups, padded with zeros; a
* vowel separates two groups of the same digit, H and W do not.
    MOVE SPACES TO WS-TOKEN.
    UNSTRING WS-NORMAL-NAME DELIMITED BY SPACE INTO WS-TOKEN.
    MOVE '0000' TO WS-SOUNDEX-KEY.
    IF WS-TOKEN = SPACES
     MOVE SPACES TO WS-SOUNDEX-KEY
    ELSE
     MOVE WS-TOKEN(1:1) TO WS-SOUNDEX-KEY(1:1)
     MOVE WS-TOKEN(1:1) TO WS-NAME-CHAR
     PERFORM FIND-LETTER-INDEX
     IF WS-LETTER-INDEX > 0
      MOVE WS-SOUNDEX-DIGITS(WS-LETTER-INDEX:1) TO WS-SOUNDEX-PREVIOUS
     ELSE
      MOVE '0' TO WS-SOUNDEX-PREVIOUS
     END-IF
     MOVE 2 TO WS-SOUNDEX-POINTER
     PERFORM VARYING WS-CHAR-INDEX FROM 2 BY 1
         UNTIL WS-CHAR-INDEX > 30 OR WS-SOUNDEX-POINTER > 4
         OR WS-TOKEN(WS-CHAR-INDEX:1) = SPACE
      MOVE WS-TOKEN(WS-CHAR-INDEX:1) TO WS-NAME-CHAR
      PERFORM FIND-LETTER-INDEX
      IF WS-LETTER-INDEX > 0
       MOVE WS-SOUNDEX-DIGITS(WS-LETTER-INDEX:1) TO WS-SOUNDEX-DIGIT
       IF WS-SOUNDEX-DIGIT NOT = '0'
           AND WS-SOUNDEX-DIGIT NOT = WS-SOUNDEX-PREVIOUS
        MOVE WS-SOUNDEX-DIGIT
            TO WS-SOUNDEX-KEY(WS-SOUNDEX-POINTER:1)
        ADD 1 TO WS-SOUNDEX-POINTER
       END-IF
       IF WS-NAME-CHAR NOT = 'H' AND WS-NAME-CHAR NOT = 'W'
        MOVE WS-SOUNDEX-DIGIT TO WS-SOUNDEX-PREVIOUS
       END-IF
      ELSE
       MOVE '0' TO WS-SOUNDEX-PREVIOUS
      END-IF
     END-PERFORM
    END-IF.

FIND-LETTER-INDEX.
    MOVE 0 TO WS-LETTER-INDEX.
    PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
        UNTIL WS-TABLE-INDEX > 26 OR WS-LETTER-INDEX > 0
     IF WS-ALPHABET(WS-TABLE-INDEX:1) = WS-NAME-CHAR
      MOVE WS-TABLE-INDEX TO WS-LETTER-INDEX
     END-IF
    END-PERFORM.

INSERT-ONE-NAME-ENTRY.
    MOVE WS-NT-ENTRY(WS-NT-I) TO WS-NT-HOLD.
    MOVE WS-NT-I TO WS-NT-J.
    PERFORM UNTIL WS-NT-J = 1
        OR WS-NT-ENTRY(WS-NT-J - 1) <= WS-NT-HOLD
     MOVE WS-NT-ENTRY(WS-NT-J - 1) TO WS-NT-ENTRY(WS-NT-J)
     SUBTRACT 1 FROM WS-NT-J
    END-PERFORM.
    MOVE WS-NT-HOLD TO WS-NT-ENTRY(WS-NT-J).

COMPARE-WITHIN-BLOCK.
* A blank name has no block and is never paired.
    IF WS-NT-BLOCK(WS-NT-I) NOT = SPACES
     PERFORM SCORE-ONE-PAIR
         VARYING WS-NT-J FROM WS-NT-I BY 1
         UNTIL WS-NT-J >= WS-NT-COUNT
         OR WS-NT-J >= WS-NT-I + 50
         OR WS-NT-BLOCK(WS-NT-J + 1) NOT = WS-NT-BLOCK(WS-NT-I)
    END-IF.

SCORE-ONE-PAIR.
* The pair is (I, J+1); the score is the share of the longer name
* that survives the edit distance.
    ADD 1 TO WS-NT-J.
    PERFORM MEASURE-EDIT-DISTANCE.
    SUBTRACT 1 FROM WS-NT-J.
    IF WS-LONGER-LENGTH > 0
     COMPUTE WS-SCORE ROUNDED =
         (WS-LONGER-LENGTH - WS-DISTANCE) * 100 / WS-LONGER-LENGTH
     IF WS-SCORE >= WS-THRESHOLD
      IF WS-PAIR-COUNT < 1000
       ADD 1 TO WS-PAIR-COUNT
       MOVE WS-SCORE TO WS-PR-SCORE(WS-PAIR-COUNT)
       MOVE WS-NT-I TO WS-PR-FIRST(WS-PAIR-COUNT)
       COMPUTE WS-PR-SECOND(WS-PAIR-COUNT) = WS-NT-J + 1
      ELSE
       ADD 1 TO WS-PAIRS-NOT-LISTED
      END-IF
     END-IF
    END-IF.

MEASURE-EDIT-DISTANCE.
    IF WS-NT-NORMAL-LENGTH(WS-NT-I) > WS-NT-NORMAL-LENGTH(WS-NT-J)
     MOVE WS-NT-NORMAL-LENGTH(WS-NT-I) TO WS-LONGER-LENGTH
    ELSE
     MOVE WS-NT-NORMAL-LENGTH(WS-NT-J) TO WS-LONGER-LENGTH
    END-IF.
    PERFORM VARYING WS-LEV-J FROM 0 BY 1
        UNTIL WS-LEV-J > WS-NT-NORMAL-LENGTH(WS-NT-J)
     MOVE WS-LEV-J TO WS-PREVIOUS-ROW(WS-LEV-J + 1)
    END-PERFORM.
    PERFORM VARYING WS-LEV-I FROM 1 BY 1
        UNTIL WS-LEV-I > WS-NT-NORMAL-LENGTH(WS-NT-I)
     MOVE WS-LEV-I TO WS-CURRENT-ROW(1)
     PERFORM VARYING WS-LEV-J FROM 1 BY 1
         UNTIL WS-LEV-J > WS-NT-NORMAL-LENGTH(WS-NT-J)
      IF WS-NT-NORMAL(WS-NT-I)(WS-LEV-I:1)
          = WS-NT-NORMAL(WS-NT-J)(WS-LEV-J:1)
       MOVE 0 TO WS-LEV-COST
      ELSE
       MOVE 1 TO WS-LEV-COST
      END-IF
      COMPUTE WS-LEV-BEST = WS-PREVIOUS-ROW(WS-LEV-J + 1) + 1
      IF WS-CURRENT-ROW(WS-LEV-J) + 1 < WS-LEV-BEST
       COMPUTE WS-LEV-BEST = WS-CURRENT-ROW(WS-LEV-J) + 1
      END-IF
      IF WS-PREVIOUS-ROW(WS-LEV-J) + WS-LEV-COST < WS-LEV-BEST
       COMPUTE WS-LEV-BEST = WS-PREVIOUS-ROW(WS-LEV-J) + WS-LEV-COST
      END-IF
      MOVE WS-LEV-BEST TO WS-CURRENT-ROW(WS-LEV-J + 1)
     END-PERFORM
     MOVE WS-CURRENT-ROWS TO WS-PREVIOUS-ROWS
    END-PERFORM.
    MOVE WS-PREVIOUS-ROW(WS-NT-NORMAL-LENGTH(WS-NT-J) + 1)
        TO WS-DISTANCE.

INSERT-ONE-PAIR-ENTRY.
    MOVE WS-PAIR-ENTRY(WS-PR-I) TO WS-PR-HOLD.
    MOVE WS-PR-I TO WS-PR-J.
    PERFORM UNTIL WS-PR-J = 1
        OR WS-PR-SCORE(WS-PR-J - 1) >= WS-PRH-SCORE
     MOVE WS-PAIR-ENTRY(WS-PR-J - 1) TO WS-PAIR-ENTRY(WS-PR-J)
     SUBTRACT 1 FROM WS-PR-J
    END-PERFORM.
    MOVE WS-PR-HOLD TO WS-PAIR-ENTRY(WS-PR-J).

WRITE-REVIEW-LISTING.
* Comment lines start with '*'; the KEY line tells the merge step
* where the account key sits and which master the pairs came from.
    OPEN OUTPUT REVIEW-FILE.
    IF WS-REVIEW-STATUS NOT = '00'
     DISPLAY 'Cannot write review listing: ' WS-REVIEW-NAME
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    MOVE SPACES TO REVIEW-RECORD.
    STRING '* SUSPECTED DUPLICATE NAMES IN ' DELIMITED BY SIZE
        WS-DATA-FILE-NAME DELIMITED BY SPACE
        ', SCORE ' DELIMITED BY SIZE
        WS-THRESHOLD DELIMITED BY SIZE
        ' AND UP' DELIMITED BY SIZE
        INTO REVIEW-RECORD.
    WRITE REVIEW-RECORD.
    MOVE '* MARK COLUMN 1: M = MERGE THE SECOND ACCOUNT INTO THE FIRST,'
        & ' S = MERGE THE FIRST INTO THE SECOND, BLANK = NOT A DUPLICATE'
        TO REVIEW-RECORD.
    WRITE REVIEW-RECORD.
    MOVE SPACES TO REVIEW-RECORD.
    STRING '* KEY ' DELIMITED BY SIZE
        WS-KEY-POSITION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-KEY-LENGTH DELIMITED BY SIZE
        ' MASTER ' DELIMITED BY SIZE
        WS-DATA-FILE-NAME DELIMITED BY SPACE
        INTO REVIEW-RECORD.
    WRITE REVIEW-RECORD.
    MOVE SPACES TO WS-REVIEW-LINE.
    MOVE '*' TO WS-RV-MARK.
    MOVE 'KEY-1' TO WS-RV-KEY-1.
    MOVE 'KEY-2' TO WS-RV-KEY-2.
    MOVE 'NAME-1' TO WS-RV-NAME-1.
    MOVE 'NAME-2' TO WS-RV-NAME-2.
    MOVE WS-REVIEW-LINE TO REVIEW-RECORD.
    MOVE 'SCR' TO REVIEW-RECORD(3:3).
    MOVE 'RECORD-1' TO REVIEW-RECORD(132:9).
    MOVE 'RECORD-2' TO REVIEW-RECORD(142:9).
    WRITE REVIEW-RECORD.
    PERFORM WRITE-ONE-REVIEW-PAIR
        VARYING WS-PR-I FROM 1 BY 1
        UNTIL WS-PR-I > WS-PAIR-COUNT.
    CLOSE REVIEW-FILE.

WRITE-ONE-REVIEW-PAIR.
    MOVE WS-PR-FIRST(WS-PR-I) TO WS-NT-I.
    MOVE WS-PR-SECOND(WS-PR-I) TO WS-NT-J.
    MOVE SPACES TO WS-REVIEW-LINE.
    MOVE WS-PR-SCORE(WS-PR-I) TO WS-RV-SCORE.
    MOVE WS-NT-KEY(WS-NT-I) TO WS-RV-KEY-1.
    MOVE WS-NT-KEY(WS-NT-J) TO WS-RV-KEY-2.
    MOVE WS-NT-ORIGINAL(WS-NT-I) TO WS-RV-NAME-1.
    MOVE WS-NT-ORIGINAL(WS-NT-J) TO WS-RV-NAME-2.
    MOVE WS-NT-RECORD(WS-NT-I) TO WS-RV-RECORD-1.
    MOVE WS-NT-RECORD(WS-NT-J) TO WS-RV-RECORD-2.
    WRITE REVIEW-RECORD FROM WS-REVIEW-LINE.

WRITE-MERGE-TRANSACTIONS.
    DISPLAY 'Reviewed name listing (blank = DUPREVIEW.TXT): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = SPACES
     MOVE WS-ANSWER TO WS-REVIEW-NAME
    END-IF.
    DISPLAY 'Merge transaction file (blank = DUPMERGE.TXT): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = SPACES
     MOVE WS-ANSWER TO WS-MERGE-TRANSACTION-NAME
    END-IF.
    OPEN INPUT REVIEW-FILE.
    IF WS-REVIEW-STATUS NOT = '00'
     DISPLAY 'Cannot open review listing: ' WS-REVIEW-NAME
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM LOAD-ONE-MARKED-PAIR UNTIL WS-REVIEW-EOF.
    CLOSE REVIEW-FILE.
    IF NOT WS-LISTING-FOUND
     DISPLAY FUNCTION TRIM(WS-REVIEW-NAME)
         ' is not a name-match review listing.'
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    IF WS-MG-COUNT = 0
     DISPLAY 'No pairs are marked M or S - nothing to merge.'
     MOVE 0 TO RETURN-CODE
     STOP RUN
    END-IF.

* The master is read again so each merge carries the record as it
* stands, and only if it still holds the key the listing showed.
    MOVE 'N' TO WS-DATA-EOF-FLAG.
    MOVE 0 TO WS-RECORD-NUMBER.
    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
     DISPLAY 'Cannot open master file: ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM FIND-ONE-MERGED-RECORD UNTIL WS-DATA-EOF.
    CLOSE DATA-FILE.
    PERFORM INSERT-ONE-MERGE-ENTRY
        VARYING WS-MG-I FROM 2 BY 1
        UNTIL WS-MG-I > WS-MG-COUNT.

    OPEN OUTPUT MERGE-TRANSACTION-FILE.
    IF WS-MERGE-TRANSACTION-STATUS NOT = '00'
     DISPLAY 'Cannot write merge transactions: '
         WS-MERGE-TRANSACTION-NAME
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM WRITE-ONE-MERGE
        VARYING WS-MG-I FROM 1 BY 1
        UNTIL WS-MG-I > WS-MG-COUNT.
    CLOSE MERGE-TRANSACTION-FILE.
    DISPLAY '----------------------------------------'.
    DISPLAY 'MERGES WRITTEN     : ' WS-MERGES-WRITTEN.
    DISPLAY 'MERGES REFUSED     : ' WS-MERGES-REFUSED.
    DISPLAY 'MASTER-UPDATE TRANSACTIONS: '
        FUNCTION TRIM(WS-MERGE-TRANSACTION-NAME).
    DISPLAY '----------------------------------------'.
    IF WS-MERGES-REFUSED > 0
     MOVE 4 TO RETURN-CODE
    ELSE
     MOVE 0 TO RETURN-CODE
    END-IF.

LOAD-ONE-MARKED-PAIR.
    READ REVIEW-FILE INTO REVIEW-RECORD
     AT END
      SET WS-REVIEW-EOF TO TRUE
     NOT AT END
      EVALUATE TRUE
       WHEN REVIEW-RECORD(1:6) = '* KEY '
        SET WS-LISTING-FOUND TO TRUE
        MOVE REVIEW-RECORD(7:3) TO WS-KEY-POSITION
        MOVE REVIEW-RECORD(11:3) TO WS-KEY-LENGTH
        MOVE REVIEW-RECORD(22:100) TO WS-DATA-FILE-NAME
       WHEN REVIEW-RECORD(1:1) = '*'
        CONTINUE
       WHEN OTHER
        MOVE REVIEW-RECORD TO WS-REVIEW-LINE
        MOVE FUNCTION UPPER-CASE(WS-RV-MARK) TO WS-RV-MARK
        IF WS-RV-MARK = 'M' OR WS-RV-MARK = 'S'
         PERFORM ADD-ONE-MERGE
        END-IF
      END-EVALUATE
    END-READ.

ADD-ONE-MERGE.
* An account merged away twice is merged once.
    IF WS-MG-COUNT < 500
     ADD 1 TO WS-MG-COUNT
     IF WS-RV-MARK = 'M'
      MOVE WS-RV-KEY-2 TO WS-MG-DROP-KEY(WS-MG-COUNT)
      MOVE WS-RV-KEY-1 TO WS-MG-KEEP-KEY(WS-MG-COUNT)
      MOVE WS-RV-RECORD-2 TO WS-MG-RECORD(WS-MG-COUNT)
     ELSE
      MOVE WS-RV-KEY-1 TO WS-MG-DROP-KEY(WS-MG-COUNT)
      MOVE WS-RV-KEY-2 TO WS-MG-KEEP-KEY(WS-MG-COUNT)
      MOVE WS-RV-RECORD-1 TO WS-MG-RECORD(WS-MG-COUNT)
     END-IF
     MOVE 'N' TO WS-MG-FOUND-FLAG(WS-MG-COUNT)
     MOVE SPACES TO WS-MG-IMAGE(WS-MG-COUNT)
     MOVE 'N' TO WS-MG-SEEN-FLAG
     PERFORM VARYING WS-MG-J FROM 1 BY 1
         UNTIL WS-MG-J >= WS-MG-COUNT
      IF WS-MG-RECORD(WS-MG-J) = WS-MG-RECORD(WS-MG-COUNT)
       SET WS-MG-SEEN TO TRUE
      END-IF
     END-PERFORM
     IF WS-MG-SEEN
      SUBTRACT 1 FROM WS-MG-COUNT
     END-IF
    END-IF.

FIND-ONE-MERGED-RECORD.
    READ DATA-FILE INTO DATA-RECORD
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORD-NUMBER
      PERFORM VARYING WS-MG-I FROM 1 BY 1
          UNTIL WS-MG-I > WS-MG-COUNT
       IF WS-MG-RECORD(WS-MG-I) = WS-RECORD-NUMBER
           AND DATA-RECORD(WS-KEY-POSITION:WS-KEY-LENGTH)
               = WS-MG-DROP-KEY(WS-MG-I)(1:WS-KEY-LENGTH)
        MOVE 'Y' TO WS-MG-FOUND-FLAG(WS-MG-I)
        MOVE DATA-RECORD(1:100) TO WS-MG-IMAGE(WS-MG-I)
       END-IF
      END-PERFORM
    END-READ.

INSERT-ONE-MERGE-ENTRY.
    MOVE WS-MG-ENTRY(WS-MG-I) TO WS-MG-HOLD.
    MOVE WS-MG-I TO WS-MG-J.
    PERFORM UNTIL WS-MG-J = 1
        OR WS-MG-ENTRY(WS-MG-J - 1) <= WS-MG-HOLD
     MOVE WS-MG-ENTRY(WS-MG-J - 1) TO WS-MG-ENTRY(WS-MG-J)
     SUBTRACT 1 FROM WS-MG-J
    END-PERFORM.
    MOVE WS-MG-HOLD TO WS-MG-ENTRY(WS-MG-J).

WRITE-ONE-MERGE.
* A merge is the delete of the merged-away account, in the D
* transaction form MASTER-UPDATE takes; the surviving account is
* left as it stands.
    IF WS-MG-FOUND-FLAG(WS-MG-I) = 'Y'
     MOVE SPACES TO MERGE-TRANSACTION-RECORD
     MOVE 'D' TO MERGE-TRANSACTION-RECORD(1:1)
     MOVE WS-MG-IMAGE(WS-MG-I) TO MERGE-TRANSACTION-RECORD(3:100)
     WRITE MERGE-TRANSACTION-RECORD
     ADD 1 TO WS-MERGES-WRITTEN
     DISPLAY 'MERGE ' WS-MG-DROP-KEY(WS-MG-I) ' INTO '
         WS-MG-KEEP-KEY(WS-MG-I)
     PERFORM VARYING WS-MG-J FROM 1 BY 1
         UNTIL WS-MG-J > WS-MG-COUNT
      IF WS-MG-DROP-KEY(WS-MG-J) = WS-MG-KEEP-KEY(WS-MG-I)
       DISPLAY '  NOTE: ' WS-MG-KEEP-KEY(WS-MG-I)
           ' IS ITSELF MERGED AWAY - REVIEW THE CHAIN'
      END-IF
     END-PERFORM
    ELSE
     ADD 1 TO WS-MERGES-REFUSED
     DISPLAY 'NOT MERGED: ' WS-MG-DROP-KEY(WS-MG-I)
         ' - RECORD ' WS-MG-RECORD(WS-MG-I)
         ' NO LONGER HOLDS THAT KEY; RERUN THE NAME MATCH'
    END-IF.
