* suspected duplicates, aimed squarely at catching a repeated
* form-letter run before it mails. Suspected pairs end the run
* RETURN-CODE 8 so the mail-merge stream can gate on it.
* A spell-check mode runs every document in a directory against the
* English, Danish and shop word lists (the SPELLCHK subprogram the
* editor uses too) and reports each document's unknown words, then
* every unknown word across the run with its count, most frequent
* first, so a misspelt template is caught before the letters go.
* Unknown words end the run RETURN-CODE 4, and no readable word list
* RETURN-CODE 8. A word-list mode lets an operator add terms and
* partner names to the shop list.
* The duplicate and spell-check codes are held aside while the
* report is distributed, since its archive copy runs a shell command
* that would otherwise leave RETURN-CODE at zero, and are set once
* distribution is done.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
01  WS-PAGE-NUMBER       PIC 9(03) VALUE 1.
01  WS-FINAL-RETURN-CODE PIC 9(02) VALUE 0.
01  WS-RUN-MODE          PIC X VALUE 'I'.
01  WS-INPUT-FILE-NAME   PIC X(100) VALUE SPACES.
01  WS-REPORT-FILE-NAME  PIC X(100) VALUE SPACES.
01  WS-OCCURRENCE-COUNT  PIC 9(7) VALUE 0.
01  WS-DOCUMENT-COUNT    PIC 9(4) VALUE 0.
01  WS-CONCORDANCE-LINE  PIC X(132) VALUE SPACES.
* Spell check: the unknown words go through the frequency table.
COPY "spellchk-linkage.cpy".
01  WS-SPELL-INDEX       PIC 9(2) VALUE 0.
01  WS-DOC-UNKNOWN-COUNT PIC 9(6) VALUE 0.
01  WS-DOC-CHECKED-COUNT PIC 9(7) VALUE 0.
01  WS-UNKNOWN-TOTAL     PIC 9(7) VALUE 0.
01  WS-CHECKED-TOTAL     PIC 9(7) VALUE 0.
01  WS-TABLE-OVERFLOW    PIC 9(6) VALUE 0.
01  WS-SHOP-WORD         PIC X(30) VALUE SPACES.
01  WS-SHOP-REJECT-COUNT PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "Mode (I=interactive, B=batch file report, "
        "C=concordance, D=duplicate detection, S=spell check, "
        "W=add to shop word list): " WITH NO ADVANCING.
    ACCEPT WS-RUN-MODE.
    EVALUATE WS-RUN-MODE
     WHEN 'B' WHEN 'b'
      PERFORM CONCORDANCE-MODE
     WHEN 'D' WHEN 'd'
      PERFORM DUPLICATE-MODE
     WHEN 'S' WHEN 's'
      PERFORM SPELL-CHECK-MODE
     WHEN 'W' WHEN 'w'
      PERFORM SHOP-WORD-MODE
     WHEN OTHER
      PERFORM INTERACTIVE-MODE
    END-EVALUATE.
    DISPLAY "Documents compared: " WS-DOC-VEC-COUNT
        "  Suspected pairs: " WS-DUP-PAIR-COUNT.
    IF WS-DUP-PAIR-COUNT > 0
     MOVE 8 TO WS-FINAL-RETURN-CODE
    END-IF.
    PERFORM DISTRIBUTE-REPORT.
    MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.

VECTORIZE-ONE-DOCUMENT.
    READ LISTING-FILE INTO WS-DOC-NAME-ONLY
     DISPLAY WS-CONCORDANCE-LINE
    END-IF.

SPELL-CHECK-MODE.
    DISPLAY "Enter the directory to scan: " WITH NO ADVANCING.
    ACCEPT WS-INPUT-DIR-NAME.
    DISPLAY "Enter the report file name: " WITH NO ADVANCING.
    ACCEPT WS-REPORT-FILE-NAME.
    MOVE 'C' TO SPELLCHK-FUNCTION.
    MOVE 'N' TO SPELLCHK-SUGGEST-FLAG.
    MOVE SPACES TO SPELLCHK-LINE.
    CALL 'SPELLCHK' USING SPELLCHK-REQUEST.
    IF SPELLCHK-RESULT = '08'
     DISPLAY "No word list could be read: "
         FUNCTION TRIM(SPELLCHK-MISSING-LISTS)
     MOVE 8 TO WS-FINAL-RETURN-CODE
    ELSE
     PERFORM PROMPT-REPORT-DISTRIBUTION
     PERFORM GET-RUN-ID
     STRING 'ls ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-INPUT-DIR-NAME) DELIMITED BY SIZE
         ' > ' DELIMITED BY SIZE
         WS-LISTING-FILE-NAME DELIMITED BY SPACE
         INTO WS-SHELL-COMMAND
     CALL 'SYSTEM' USING WS-SHELL-COMMAND
     OPEN OUTPUT REPORT-FILE
     PERFORM PRINT-REPORT-HEADER
     MOVE RPTHDR-LINE TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE SPACES TO WS-CONCORDANCE-LINE
     STRING 'SPELL CHECK - WORD LISTS READ: ' DELIMITED BY SIZE
         SPELLCHK-LIST-COUNT DELIMITED BY SIZE
         '  WORDS: ' DELIMITED BY SIZE
         SPELLCHK-WORDS-LOADED DELIMITED BY SIZE
         '  NOT FOUND: ' DELIMITED BY SIZE
         SPELLCHK-MISSING-LISTS DELIMITED BY SIZE
         INTO WS-CONCORDANCE-LINE
     MOVE WS-CONCORDANCE-LINE TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 0 TO WS-WORD-TABLE-COUNT
     MOVE 'N' TO WS-LISTING-EOF-FLAG
     OPEN INPUT LISTING-FILE
     PERFORM SPELL-CHECK-ONE-DOCUMENT UNTIL WS-LISTING-EOF
     CLOSE LISTING-FILE
     PERFORM SORT-WORD-TABLE
     MOVE 'UNKNOWN WORDS, ALL DOCUMENTS' TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'F' TO WS-OUTPUT-FORMAT
     PERFORM WRITE-REPORT
     IF WS-TABLE-OVERFLOW > 0
      MOVE SPACES TO WS-CONCORDANCE-LINE
      STRING 'MORE UNKNOWN WORDS THAN THE TABLE HOLDS - '
          DELIMITED BY SIZE
          WS-TABLE-OVERFLOW DELIMITED BY SIZE
          ' OCCURRENCES NOT LISTED' DELIMITED BY SIZE
          INTO WS-CONCORDANCE-LINE
      MOVE WS-CONCORDANCE-LINE TO REPORT-RECORD
      WRITE REPORT-RECORD
     END-IF
     MOVE SPACES TO WS-CONCORDANCE-LINE
     STRING 'DOCUMENTS: ' DELIMITED BY SIZE
         WS-DOCUMENT-COUNT DELIMITED BY SIZE
         '  WORDS CHECKED: ' DELIMITED BY SIZE
         WS-CHECKED-TOTAL DELIMITED BY SIZE
         '  UNKNOWN: ' DELIMITED BY SIZE
         WS-UNKNOWN-TOTAL DELIMITED BY SIZE
         '  DISTINCT: ' DELIMITED BY SIZE
         WS-WORD-TABLE-COUNT DELIMITED BY SIZE
         INTO WS-CONCORDANCE-LINE
     MOVE WS-CONCORDANCE-LINE TO REPORT-RECORD
     WRITE REPORT-RECORD
     CLOSE REPORT-FILE
     DISPLAY "Documents checked: " WS-DOCUMENT-COUNT
         "  Unknown words: " WS-UNKNOWN-TOTAL
         "  Distinct: " WS-WORD-TABLE-COUNT
     IF WS-UNKNOWN-TOTAL > 0
      MOVE 4 TO WS-FINAL-RETURN-CODE
     END-IF
     PERFORM DISTRIBUTE-REPORT
    END-IF.
    MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.

SPELL-CHECK-ONE-DOCUMENT.
    READ LISTING-FILE INTO WS-DOC-NAME-ONLY
     AT END
      SET WS-LISTING-EOF TO TRUE
     NOT AT END
      PERFORM SPELL-CHECK-DOCUMENT
    END-READ.

SPELL-CHECK-DOCUMENT.
    MOVE SPACES TO WS-INPUT-FILE-NAME.
    STRING FUNCTION TRIM(WS-INPUT-DIR-NAME) DELIMITED BY SIZE
        '/' DELIMITED BY SIZE
        WS-DOC-NAME-ONLY DELIMITED BY SPACE
        INTO WS-INPUT-FILE-NAME.
    MOVE 'N' TO WS-EOF-FLAG.
    MOVE 0 TO WS-DOC-LINE-NUMBER.
    MOVE 0 TO WS-DOC-UNKNOWN-COUNT.
    MOVE 0 TO WS-DOC-CHECKED-COUNT.
    MOVE SPACES TO WS-CONCORDANCE-LINE.
    STRING 'DOCUMENT: ' DELIMITED BY SIZE
        WS-DOC-NAME-ONLY DELIMITED BY SPACE
        INTO WS-CONCORDANCE-LINE.
    MOVE WS-CONCORDANCE-LINE TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    OPEN INPUT INPUT-FILE.
    ADD 1 TO WS-DOCUMENT-COUNT.
    PERFORM SPELL-CHECK-ONE-LINE UNTIL WS-EOF.
    CLOSE INPUT-FILE.
    MOVE SPACES TO WS-CONCORDANCE-LINE.
    STRING '  WORDS CHECKED: ' DELIMITED BY SIZE
        WS-DOC-CHECKED-COUNT DELIMITED BY SIZE
        '  UNKNOWN: ' DELIMITED BY SIZE
        WS-DOC-UNKNOWN-COUNT DELIMITED BY SIZE
        INTO WS-CONCORDANCE-LINE.
    MOVE WS-CONCORDANCE-LINE TO REPORT-RECORD.
    WRITE REPORT-RECORD.

SPELL-CHECK-ONE-LINE.
    READ INPUT-FILE INTO WS-LINE-TEXT
     AT END
      SET WS-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-DOC-LINE-NUMBER
      MOVE WS-LINE-TEXT TO SPELLCHK-LINE
      CALL 'SPELLCHK' USING SPELLCHK-REQUEST
      ADD SPELLCHK-WORDS-CHECKED TO WS-DOC-CHECKED-COUNT
          WS-CHECKED-TOTAL
      PERFORM VARYING WS-SPELL-INDEX FROM 1 BY 1
          UNTIL WS-SPELL-INDEX > SPELLCHK-UNKNOWN-COUNT
       PERFORM REPORT-UNKNOWN-WORD
      END-PERFORM
    END-READ.

REPORT-UNKNOWN-WORD.
* Each unknown word is listed where it stands and tallied, in the
* case it was typed, through the frequency table.
    ADD 1 TO WS-DOC-UNKNOWN-COUNT.
    ADD 1 TO WS-UNKNOWN-TOTAL.
    MOVE SPACES TO WS-CONCORDANCE-LINE.
    STRING '  ' DELIMITED BY SIZE
        SPELLCHK-UNKNOWN-WORD(WS-SPELL-INDEX) DELIMITED BY SIZE
        ' LINE ' DELIMITED BY SIZE
        WS-DOC-LINE-NUMBER DELIMITED BY SIZE
        ' COL ' DELIMITED BY SIZE
        SPELLCHK-UNKNOWN-COLUMN(WS-SPELL-INDEX) DELIMITED BY SIZE
        INTO WS-CONCORDANCE-LINE.
    MOVE WS-CONCORDANCE-LINE TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    MOVE SPELLCHK-UNKNOWN-WORD(WS-SPELL-INDEX) TO WS-CURRENT-WORD.
    PERFORM ADD-WORD-TO-TABLE.
    IF NOT WS-WORD-FOUND AND WS-WORD-TABLE-COUNT = 500
        AND WS-WORD-TEXT(500) NOT = WS-CURRENT-WORD
     ADD 1 TO WS-TABLE-OVERFLOW
    END-IF.

SHOP-WORD-MODE.
    DISPLAY "Words to add to the shop list, one per line "
        "(blank line to finish):".
    MOVE 'A' TO SPELLCHK-FUNCTION.
    MOVE 'X' TO WS-SHOP-WORD.
    PERFORM ADD-ONE-SHOP-WORD UNTIL WS-SHOP-WORD = SPACES.
    IF WS-SHOP-REJECT-COUNT > 0
     MOVE 4 TO RETURN-CODE
    END-IF.

ADD-ONE-SHOP-WORD.
    DISPLAY "Word: " WITH NO ADVANCING.
    ACCEPT WS-SHOP-WORD.
    IF WS-SHOP-WORD NOT = SPACES
     MOVE WS-SHOP-WORD TO SPELLCHK-WORD
     CALL 'SPELLCHK' USING SPELLCHK-REQUEST
     EVALUATE SPELLCHK-RESULT
         WHEN '00'
          DISPLAY FUNCTION TRIM(WS-SHOP-WORD) " added."
         WHEN '02'
          DISPLAY FUNCTION TRIM(WS-SHOP-WORD)
              " is already on a word list."
         WHEN OTHER
          DISPLAY FUNCTION TRIM(WS-SHOP-WORD) " not added - a single "
              "word of letters only, and the list must be writable."
          ADD 1 TO WS-SHOP-REJECT-COUNT
     END-EVALUATE
    END-IF.

ADD-WORD-TO-TABLE.
    MOVE 'N' TO WS-FOUND-FLAG.
    PERFORM VARYING WS-WI FROM 1 BY 1 UNTIL WS-WI > WS-WORD-TABLE-COUNT
