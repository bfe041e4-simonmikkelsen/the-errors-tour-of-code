* control file on the spot instead of filing a request. The buffer
* is kept gapless, so lines renumber themselves after every command
* and the numbers the display shows are always current.
* A spell check goes over the whole buffer against the English,
* Danish and shop word lists before a letter goes out, listing each
* suspect word by line number with a few close suggestions, and an
* operator can add a term or partner name to the shop list from the
* same menu. Both commands number after Exit, which keeps 9; the
* option is two digits to make room for them.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
01 WS-BLOCK-BUFFER.
    05 WS-BLOCK-LINE PIC X(80) OCCURS 100 TIMES.
01 WS-USER-INPUT PIC X(80).
01 WS-OPTION PIC 99.
01 WS-LOOP-COUNTER PIC 9(4) VALUE 1.
01 WS-TEMP-VARIABLE PIC X(80).
01 WS-WEATHER PIC X(10) VALUE 'SUNNY'.
01 WS-RANGE-LAST PIC 9(3) VALUE 0.
01 WS-BLOCK-SIZE PIC 9(3) VALUE 0.
01 WS-SHIFT-INDEX PIC 9(3) VALUE 0.
COPY "spellchk-linkage.cpy".
01 WS-SPELL-LINE PIC X(120) VALUE SPACES.
01 WS-SPELL-POINTER PIC 9(3) VALUE 1.
01 WS-SPELL-INDEX PIC 9(2) VALUE 0.
01 WS-SUGGEST-INDEX PIC 9 VALUE 0.
01 WS-SUSPECT-COUNT PIC 9(4) VALUE 0.
01 WS-SUSPECT-LINES PIC 9(3) VALUE 0.
01 WS-LINE-NUMBER-TEXT PIC ZZ9.
01 WS-COLUMN-TEXT PIC ZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
     DISPLAY "7. Move Line Range"
     DISPLAY "8. Copy Line Range"
     DISPLAY "9. Exit"
     DISPLAY "10. Spell Check"
     DISPLAY "11. Add Word to Shop List"
     ACCEPT WS-OPTION
     EVALUATE WS-OPTION
         WHEN 1
          PERFORM COPY-LINE-RANGE
         WHEN 9
          DISPLAY "Exiting the Simple Text Editor. Have a splendid day!"
         WHEN 10
          PERFORM SPELL-CHECK-BUFFER
         WHEN 11
          PERFORM ADD-WORD-TO-SHOP-LIST
         WHEN OTHER
          DISPLAY "Invalid option. Please try again."
     END-EVALUATE
      DISPLAY WS-BLOCK-SIZE " line(s) copied."
     END-IF
    END-IF.

SPELL-CHECK-BUFFER.
    MOVE 0 TO WS-SUSPECT-COUNT.
    MOVE 0 TO WS-SUSPECT-LINES.
    MOVE 'C' TO SPELLCHK-FUNCTION.
    MOVE 'Y' TO SPELLCHK-SUGGEST-FLAG.
    MOVE SPACES TO SPELLCHK-LINE.
    CALL 'SPELLCHK' USING SPELLCHK-REQUEST.
    IF SPELLCHK-RESULT = '08'
     DISPLAY "No word list could be read: "
         FUNCTION TRIM(SPELLCHK-MISSING-LISTS)
    ELSE
     IF SPELLCHK-MISSING-LISTS NOT = SPACES
      DISPLAY "Word list(s) not found: "
          FUNCTION TRIM(SPELLCHK-MISSING-LISTS)
     END-IF
     PERFORM VARYING WS-LOOP-COUNTER FROM 1 BY 1
         UNTIL WS-LOOP-COUNTER > WS-LINE-COUNT
      MOVE WS-TEXT-LINE(WS-LOOP-COUNTER) TO SPELLCHK-LINE
      CALL 'SPELLCHK' USING SPELLCHK-REQUEST
      IF SPELLCHK-UNKNOWN-COUNT > 0
       ADD 1 TO WS-SUSPECT-LINES
       PERFORM VARYING WS-SPELL-INDEX FROM 1 BY 1
           UNTIL WS-SPELL-INDEX > SPELLCHK-UNKNOWN-COUNT
        PERFORM SHOW-SUSPECT-WORD
       END-PERFORM
      END-IF
     END-PERFORM
     IF WS-SUSPECT-COUNT = 0
      DISPLAY "No suspect words found."
     ELSE
      DISPLAY WS-SUSPECT-COUNT " suspect word(s) on " WS-SUSPECT-LINES
          " line(s). Option 11 adds a word to the shop list."
     END-IF
    END-IF.

SHOW-SUSPECT-WORD.
    ADD 1 TO WS-SUSPECT-COUNT.
    MOVE WS-LOOP-COUNTER TO WS-LINE-NUMBER-TEXT.
    MOVE SPELLCHK-UNKNOWN-COLUMN(WS-SPELL-INDEX) TO WS-COLUMN-TEXT.
    MOVE SPACES TO WS-SPELL-LINE.
    MOVE 1 TO WS-SPELL-POINTER.
    STRING "Line " DELIMITED BY SIZE
        WS-LINE-NUMBER-TEXT DELIMITED BY SIZE
        " col " DELIMITED BY SIZE
        WS-COLUMN-TEXT DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        FUNCTION TRIM(SPELLCHK-UNKNOWN-WORD(WS-SPELL-INDEX))
            DELIMITED BY SIZE
        INTO WS-SPELL-LINE WITH POINTER WS-SPELL-POINTER.
    IF SPELLCHK-SUGGESTION-COUNT(WS-SPELL-INDEX) = 0
     STRING "  (no suggestions)" DELIMITED BY SIZE
         INTO WS-SPELL-LINE WITH POINTER WS-SPELL-POINTER
    ELSE
     STRING "  try: " DELIMITED BY SIZE
         INTO WS-SPELL-LINE WITH POINTER WS-SPELL-POINTER
     PERFORM VARYING WS-SUGGEST-INDEX FROM 1 BY 1
         UNTIL WS-SUGGEST-INDEX >
             SPELLCHK-SUGGESTION-COUNT(WS-SPELL-INDEX)
      IF WS-SUGGEST-INDEX > 1
       STRING ", " DELIMITED BY SIZE
           INTO WS-SPELL-LINE WITH POINTER WS-SPELL-POINTER
      END-IF
      STRING FUNCTION TRIM(SPELLCHK-SUGGESTION(WS-SPELL-INDEX
          WS-SUGGEST-INDEX)) DELIMITED BY SIZE
          INTO WS-SPELL-LINE WITH POINTER WS-SPELL-POINTER
     END-PERFORM
    END-IF.
    DISPLAY FUNCTION TRIM(WS-SPELL-LINE TRAILING).

ADD-WORD-TO-SHOP-LIST.
    DISPLAY "Word to add to the shop list:".
    ACCEPT WS-USER-INPUT.
    IF WS-USER-INPUT = SPACES
     DISPLAY "Nothing added."
    ELSE
     MOVE 'A' TO SPELLCHK-FUNCTION
     MOVE WS-USER-INPUT TO SPELLCHK-WORD
     CALL 'SPELLCHK' USING SPELLCHK-REQUEST
     EVALUATE SPELLCHK-RESULT
         WHEN '00'
          DISPLAY FUNCTION TRIM(SPELLCHK-WORD)
              " added to the shop list."
         WHEN '02'
          DISPLAY FUNCTION TRIM(SPELLCHK-WORD)
              " is already on a word list."
         WHEN OTHER
          DISPLAY "Not added - enter a single word of letters, and"
              " check the shop list can be written."
     END-EVALUATE
    END-IF.
