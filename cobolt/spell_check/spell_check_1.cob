IDENTIFICATION DIVISION.
PROGRAM-ID. SPELLCHK.
AUTHOR. Simon Mikkelsen.
* The form letters and notices are edited by hand, and a final-demand
* letter went out with two misspellings nobody saw. This subprogram
* is the spell check SIMPLE-TEXT-EDITOR and WORDCOUNTER share. It
* reads three word lists - English, Danish, and the shop's own list
* of terms and partner names - into one table on its first call and
* keeps it for the rest of the run, then checks a line at a time and
* hands back each word it does not know with its column and, when
* asked, up to three close suggestions. The suggestions are the
* listed words one slip away from the suspect: two letters swapped,
* one letter too many, one wrong, or one missing - the slips that
* actually get typed. An operator can add a word to the shop list
* through the same call, and it is known from that moment on. Words
* are compared without regard to case, the Danish letters included.
* The table is hashed, so a lookup costs the same however long the
* lists grow, up to 300,000 words. The parameter area is documented
* in SPELLCHK-LINKAGE.CPY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WORD-LIST-FILE ASSIGN TO WS-LIST-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LIST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WORD-LIST-FILE.
01  WORD-LIST-RECORD PIC X(60).

WORKING-STORAGE SECTION.
01  WS-LIST-NAME-VALUES.
    05  FILLER PIC X(20) VALUE 'WORDS-ENGLISH.TXT'.
    05  FILLER PIC X(20) VALUE 'WORDS-DANISH.TXT'.
    05  FILLER PIC X(20) VALUE 'WORDS-SHOP.TXT'.
01  WS-LIST-NAME-TABLE REDEFINES WS-LIST-NAME-VALUES.
    05  WS-LIST-NAME-ENTRY PIC X(20) OCCURS 3 TIMES.
01  WS-LIST-FOUND-FLAGS.
    05  WS-LIST-FOUND PIC X(01) OCCURS 3 TIMES.
01  WS-LIST-NAME PIC X(20) VALUE SPACES.
01  WS-LIST-STATUS PIC X(02).
01  WS-LIST-INDEX PIC 9(01) VALUE 0.
01  WS-LIST-EOF-FLAG PIC X(01) VALUE 'N'.
    88  WS-LIST-EOF VALUE 'Y'.
01  WS-LOADED-FLAG PIC X(01) VALUE 'N'.
    88  WS-LISTS-LOADED VALUE 'Y'.
01  WS-TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
    88  WS-TABLE-FULL VALUE 'Y'.
01  WS-LIST-LINE PIC X(60) VALUE SPACES.
* The word table: open addressing on a prime number of slots, kept
* no more than three-quarters full so a probe run stays short.
01  WS-HASH-SIZE PIC 9(06) VALUE 400009.
01  WS-MAX-WORDS PIC 9(06) VALUE 300000.
01  WS-WORD-HASH-TABLE.
    05  WS-HASH-SLOT PIC X(30) OCCURS 400009 TIMES.
01  WS-HASH-VALUE PIC 9(18) COMP VALUE 0.
01  WS-HASH-QUOTIENT PIC 9(18) COMP VALUE 0.
* A byte of the word read as a number: the byte goes in the low half.
01  WS-BYTE-WORK.
    05  WS-BYTE-HIGH PIC X(01) VALUE LOW-VALUE.
    05  WS-BYTE-LOW PIC X(01) VALUE LOW-VALUE.
01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK PIC 9(04) COMP.
01  WS-SLOT-NO PIC 9(09) COMP VALUE 0.
01  WS-KEY-WORD PIC X(30) VALUE SPACES.
01  WS-KEY-LENGTH PIC 9(02) VALUE 0.
01  WS-KEY-INDEX PIC 9(02) VALUE 0.
01  WS-KEY-FOUND-FLAG PIC X(01) VALUE 'N'.
    88  WS-KEY-FOUND VALUE 'Y'.
01  WS-LOWER-LETTERS PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
01  WS-UPPER-LETTERS PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
* Letters tried when a suggestion is made: A to Z, then AE, O-slash
* and A-ring, which are two bytes each.
01  WS-LETTER-VALUES.
    05  FILLER PIC X(26) VALUE 'A B C D E F G H I J K L M '.
    05  FILLER PIC X(26) VALUE 'N O P Q R S T U V W X Y Z '.
    05  FILLER PIC X(06) VALUE X'C386C398C385'.
01  WS-LETTER-TABLE REDEFINES WS-LETTER-VALUES.
    05  WS-LETTER PIC X(02) OCCURS 29 TIMES.
01  WS-LETTER-INDEX PIC 9(02) VALUE 0.
01  WS-LETTER-LENGTH PIC 9(01) VALUE 0.
* Line scanning.
01  WS-LINE-POS PIC 9(03) VALUE 0.
01  WS-CHAR PIC X(01).
01  WS-CHAR-KIND PIC X(01).
    88  WS-CHAR-IN-WORD VALUE 'L' 'D' 'A'.
01  WS-TOKEN-START PIC 9(03) VALUE 0.
01  WS-TOKEN-LENGTH PIC 9(03) VALUE 0.
01  WS-TOKEN-DIGIT-FLAG PIC X(01) VALUE 'N'.
    88  WS-TOKEN-HAS-DIGIT VALUE 'Y'.
01  WS-TOKEN-TEXT PIC X(30) VALUE SPACES.
01  WS-CASE-WORK PIC X(30) VALUE SPACES.
* Suggestions.
01  WS-ORIG-KEY PIC X(30) VALUE SPACES.
01  WS-ORIG-LENGTH PIC 9(02) VALUE 0.
01  WS-CANDIDATE PIC X(30) VALUE SPACES.
01  WS-CAND-POS PIC 9(02) VALUE 0.
01  WS-REST-LENGTH PIC 9(02) VALUE 0.
01  WS-SUGGEST-INDEX PIC 9(01) VALUE 0.
01  WS-UNKNOWN-NO PIC 9(02) VALUE 0.
01  WS-DUPLICATE-FLAG PIC X(01) VALUE 'N'.
    88  WS-DUPLICATE-SUGGESTION VALUE 'Y'.
01  WS-ADD-WORD PIC X(30) VALUE SPACES.

LINKAGE SECTION.
COPY "spellchk-linkage.cpy".

PROCEDURE DIVISION USING SPELLCHK-REQUEST.
MAIN-PROCEDURE.
    MOVE '00' TO SPELLCHK-RESULT.
    IF SPELLCHK-FUNCTION = 'L' OR NOT WS-LISTS-LOADED
     PERFORM LOAD-WORD-LISTS
    END-IF.
    IF SPELLCHK-LIST-COUNT = 0 AND SPELLCHK-FUNCTION NOT = 'A'
     MOVE '08' TO SPELLCHK-RESULT
    ELSE
     EVALUATE SPELLCHK-FUNCTION
         WHEN 'C'
          PERFORM CHECK-ONE-LINE
         WHEN 'A'
          PERFORM ADD-SHOP-WORD
         WHEN OTHER
          CONTINUE
     END-EVALUATE
    END-IF.
    GOBACK.

LOAD-WORD-LISTS.
    MOVE SPACES TO WS-WORD-HASH-TABLE.
    MOVE 0 TO SPELLCHK-WORDS-LOADED.
    MOVE 'N' TO WS-TABLE-FULL-FLAG.
    PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1 UNTIL WS-LIST-INDEX > 3
     PERFORM LOAD-ONE-WORD-LIST
    END-PERFORM.
    PERFORM COUNT-LISTS-READ.
    SET WS-LISTS-LOADED TO TRUE.
    IF WS-TABLE-FULL
     MOVE '04' TO SPELLCHK-RESULT
    END-IF.

LOAD-ONE-WORD-LIST.
    MOVE WS-LIST-NAME-ENTRY(WS-LIST-INDEX) TO WS-LIST-NAME.
    OPEN INPUT WORD-LIST-FILE.
    IF WS-LIST-STATUS NOT = '00'
     MOVE 'N' TO WS-LIST-FOUND(WS-LIST-INDEX)
    ELSE
     MOVE 'Y' TO WS-LIST-FOUND(WS-LIST-INDEX)
     MOVE 'N' TO WS-LIST-EOF-FLAG
     PERFORM LOAD-ONE-LIST-WORD UNTIL WS-LIST-EOF
     CLOSE WORD-LIST-FILE
    END-IF.

COUNT-LISTS-READ.
    MOVE 0 TO SPELLCHK-LIST-COUNT.
    MOVE SPACES TO SPELLCHK-MISSING-LISTS.
    PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1 UNTIL WS-LIST-INDEX > 3
     IF WS-LIST-FOUND(WS-LIST-INDEX) = 'Y'
      ADD 1 TO SPELLCHK-LIST-COUNT
     ELSE
      MOVE SPACES TO WS-LIST-LINE
      STRING FUNCTION TRIM(SPELLCHK-MISSING-LISTS) DELIMITED BY SIZE
          ' ' DELIMITED BY SIZE
          WS-LIST-NAME-ENTRY(WS-LIST-INDEX) DELIMITED BY SPACE
          INTO WS-LIST-LINE
      MOVE FUNCTION TRIM(WS-LIST-LINE) TO SPELLCHK-MISSING-LISTS
     END-IF
    END-PERFORM.

LOAD-ONE-LIST-WORD.
* One word to a line; anything after a space or a slash (an affix
* flag in a published list) is ignored, as is a '*' comment line.
    READ WORD-LIST-FILE
     AT END
      SET WS-LIST-EOF TO TRUE
     NOT AT END
      MOVE FUNCTION TRIM(WORD-LIST-RECORD LEADING) TO WS-LIST-LINE
      IF WS-LIST-LINE NOT = SPACES AND WS-LIST-LINE(1:1) NOT = '*'
       MOVE SPACES TO WS-KEY-WORD
       UNSTRING WS-LIST-LINE DELIMITED BY ALL SPACE OR '/'
           INTO WS-KEY-WORD
       PERFORM NORMALIZE-KEY-WORD
       PERFORM STORE-KEY-WORD
      END-IF
    END-READ.

STORE-KEY-WORD.
    PERFORM LOOKUP-KEY-WORD.
    IF NOT WS-KEY-FOUND
     IF SPELLCHK-WORDS-LOADED < WS-MAX-WORDS
      MOVE WS-KEY-WORD TO WS-HASH-SLOT(WS-SLOT-NO)
      ADD 1 TO SPELLCHK-WORDS-LOADED
     ELSE
      SET WS-TABLE-FULL TO TRUE
     END-IF
    END-IF.

NORMALIZE-KEY-WORD.
* Upper case, the Danish and the common accented letters included
* (UTF-8, two bytes each), so the lists and the text meet on equal
* terms however either was typed.
    INSPECT WS-KEY-WORD CONVERTING WS-LOWER-LETTERS
        TO WS-UPPER-LETTERS.
    INSPECT WS-KEY-WORD REPLACING
        ALL X'C3A6' BY X'C386'
        ALL X'C3B8' BY X'C398'
        ALL X'C3A5' BY X'C385'
        ALL X'C3A9' BY X'C389'
        ALL X'C3A4' BY X'C384'
        ALL X'C3B6' BY X'C396'
        ALL X'C3BC' BY X'C39C'.
    MOVE 0 TO WS-KEY-LENGTH.
    IF WS-KEY-WORD NOT = SPACES
     COMPUTE WS-KEY-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-WORD TRAILING))
    END-IF.

LOOKUP-KEY-WORD.
* Hash the word, then probe forward from its home slot until the
* word or an empty slot turns up. The empty slot is where it would
* be stored.
    MOVE 0 TO WS-HASH-VALUE.
    PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
        UNTIL WS-KEY-INDEX > WS-KEY-LENGTH
     MOVE WS-KEY-WORD(WS-KEY-INDEX:1) TO WS-BYTE-LOW
     COMPUTE WS-HASH-VALUE = WS-HASH-VALUE * 31 + WS-BYTE-VALUE
     IF WS-HASH-VALUE > 100000000000000
      DIVIDE WS-HASH-VALUE BY WS-HASH-SIZE GIVING WS-HASH-QUOTIENT
          REMAINDER WS-HASH-VALUE
     END-IF
    END-PERFORM.
    DIVIDE WS-HASH-VALUE BY WS-HASH-SIZE GIVING WS-HASH-QUOTIENT
        REMAINDER WS-HASH-VALUE.
    COMPUTE WS-SLOT-NO = WS-HASH-VALUE + 1.
    PERFORM UNTIL WS-HASH-SLOT(WS-SLOT-NO) = WS-KEY-WORD
        OR WS-HASH-SLOT(WS-SLOT-NO) = SPACES
     ADD 1 TO WS-SLOT-NO
     IF WS-SLOT-NO > WS-HASH-SIZE
      MOVE 1 TO WS-SLOT-NO
     END-IF
    END-PERFORM.
    IF WS-HASH-SLOT(WS-SLOT-NO) = WS-KEY-WORD
     SET WS-KEY-FOUND TO TRUE
    ELSE
     MOVE 'N' TO WS-KEY-FOUND-FLAG
    END-IF.

CLASSIFY-CHARACTER.
    EVALUATE TRUE
     WHEN WS-CHAR >= 'A' AND WS-CHAR <= 'Z'
      MOVE 'L' TO WS-CHAR-KIND
     WHEN WS-CHAR >= 'a' AND WS-CHAR <= 'z'
      MOVE 'L' TO WS-CHAR-KIND
     WHEN WS-CHAR >= X'80'
      MOVE 'L' TO WS-CHAR-KIND
     WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
      MOVE 'D' TO WS-CHAR-KIND
     WHEN WS-CHAR = "'"
      MOVE 'A' TO WS-CHAR-KIND
     WHEN OTHER
      MOVE ' ' TO WS-CHAR-KIND
    END-EVALUATE.

CHECK-ONE-LINE.
    MOVE 0 TO SPELLCHK-WORDS-CHECKED.
    MOVE 0 TO SPELLCHK-UNKNOWN-COUNT.
    MOVE 0 TO WS-TOKEN-LENGTH.
    MOVE 'N' TO WS-TOKEN-DIGIT-FLAG.
    PERFORM VARYING WS-LINE-POS FROM 1 BY 1
        UNTIL WS-LINE-POS > LENGTH OF SPELLCHK-LINE
     MOVE SPELLCHK-LINE(WS-LINE-POS:1) TO WS-CHAR
     PERFORM CLASSIFY-CHARACTER
     IF WS-CHAR-IN-WORD
      IF WS-TOKEN-LENGTH = 0
       MOVE WS-LINE-POS TO WS-TOKEN-START
      END-IF
      ADD 1 TO WS-TOKEN-LENGTH
      IF WS-CHAR-KIND = 'D'
       SET WS-TOKEN-HAS-DIGIT TO TRUE
      END-IF
     ELSE
      IF WS-TOKEN-LENGTH > 0
       PERFORM CHECK-ONE-TOKEN
      END-IF
      MOVE 0 TO WS-TOKEN-LENGTH
      MOVE 'N' TO WS-TOKEN-DIGIT-FLAG
     END-IF
    END-PERFORM.
    IF WS-TOKEN-LENGTH > 0
     PERFORM CHECK-ONE-TOKEN
    END-IF.

CHECK-ONE-TOKEN.
* Quotes around a word are not part of it; a possessive 's is
* allowed on any word the lists know.
    PERFORM UNTIL WS-TOKEN-LENGTH = 0
        OR SPELLCHK-LINE(WS-TOKEN-START:1) NOT = "'"
     ADD 1 TO WS-TOKEN-START
     SUBTRACT 1 FROM WS-TOKEN-LENGTH
    END-PERFORM.
    PERFORM UNTIL WS-TOKEN-LENGTH = 0
        OR SPELLCHK-LINE(WS-TOKEN-START + WS-TOKEN-LENGTH - 1:1)
            NOT = "'"
     SUBTRACT 1 FROM WS-TOKEN-LENGTH
    END-PERFORM.
    IF WS-TOKEN-LENGTH < 2 OR WS-TOKEN-LENGTH > 30
        OR WS-TOKEN-HAS-DIGIT
     CONTINUE
    ELSE
     ADD 1 TO SPELLCHK-WORDS-CHECKED
     MOVE SPACES TO WS-TOKEN-TEXT
     MOVE SPELLCHK-LINE(WS-TOKEN-START:WS-TOKEN-LENGTH)
         TO WS-TOKEN-TEXT
     MOVE WS-TOKEN-TEXT TO WS-KEY-WORD
     PERFORM NORMALIZE-KEY-WORD
     PERFORM LOOKUP-KEY-WORD
     IF NOT WS-KEY-FOUND AND WS-KEY-LENGTH > 3
      IF WS-KEY-WORD(WS-KEY-LENGTH - 1:2) = "'S"
       MOVE SPACES TO WS-KEY-WORD(WS-KEY-LENGTH - 1:2)
       SUBTRACT 2 FROM WS-KEY-LENGTH
       PERFORM LOOKUP-KEY-WORD
      END-IF
     END-IF
     IF NOT WS-KEY-FOUND AND SPELLCHK-UNKNOWN-COUNT < 20
      PERFORM RECORD-UNKNOWN-WORD
     END-IF
    END-IF.

RECORD-UNKNOWN-WORD.
    ADD 1 TO SPELLCHK-UNKNOWN-COUNT.
    MOVE SPELLCHK-UNKNOWN-COUNT TO WS-UNKNOWN-NO.
    MOVE WS-TOKEN-TEXT TO SPELLCHK-UNKNOWN-WORD(WS-UNKNOWN-NO).
    MOVE WS-TOKEN-START TO SPELLCHK-UNKNOWN-COLUMN(WS-UNKNOWN-NO).
    MOVE 0 TO SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO).
    MOVE SPACES TO SPELLCHK-SUGGESTION(WS-UNKNOWN-NO 1)
        SPELLCHK-SUGGESTION(WS-UNKNOWN-NO 2)
        SPELLCHK-SUGGESTION(WS-UNKNOWN-NO 3).
    IF SPELLCHK-SUGGEST-FLAG = 'Y'
     MOVE WS-TOKEN-TEXT TO WS-KEY-WORD
     PERFORM NORMALIZE-KEY-WORD
     MOVE WS-KEY-WORD TO WS-ORIG-KEY
     MOVE WS-KEY-LENGTH TO WS-ORIG-LENGTH
     PERFORM MAKE-SUGGESTIONS
    END-IF.

MAKE-SUGGESTIONS.
* The commonest slips first: two letters swapped, then a letter too
* many, a wrong letter, and a letter left out.
    PERFORM VARYING WS-CAND-POS FROM 1 BY 1
        UNTIL WS-CAND-POS >= WS-ORIG-LENGTH
        OR SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO) = 3
     MOVE WS-ORIG-KEY TO WS-CANDIDATE
     MOVE WS-ORIG-KEY(WS-CAND-POS + 1:1) TO WS-CANDIDATE(WS-CAND-POS:1)
     MOVE WS-ORIG-KEY(WS-CAND-POS:1) TO WS-CANDIDATE(WS-CAND-POS + 1:1)
     PERFORM TRY-CANDIDATE
    END-PERFORM.
    PERFORM VARYING WS-CAND-POS FROM 1 BY 1
        UNTIL WS-CAND-POS > WS-ORIG-LENGTH
        OR SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO) = 3
     MOVE SPACES TO WS-CANDIDATE
     IF WS-CAND-POS > 1
      MOVE WS-ORIG-KEY(1:WS-CAND-POS - 1) TO WS-CANDIDATE
     END-IF
     IF WS-CAND-POS < WS-ORIG-LENGTH
      COMPUTE WS-REST-LENGTH = WS-ORIG-LENGTH - WS-CAND-POS
      MOVE WS-ORIG-KEY(WS-CAND-POS + 1:WS-REST-LENGTH)
          TO WS-CANDIDATE(WS-CAND-POS:WS-REST-LENGTH)
     END-IF
     PERFORM TRY-CANDIDATE
    END-PERFORM.
    PERFORM VARYING WS-CAND-POS FROM 1 BY 1
        UNTIL WS-CAND-POS > WS-ORIG-LENGTH
        OR SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO) = 3
     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
         UNTIL WS-LETTER-INDEX > 29
         OR SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO) = 3
      PERFORM BUILD-SUBSTITUTION
     END-PERFORM
    END-PERFORM.
    PERFORM VARYING WS-CAND-POS FROM 0 BY 1
        UNTIL WS-CAND-POS > WS-ORIG-LENGTH
        OR SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO) = 3
     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
         UNTIL WS-LETTER-INDEX > 29
         OR SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO) = 3
      PERFORM BUILD-INSERTION
     END-PERFORM
    END-PERFORM.

SET-LETTER-LENGTH.
    IF WS-LETTER(WS-LETTER-INDEX)(2:1) = SPACE
     MOVE 1 TO WS-LETTER-LENGTH
    ELSE
     MOVE 2 TO WS-LETTER-LENGTH
    END-IF.

BUILD-SUBSTITUTION.
* The letter at WS-CAND-POS replaced by the trial letter.
    PERFORM SET-LETTER-LENGTH.
    IF WS-ORIG-LENGTH - 1 + WS-LETTER-LENGTH <= 30
     MOVE SPACES TO WS-CANDIDATE
     IF WS-CAND-POS > 1
      MOVE WS-ORIG-KEY(1:WS-CAND-POS - 1) TO WS-CANDIDATE
     END-IF
     MOVE WS-LETTER(WS-LETTER-INDEX)(1:WS-LETTER-LENGTH)
         TO WS-CANDIDATE(WS-CAND-POS:WS-LETTER-LENGTH)
     IF WS-CAND-POS < WS-ORIG-LENGTH
      COMPUTE WS-REST-LENGTH = WS-ORIG-LENGTH - WS-CAND-POS
      MOVE WS-ORIG-KEY(WS-CAND-POS + 1:WS-REST-LENGTH)
          TO WS-CANDIDATE(WS-CAND-POS + WS-LETTER-LENGTH:
             WS-REST-LENGTH)
     END-IF
     PERFORM TRY-CANDIDATE
    END-IF.

BUILD-INSERTION.
* The trial letter put in after the first WS-CAND-POS letters.
    PERFORM SET-LETTER-LENGTH.
    IF WS-ORIG-LENGTH + WS-LETTER-LENGTH <= 30
     MOVE SPACES TO WS-CANDIDATE
     IF WS-CAND-POS > 0
      MOVE WS-ORIG-KEY(1:WS-CAND-POS) TO WS-CANDIDATE
     END-IF
     MOVE WS-LETTER(WS-LETTER-INDEX)(1:WS-LETTER-LENGTH)
         TO WS-CANDIDATE(WS-CAND-POS + 1:WS-LETTER-LENGTH)
     IF WS-CAND-POS < WS-ORIG-LENGTH
      COMPUTE WS-REST-LENGTH = WS-ORIG-LENGTH - WS-CAND-POS
      MOVE WS-ORIG-KEY(WS-CAND-POS + 1:WS-REST-LENGTH)
          TO WS-CANDIDATE(WS-CAND-POS + WS-LETTER-LENGTH + 1:
             WS-REST-LENGTH)
     END-IF
     PERFORM TRY-CANDIDATE
    END-IF.

TRY-CANDIDATE.
    IF WS-CANDIDATE NOT = WS-ORIG-KEY AND WS-CANDIDATE NOT = SPACES
     MOVE WS-CANDIDATE TO WS-KEY-WORD
     PERFORM NORMALIZE-KEY-WORD
     PERFORM LOOKUP-KEY-WORD
     IF WS-KEY-FOUND
      PERFORM MATCH-SUGGESTION-CASE
      MOVE 'N' TO WS-DUPLICATE-FLAG
      PERFORM VARYING WS-SUGGEST-INDEX FROM 1 BY 1
          UNTIL WS-SUGGEST-INDEX >
              SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO)
       IF SPELLCHK-SUGGESTION(WS-UNKNOWN-NO WS-SUGGEST-INDEX)
           = WS-CASE-WORK
        SET WS-DUPLICATE-SUGGESTION TO TRUE
       END-IF
      END-PERFORM
      IF NOT WS-DUPLICATE-SUGGESTION
       ADD 1 TO SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO)
       MOVE SPELLCHK-SUGGESTION-COUNT(WS-UNKNOWN-NO)
           TO WS-SUGGEST-INDEX
       MOVE WS-CASE-WORK
           TO SPELLCHK-SUGGESTION(WS-UNKNOWN-NO WS-SUGGEST-INDEX)
      END-IF
     END-IF
    END-IF.

MATCH-SUGGESTION-CASE.
* A suggestion is offered in the case the suspect was typed in: all
* capitals stays capitals, a capitalised word comes back
* capitalised, anything else comes back in small letters.
    MOVE WS-TOKEN-TEXT TO WS-CASE-WORK.
    INSPECT WS-CASE-WORK CONVERTING WS-LOWER-LETTERS
        TO WS-UPPER-LETTERS.
    INSPECT WS-CASE-WORK REPLACING
        ALL X'C3A6' BY X'C386'
        ALL X'C3B8' BY X'C398'
        ALL X'C3A5' BY X'C385'.
    IF WS-CASE-WORK = WS-TOKEN-TEXT
     MOVE WS-KEY-WORD TO WS-CASE-WORK
    ELSE
     MOVE WS-KEY-WORD TO WS-CASE-WORK
     PERFORM LOWER-CASE-WORK
     IF WS-TOKEN-TEXT(1:1) >= 'A' AND WS-TOKEN-TEXT(1:1) <= 'Z'
      INSPECT WS-CASE-WORK(1:1) CONVERTING WS-LOWER-LETTERS
          TO WS-UPPER-LETTERS
     END-IF
     IF WS-TOKEN-TEXT(1:1) = X'C3'
         AND WS-TOKEN-TEXT(2:1) >= X'80'
         AND WS-TOKEN-TEXT(2:1) < X'A0'
      INSPECT WS-CASE-WORK(1:2) REPLACING
          ALL X'C3A6' BY X'C386'
          ALL X'C3B8' BY X'C398'
          ALL X'C3A5' BY X'C385'
     END-IF
    END-IF.

LOWER-CASE-WORK.
    INSPECT WS-CASE-WORK CONVERTING WS-UPPER-LETTERS
        TO WS-LOWER-LETTERS.
    INSPECT WS-CASE-WORK REPLACING
        ALL X'C386' BY X'C3A6'
        ALL X'C398' BY X'C3B8'
        ALL X'C385' BY X'C3A5'
        ALL X'C389' BY X'C3A9'
        ALL X'C384' BY X'C3A4'
        ALL X'C396' BY X'C3B6'
        ALL X'C39C' BY X'C3BC'.

ADD-SHOP-WORD.
* Only a single word of letters is taken; it is written to the shop
* list as typed and is known to this run at once.
    MOVE FUNCTION TRIM(SPELLCHK-WORD) TO WS-ADD-WORD.
    MOVE 'N' TO WS-TOKEN-DIGIT-FLAG.
    MOVE 0 TO WS-TOKEN-LENGTH.
    IF WS-ADD-WORD NOT = SPACES
     COMPUTE WS-TOKEN-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-ADD-WORD))
    END-IF.
    PERFORM VARYING WS-LINE-POS FROM 1 BY 1
        UNTIL WS-LINE-POS > WS-TOKEN-LENGTH
     MOVE WS-ADD-WORD(WS-LINE-POS:1) TO WS-CHAR
     PERFORM CLASSIFY-CHARACTER
     IF WS-CHAR-KIND NOT = 'L' AND WS-CHAR-KIND NOT = 'A'
      SET WS-TOKEN-HAS-DIGIT TO TRUE
     END-IF
    END-PERFORM.
    IF WS-TOKEN-LENGTH < 2 OR WS-TOKEN-HAS-DIGIT
     MOVE '08' TO SPELLCHK-RESULT
    ELSE
     MOVE WS-ADD-WORD TO WS-KEY-WORD
     PERFORM NORMALIZE-KEY-WORD
     PERFORM LOOKUP-KEY-WORD
     IF WS-KEY-FOUND
      MOVE '02' TO SPELLCHK-RESULT
     ELSE
      PERFORM APPEND-SHOP-WORD
     END-IF
    END-IF.

APPEND-SHOP-WORD.
    MOVE WS-LIST-NAME-ENTRY(3) TO WS-LIST-NAME.
    OPEN EXTEND WORD-LIST-FILE.
    IF WS-LIST-STATUS = '35'
     OPEN OUTPUT WORD-LIST-FILE
    END-IF.
    IF WS-LIST-STATUS NOT = '00'
     MOVE '08' TO SPELLCHK-RESULT
    ELSE
     MOVE WS-ADD-WORD TO WORD-LIST-RECORD
     WRITE WORD-LIST-RECORD
     CLOSE WORD-LIST-FILE
     PERFORM STORE-KEY-WORD
     MOVE 'Y' TO WS-LIST-FOUND(3)
     PERFORM COUNT-LISTS-READ
    END-IF.
