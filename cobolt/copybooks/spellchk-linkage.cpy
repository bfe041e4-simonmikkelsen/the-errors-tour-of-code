*  SPELLCHK-LINKAGE.CPY
*  Parameter area for the shared spell-check subprogram SPELLCHK,
*  used by SIMPLE-TEXT-EDITOR and WORDCOUNTER. COPY this member into
*  WORKING-STORAGE of a calling program, then:
*      CALL 'SPELLCHK' USING SPELLCHK-REQUEST.
*  The word lists are plain text, one word per line, a line starting
*  '*' being a comment:
*      WORDS-ENGLISH.TXT   the English list
*      WORDS-DANISH.TXT    the Danish list
*      WORDS-SHOP.TXT      the shop's own terms and partner names,
*                          which function 'A' adds to
*  Case does not matter, Danish letters included. The lists are
*  loaded on the first call and kept for the rest of the run.
*  Fields the caller sets:
*      SPELLCHK-FUNCTION      'C' check the words of SPELLCHK-LINE
*                             'A' add SPELLCHK-WORD to the shop list
*                             'L' load the lists again
*      SPELLCHK-SUGGEST-FLAG  'Y' to have up to three suggestions
*                             made for each unknown word ('C')
*  Fields SPELLCHK hands back:
*      SPELLCHK-RESULT        '00' done; '02' the word to add is
*                             already known; '04' the lists filled
*                             the table and were loaded only in part;
*                             '08' no list could be read, or the word
*                             to add is not a word or could not be
*                             written
*      SPELLCHK-LIST-COUNT    how many of the three lists were read
*      SPELLCHK-MISSING-LISTS the names of any that were not
*      SPELLCHK-WORDS-LOADED  distinct words held
*      SPELLCHK-WORDS-CHECKED words on the line that were looked up
*      SPELLCHK-UNKNOWN-COUNT unknown words on the line (up to 20),
*                             each with its column and suggestions
*  A word is a run of letters, which may carry an apostrophe inside
*  it. Single letters and anything containing a digit (amounts,
*  dates, invoice numbers) are not checked.
01  SPELLCHK-REQUEST.
    05  SPELLCHK-FUNCTION PIC X(01) VALUE 'C'.
    05  SPELLCHK-SUGGEST-FLAG PIC X(01) VALUE 'N'.
    05  SPELLCHK-LINE PIC X(200) VALUE SPACES.
    05  SPELLCHK-WORD PIC X(30) VALUE SPACES.
    05  SPELLCHK-RESULT PIC X(02) VALUE '00'.
    05  SPELLCHK-LIST-COUNT PIC 9(01) VALUE 0.
    05  SPELLCHK-MISSING-LISTS PIC X(60) VALUE SPACES.
    05  SPELLCHK-WORDS-LOADED PIC 9(06) VALUE 0.
    05  SPELLCHK-WORDS-CHECKED PIC 9(03) VALUE 0.
    05  SPELLCHK-UNKNOWN-COUNT PIC 9(02) VALUE 0.
    05  SPELLCHK-UNKNOWN OCCURS 20 TIMES.
        10  SPELLCHK-UNKNOWN-WORD PIC X(30).
        10  SPELLCHK-UNKNOWN-COLUMN PIC 9(03).
        10  SPELLCHK-SUGGESTION-COUNT PIC 9(01).
        10  SPELLCHK-SUGGESTION PIC X(30) OCCURS 3 TIMES.
