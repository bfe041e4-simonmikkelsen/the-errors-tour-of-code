*  FIELD-CHECK.CPY
*  The dictionary field checks and the XRULES.TXT cross-field rules,
*  kept in one place so a value is judged the same way whether it
*  arrives in a file (FILE-VALIDATOR), in a field-change transaction
*  (MASTER-UPDATE) or at the keyboard (KEYED-BROWSE). COPY this
*  member after the last paragraph of the PROCEDURE DIVISION (after
*  COPYing FIELD-CHECK-WS, XRULES-SELECT, XRULES-FD, the LAYOUT-DICT
*  members, FIELDCONV-LINKAGE and REFTABLE-LINKAGE elsewhere in the
*  program); it brings its own paragraphs:
*      CHECK-FIELD-VALUE  judges field FIELD-CHECK-INDEX of the
*           loaded layout: required, numeric within the low-high
*           range, real YYYYMMDD date, code from the list or from
*           the REFTABLES table named TABLE:<name> as of the
*           record's date, packed/binary through FIELDCONV, and the
*           type K check digits (MOD97, LUHN, MOD11).
*           FIELD-CHECK-PROBLEM comes back spaces when the value
*           passes, otherwise the reason. In record mode the value
*           is taken from FIELD-CHECK-RECORD as the file holds it;
*           in keyed mode it is FIELD-CHECK-VALUE as typed, and
*           FIELD-CHECK-STORED comes back with it in the form the
*           field holds (a short plain number zero-filled, packed
*           and binary encoded).
*      LOAD-XRULES  loads the rules for XRULE-LAYOUT-NAME into the
*           XRULE- table (XRULE-COUNT rules).
*      CHECK-ONE-XRULE  weighs rule XRULE-INDEX against
*           FIELD-CHECK-RECORD and sets XRULE-BROKEN when it does not
*           hold. An operand names a field of the loaded layout or
*           is a number; a rule touching a field the layout does not
*           carry, or a conditional whose when-field does not hold
*           its when-value, does not apply and is not broken.
*  The calling program decides what a problem or a broken rule means
*  - an exception line, a reject to suspense, or a prompt again.

CHECK-FIELD-VALUE.
    MOVE SPACES TO FIELD-CHECK-PROBLEM.
    MOVE SPACES TO FIELD-CHECK-STORED.
    IF FIELD-CHECK-RECORD-MODE
     MOVE SPACES TO FIELD-CHECK-VALUE
     MOVE FIELD-CHECK-RECORD(LD-POSITION(FIELD-CHECK-INDEX):
         LD-LENGTH(FIELD-CHECK-INDEX)) TO FIELD-CHECK-VALUE
    END-IF.
    IF FIELD-CHECK-VALUE = SPACES
     MOVE 0 TO FIELD-CHECK-VALUE-LENGTH
    ELSE
     COMPUTE FIELD-CHECK-VALUE-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(FIELD-CHECK-VALUE TRAILING))
    END-IF.
    EVALUATE TRUE
     WHEN FIELD-CHECK-VALUE-LENGTH = 0
      IF LD-REQUIRED-FLAG(FIELD-CHECK-INDEX) = 'R'
       MOVE 'REQUIRED FIELD IS BLANK' TO FIELD-CHECK-PROBLEM
      END-IF
     WHEN LD-TYPE(FIELD-CHECK-INDEX) = 'P'
         OR LD-TYPE(FIELD-CHECK-INDEX) = 'B'
      PERFORM CHECK-FIELD-CONVERTED
     WHEN FIELD-CHECK-KEYED-MODE
         AND FIELD-CHECK-VALUE-LENGTH > LD-LENGTH(FIELD-CHECK-INDEX)
      MOVE 'VALUE IS LONGER THAN THE FIELD' TO FIELD-CHECK-PROBLEM
     WHEN OTHER
      MOVE FIELD-CHECK-VALUE TO FIELD-CHECK-STORED
      EVALUATE LD-TYPE(FIELD-CHECK-INDEX)
       WHEN 'N' PERFORM CHECK-FIELD-NUMERIC
       WHEN 'D' PERFORM CHECK-FIELD-DATE
       WHEN 'C' PERFORM CHECK-FIELD-CODE
       WHEN 'K' PERFORM CHECK-FIELD-CHECK-DIGIT
       WHEN OTHER CONTINUE
      END-EVALUATE
    END-EVALUATE.

CHECK-FIELD-NUMERIC.
* A keyed plain digit string shorter than the field is
* right-justified with leading zeros, the way numeric fields are
* kept; a signed or decimal value goes in as keyed.
    IF FUNCTION TEST-NUMVAL(FIELD-CHECK-VALUE) NOT = 0
     MOVE 'VALUE IS NOT NUMERIC' TO FIELD-CHECK-PROBLEM
    ELSE
     COMPUTE FIELD-CHECK-NUMERIC-VALUE =
         FUNCTION NUMVAL(FIELD-CHECK-VALUE)
     PERFORM CHECK-FIELD-RANGE
     IF FIELD-CHECK-KEYED-MODE
         AND FIELD-CHECK-PROBLEM = SPACES
         AND FIELD-CHECK-VALUE(1:FIELD-CHECK-VALUE-LENGTH) IS NUMERIC
         AND FIELD-CHECK-VALUE-LENGTH < LD-LENGTH(FIELD-CHECK-INDEX)
      MOVE ALL '0'
          TO FIELD-CHECK-STORED(1:LD-LENGTH(FIELD-CHECK-INDEX))
      MOVE FIELD-CHECK-VALUE(1:FIELD-CHECK-VALUE-LENGTH)
          TO FIELD-CHECK-STORED(LD-LENGTH(FIELD-CHECK-INDEX)
          - FIELD-CHECK-VALUE-LENGTH + 1:FIELD-CHECK-VALUE-LENGTH)
     END-IF
    END-IF.

CHECK-FIELD-CONVERTED.
* Packed and binary fields go through the shared FIELDCONV
* subprogram: bytes on file are decoded, and bytes that are not a
* valid field of the stated type are a problem; a keyed value is
* taken as a number and encoded, and one that will not fit the
* field's bytes is refused rather than truncated. Either way the
* value honors the layout's low-high range.
    MOVE LD-TYPE(FIELD-CHECK-INDEX) TO FIELDCONV-TYPE.
    IF LD-LENGTH(FIELD-CHECK-INDEX) > 18
     MOVE 18 TO FIELDCONV-LENGTH
    ELSE
     MOVE LD-LENGTH(FIELD-CHECK-INDEX) TO FIELDCONV-LENGTH
    END-IF.
    MOVE 0 TO FIELDCONV-SCALE.
    IF FIELD-CHECK-RECORD-MODE
     MOVE 'EXT' TO FIELDCONV-OPERATION
     MOVE SPACES TO FIELDCONV-BYTES
     MOVE FIELD-CHECK-VALUE(1:FIELDCONV-LENGTH) TO FIELDCONV-BYTES
     CALL 'FIELDCONV' USING FIELDCONV-REQUEST
     IF FIELDCONV-RESULT NOT = '00'
      MOVE 'FIELD IS NOT VALID PACKED/BINARY DATA'
          TO FIELD-CHECK-PROBLEM
     ELSE
      MOVE FIELDCONV-VALUE TO FIELD-CHECK-NUMERIC-VALUE
      PERFORM CHECK-FIELD-RANGE
     END-IF
    ELSE
     IF FUNCTION TEST-NUMVAL(FIELD-CHECK-VALUE) NOT = 0
      MOVE 'VALUE IS NOT NUMERIC' TO FIELD-CHECK-PROBLEM
     ELSE
      COMPUTE FIELD-CHECK-NUMERIC-VALUE =
          FUNCTION NUMVAL(FIELD-CHECK-VALUE)
      PERFORM CHECK-FIELD-RANGE
     END-IF
     IF FIELD-CHECK-PROBLEM = SPACES
      MOVE 'FMT' TO FIELDCONV-OPERATION
      MOVE FIELD-CHECK-NUMERIC-VALUE TO FIELDCONV-VALUE
      MOVE LOW-VALUES TO FIELDCONV-BYTES
      CALL 'FIELDCONV' USING FIELDCONV-REQUEST
      IF FIELDCONV-RESULT NOT = '00'
       MOVE 'VALUE DOES NOT FIT THE PACKED/BINARY FIELD'
           TO FIELD-CHECK-PROBLEM
      ELSE
       MOVE FIELDCONV-BYTES(1:FIELDCONV-LENGTH) TO FIELD-CHECK-STORED
      END-IF
     END-IF
    END-IF.

CHECK-FIELD-RANGE.
    IF LD-SPEC(FIELD-CHECK-INDEX) NOT = SPACES
     MOVE SPACES TO FIELD-CHECK-RANGE-LOW-TEXT
     MOVE SPACES TO FIELD-CHECK-RANGE-HIGH-TEXT
     UNSTRING LD-SPEC(FIELD-CHECK-INDEX) DELIMITED BY '-'
         INTO FIELD-CHECK-RANGE-LOW-TEXT FIELD-CHECK-RANGE-HIGH-TEXT
     IF FUNCTION TEST-NUMVAL(FIELD-CHECK-RANGE-LOW-TEXT) = 0
         AND FIELD-CHECK-NUMERIC-VALUE
         < FUNCTION NUMVAL(FIELD-CHECK-RANGE-LOW-TEXT)
      MOVE 'VALUE BELOW ALLOWED RANGE' TO FIELD-CHECK-PROBLEM
     END-IF
     IF FUNCTION TEST-NUMVAL(FIELD-CHECK-RANGE-HIGH-TEXT) = 0
         AND FIELD-CHECK-NUMERIC-VALUE
         > FUNCTION NUMVAL(FIELD-CHECK-RANGE-HIGH-TEXT)
      MOVE 'VALUE ABOVE ALLOWED RANGE' TO FIELD-CHECK-PROBLEM
     END-IF
    END-IF.

CHECK-FIELD-DATE.
* A keyed date is exactly eight digits; on file the first eight
* bytes of the field carry it. Either way it must be a real calendar
* date, not merely a month and day in range.
    IF (FIELD-CHECK-KEYED-MODE AND FIELD-CHECK-VALUE-LENGTH NOT = 8)
        OR FIELD-CHECK-VALUE(1:8) IS NOT NUMERIC
     MOVE 'DATE IS NOT NUMERIC YYYYMMDD' TO FIELD-CHECK-PROBLEM
    ELSE
     IF FUNCTION TEST-DATE-YYYYMMDD(
         FUNCTION NUMVAL(FIELD-CHECK-VALUE(1:8))) NOT = 0
      MOVE 'DATE IS NOT A REAL CALENDAR DATE' TO FIELD-CHECK-PROBLEM
     END-IF
    END-IF.

CHECK-FIELD-CODE.
    IF LD-SPEC(FIELD-CHECK-INDEX)(1:6) = 'TABLE:'
     PERFORM CHECK-FIELD-TABLE-CODE
    ELSE
     PERFORM CHECK-FIELD-LISTED-CODE
    END-IF.

CHECK-FIELD-LISTED-CODE.
    MOVE SPACES TO FIELD-CHECK-CODE-LIST.
    UNSTRING LD-SPEC(FIELD-CHECK-INDEX) DELIMITED BY '|'
        INTO FIELD-CHECK-CODE-VALUE(1) FIELD-CHECK-CODE-VALUE(2)
             FIELD-CHECK-CODE-VALUE(3) FIELD-CHECK-CODE-VALUE(4)
             FIELD-CHECK-CODE-VALUE(5) FIELD-CHECK-CODE-VALUE(6)
             FIELD-CHECK-CODE-VALUE(7) FIELD-CHECK-CODE-VALUE(8).
    MOVE 'N' TO FIELD-CHECK-CODE-HIT-FLAG.
    PERFORM VARYING FIELD-CHECK-CODE-INDEX FROM 1 BY 1
        UNTIL FIELD-CHECK-CODE-INDEX > 8
     IF FIELD-CHECK-CODE-VALUE(FIELD-CHECK-CODE-INDEX) NOT = SPACES
         AND FIELD-CHECK-VALUE(1:12)
         = FIELD-CHECK-CODE-VALUE(FIELD-CHECK-CODE-INDEX)
      SET FIELD-CHECK-CODE-HIT TO TRUE
     END-IF
    END-PERFORM.
    IF NOT FIELD-CHECK-CODE-HIT
     MOVE 'CODE NOT IN ALLOWED VALUE LIST' TO FIELD-CHECK-PROBLEM
    END-IF.

CHECK-FIELD-TABLE-CODE.
    PERFORM FIND-FIELD-CHECK-AS-OF-DATE.
    MOVE 'CHK' TO REFTABLE-OPERATION.
    MOVE LD-SPEC(FIELD-CHECK-INDEX)(7:20) TO REFTABLE-NAME.
    MOVE FIELD-CHECK-VALUE(1:12) TO REFTABLE-CODE.
    MOVE FIELD-CHECK-AS-OF-DATE TO REFTABLE-DATE.
    CALL 'REFTABLES' USING REFTABLE-REQUEST.
    EVALUATE REFTABLE-RESULT
     WHEN '00' CONTINUE
     WHEN '04'
      MOVE 'CODE NOT VALID ON THE RECORD DATE' TO FIELD-CHECK-PROBLEM
     WHEN '12'
      MOVE 'REFERENCE TABLE NOT ON FILE' TO FIELD-CHECK-PROBLEM
     WHEN OTHER
      MOVE 'CODE NOT IN REFERENCE TABLE' TO FIELD-CHECK-PROBLEM
    END-EVALUATE.

FIND-FIELD-CHECK-AS-OF-DATE.
* The first date field of the layout that holds a plausible YYYYMMDD
* date in FIELD-CHECK-RECORD is the record's date; without one the
* run date stands in.
    IF FIELD-CHECK-RUN-DATE = 0
     ACCEPT FIELD-CHECK-RUN-DATE FROM DATE YYYYMMDD
    END-IF.
    MOVE 0 TO FIELD-CHECK-AS-OF-DATE.
    PERFORM VARYING FIELD-CHECK-AS-OF-INDEX FROM 1 BY 1
        UNTIL FIELD-CHECK-AS-OF-INDEX > LAYOUT-DICT-FIELD-COUNT
        OR FIELD-CHECK-AS-OF-DATE NOT = 0
     IF LD-TYPE(FIELD-CHECK-AS-OF-INDEX) = 'D'
         AND LD-LENGTH(FIELD-CHECK-AS-OF-INDEX) >= 8
      MOVE FIELD-CHECK-RECORD(LD-POSITION(FIELD-CHECK-AS-OF-INDEX):8)
          TO FIELD-CHECK-AS-OF-TEXT
      IF FIELD-CHECK-AS-OF-TEXT IS NUMERIC
          AND FIELD-CHECK-AS-OF-TEXT(5:2) >= '01'
          AND FIELD-CHECK-AS-OF-TEXT(5:2) <= '12'
          AND FIELD-CHECK-AS-OF-TEXT(7:2) >= '01'
          AND FIELD-CHECK-AS-OF-TEXT(7:2) <= '31'
       MOVE FIELD-CHECK-AS-OF-TEXT TO FIELD-CHECK-AS-OF-DATE
      END-IF
     END-IF
    END-PERFORM.
    IF FIELD-CHECK-AS-OF-DATE = 0
     MOVE FIELD-CHECK-RUN-DATE TO FIELD-CHECK-AS-OF-DATE
    END-IF.

CHECK-FIELD-CHECK-DIGIT.
* The digits are gathered with embedded spaces ignored (references
* are often typed in groups); any other character fails outright,
* and then the named algorithm weighs the digits. Mod 97 is carried
* digit by digit, which leaves the same remainder as the whole
* reference divided at once; ISO 7064 says a valid reference leaves
* remainder 1. Luhn doubles every second digit from the right,
* sheds nine from a double past nine, and wants a total ending in
* zero. Mod 11 weighs 2 through 7 cycling from the right after the
* check digit's own weight of one, and wants a total divisible by
* eleven.
    MOVE SPACES TO FIELD-CHECK-CK-DIGITS.
    MOVE 0 TO FIELD-CHECK-CK-DIGIT-COUNT.
    MOVE 'Y' TO FIELD-CHECK-CK-GOOD-FLAG.
    PERFORM VARYING FIELD-CHECK-CK-SCAN FROM 1 BY 1
        UNTIL FIELD-CHECK-CK-SCAN > FIELD-CHECK-VALUE-LENGTH
        OR FIELD-CHECK-CK-SCAN > 40
     EVALUATE TRUE
      WHEN FIELD-CHECK-VALUE(FIELD-CHECK-CK-SCAN:1) = SPACE
       CONTINUE
      WHEN FIELD-CHECK-VALUE(FIELD-CHECK-CK-SCAN:1) IS NUMERIC
       IF FIELD-CHECK-CK-DIGIT-COUNT < 40
        ADD 1 TO FIELD-CHECK-CK-DIGIT-COUNT
        MOVE FIELD-CHECK-VALUE(FIELD-CHECK-CK-SCAN:1)
            TO FIELD-CHECK-CK-DIGITS(FIELD-CHECK-CK-DIGIT-COUNT:1)
       END-IF
      WHEN OTHER
       MOVE 'N' TO FIELD-CHECK-CK-GOOD-FLAG
     END-EVALUATE
    END-PERFORM.
    IF FIELD-CHECK-CK-GOOD-FLAG = 'N' OR FIELD-CHECK-CK-DIGIT-COUNT < 2
     MOVE 'CHECK-DIGIT FIELD IS NOT A DIGIT STRING'
         TO FIELD-CHECK-PROBLEM
    ELSE
     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
         LD-SPEC(FIELD-CHECK-INDEX))) TO FIELD-CHECK-CK-ALGORITHM
     MOVE 0 TO FIELD-CHECK-CK-WEIGHTED
     EVALUATE FIELD-CHECK-CK-ALGORITHM
      WHEN 'MOD97'
       PERFORM VARYING FIELD-CHECK-CK-SCAN FROM 1 BY 1
           UNTIL FIELD-CHECK-CK-SCAN > FIELD-CHECK-CK-DIGIT-COUNT
        MOVE FIELD-CHECK-CK-DIGITS(FIELD-CHECK-CK-SCAN:1)
            TO FIELD-CHECK-CK-ONE-DIGIT
        COMPUTE FIELD-CHECK-CK-WEIGHTED = FUNCTION MOD(
            FIELD-CHECK-CK-WEIGHTED * 10 + FIELD-CHECK-CK-ONE-DIGIT,
            97)
       END-PERFORM
       IF FIELD-CHECK-CK-WEIGHTED NOT = 1
        MOVE 'MOD-97 CHECK FAILED' TO FIELD-CHECK-PROBLEM
       END-IF
      WHEN 'LUHN'
       MOVE 0 TO FIELD-CHECK-CK-PARITY
       PERFORM VARYING FIELD-CHECK-CK-SCAN
           FROM FIELD-CHECK-CK-DIGIT-COUNT BY -1
           UNTIL FIELD-CHECK-CK-SCAN < 1
        MOVE FIELD-CHECK-CK-DIGITS(FIELD-CHECK-CK-SCAN:1)
            TO FIELD-CHECK-CK-ONE-DIGIT
        IF FIELD-CHECK-CK-PARITY = 1
         COMPUTE FIELD-CHECK-CK-DOUBLED = FIELD-CHECK-CK-ONE-DIGIT * 2
         IF FIELD-CHECK-CK-DOUBLED > 9
          SUBTRACT 9 FROM FIELD-CHECK-CK-DOUBLED
         END-IF
         ADD FIELD-CHECK-CK-DOUBLED TO FIELD-CHECK-CK-WEIGHTED
        ELSE
         ADD FIELD-CHECK-CK-ONE-DIGIT TO FIELD-CHECK-CK-WEIGHTED
        END-IF
        COMPUTE FIELD-CHECK-CK-PARITY = 1 - FIELD-CHECK-CK-PARITY
       END-PERFORM
       IF FUNCTION MOD(FIELD-CHECK-CK-WEIGHTED, 10) NOT = 0
        MOVE 'LUHN CHECK FAILED' TO FIELD-CHECK-PROBLEM
       END-IF
      WHEN 'MOD11'
       MOVE 1 TO FIELD-CHECK-CK-WEIGHT
       PERFORM VARYING FIELD-CHECK-CK-SCAN
           FROM FIELD-CHECK-CK-DIGIT-COUNT BY -1
           UNTIL FIELD-CHECK-CK-SCAN < 1
        MOVE FIELD-CHECK-CK-DIGITS(FIELD-CHECK-CK-SCAN:1)
            TO FIELD-CHECK-CK-ONE-DIGIT
        COMPUTE FIELD-CHECK-CK-WEIGHTED = FIELD-CHECK-CK-WEIGHTED
            + FIELD-CHECK-CK-ONE-DIGIT * FIELD-CHECK-CK-WEIGHT
        ADD 1 TO FIELD-CHECK-CK-WEIGHT
        IF FIELD-CHECK-CK-WEIGHT > 7
         MOVE 2 TO FIELD-CHECK-CK-WEIGHT
        END-IF
       END-PERFORM
       IF FUNCTION MOD(FIELD-CHECK-CK-WEIGHTED, 11) NOT = 0
        MOVE 'MOD-11 CHECK FAILED' TO FIELD-CHECK-PROBLEM
       END-IF
      WHEN OTHER
       MOVE 'UNKNOWN CHECK-DIGIT ALGORITHM IN DICTIONARY'
           TO FIELD-CHECK-PROBLEM
     END-EVALUATE
    END-IF.

LOAD-XRULES.
    MOVE 0 TO XRULE-COUNT.
    MOVE 'N' TO XRULES-EOF-FLAG.
    OPEN INPUT XRULES-FILE.
    IF XRULES-STATUS NOT = '00'
     SET XRULES-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-XRULE UNTIL XRULES-EOF.
    IF XRULES-STATUS = '00' OR XRULES-STATUS = '10'
     CLOSE XRULES-FILE
    END-IF.
    IF XRULE-COUNT > 0
     DISPLAY 'CROSS-FIELD RULES LOADED: ' XRULE-COUNT
    END-IF.

LOAD-ONE-XRULE.
    READ XRULES-FILE
     AT END
      SET XRULES-EOF TO TRUE
     NOT AT END
      IF XRULES-RECORD NOT = SPACES
          AND XRULES-RECORD(1:1) NOT = '*'
          AND XRULE-COUNT < 20
       MOVE SPACES TO XRULE-TOKEN-1
       MOVE SPACES TO XRULE-TOKEN-2
       MOVE SPACES TO XRULE-TOKEN-3
       MOVE SPACES TO XRULE-TOKEN-4
       MOVE SPACES TO XRULE-TOKEN-5
       MOVE SPACES TO XRULE-TOKEN-6
       MOVE SPACES TO XRULE-TOKEN-7
       MOVE SPACES TO XRULE-TOKEN-8
       UNSTRING XRULES-RECORD DELIMITED BY ','
           INTO XRULE-TOKEN-1 XRULE-TOKEN-2 XRULE-TOKEN-3
                XRULE-TOKEN-4 XRULE-TOKEN-5 XRULE-TOKEN-6
                XRULE-TOKEN-7 XRULE-TOKEN-8
       IF FUNCTION TRIM(XRULE-TOKEN-1)
           = FUNCTION TRIM(XRULE-LAYOUT-NAME)
        PERFORM STORE-ONE-XRULE
       END-IF
      END-IF
    END-READ.

STORE-ONE-XRULE.
    ADD 1 TO XRULE-COUNT.
    MOVE XRULE-TOKEN-2 TO XRULE-NAME(XRULE-COUNT).
    MOVE XRULE-TOKEN-3(1:1) TO XRULE-KIND(XRULE-COUNT).
    MOVE SPACES TO XRULE-WHEN-FIELD(XRULE-COUNT).
    MOVE SPACES TO XRULE-WHEN-VALUE(XRULE-COUNT).
    EVALUATE XRULE-KIND(XRULE-COUNT)
     WHEN 'A'
      MOVE XRULE-TOKEN-4 TO XRULE-FIELD-1(XRULE-COUNT)
      MOVE XRULE-TOKEN-5(1:1) TO XRULE-OPERATOR(XRULE-COUNT)
      MOVE XRULE-TOKEN-6 TO XRULE-FIELD-2(XRULE-COUNT)
      MOVE XRULE-TOKEN-7(1:2) TO XRULE-COMPARE(XRULE-COUNT)
      MOVE XRULE-TOKEN-8 TO XRULE-FIELD-3(XRULE-COUNT)
     WHEN 'F'
      MOVE XRULE-TOKEN-4 TO XRULE-FIELD-1(XRULE-COUNT)
      MOVE SPACE TO XRULE-OPERATOR(XRULE-COUNT)
      MOVE SPACES TO XRULE-FIELD-2(XRULE-COUNT)
      MOVE XRULE-TOKEN-5(1:2) TO XRULE-COMPARE(XRULE-COUNT)
      MOVE XRULE-TOKEN-6 TO XRULE-FIELD-3(XRULE-COUNT)
     WHEN 'C'
      MOVE XRULE-TOKEN-4 TO XRULE-WHEN-FIELD(XRULE-COUNT)
      MOVE XRULE-TOKEN-5(1:12) TO XRULE-WHEN-VALUE(XRULE-COUNT)
      MOVE XRULE-TOKEN-6 TO XRULE-FIELD-1(XRULE-COUNT)
      MOVE SPACE TO XRULE-OPERATOR(XRULE-COUNT)
      MOVE SPACES TO XRULE-FIELD-2(XRULE-COUNT)
      MOVE XRULE-TOKEN-7(1:2) TO XRULE-COMPARE(XRULE-COUNT)
      MOVE XRULE-TOKEN-8 TO XRULE-FIELD-3(XRULE-COUNT)
     WHEN OTHER
      DISPLAY 'Rule dropped (unknown kind): ' XRULES-RECORD
      SUBTRACT 1 FROM XRULE-COUNT
    END-EVALUATE.

CHECK-ONE-XRULE.
* A conditional rule first asks whether its when-field holds the
* when-value on this record; then the comparison resolves its
* operands, and the rule is broken only when every operand resolved
* and the comparison fails.
    MOVE 'N' TO XRULE-BROKEN-FLAG.
    MOVE 'Y' TO XRULE-APPLIES-FLAG.
    IF XRULE-KIND(XRULE-INDEX) = 'C'
     MOVE XRULE-WHEN-FIELD(XRULE-INDEX) TO XRULE-RESOLVE-NAME
     PERFORM RESOLVE-XRULE-TEXT
     IF XRULE-RESOLVE-OK-FLAG = 'N'
         OR FUNCTION TRIM(XRULE-WHEN-TEXT)
            NOT = FUNCTION TRIM(XRULE-WHEN-VALUE(XRULE-INDEX))
      MOVE 'N' TO XRULE-APPLIES-FLAG
     END-IF
    END-IF.
    IF XRULE-APPLIES-FLAG = 'Y'
     MOVE XRULE-FIELD-1(XRULE-INDEX) TO XRULE-RESOLVE-NAME
     PERFORM RESOLVE-XRULE-VALUE
     MOVE XRULE-TERM-VALUE TO XRULE-LEFT-VALUE
     IF XRULE-RESOLVE-OK-FLAG = 'Y'
         AND XRULE-OPERATOR(XRULE-INDEX) NOT = SPACE
      MOVE XRULE-FIELD-2(XRULE-INDEX) TO XRULE-RESOLVE-NAME
      PERFORM RESOLVE-XRULE-VALUE
      IF XRULE-RESOLVE-OK-FLAG = 'Y'
       IF XRULE-OPERATOR(XRULE-INDEX) = '-'
        COMPUTE XRULE-LEFT-VALUE =
            XRULE-LEFT-VALUE - XRULE-TERM-VALUE
       ELSE
        COMPUTE XRULE-LEFT-VALUE =
            XRULE-LEFT-VALUE + XRULE-TERM-VALUE
       END-IF
      END-IF
     END-IF
     IF XRULE-RESOLVE-OK-FLAG = 'Y'
      MOVE XRULE-FIELD-3(XRULE-INDEX) TO XRULE-RESOLVE-NAME
      PERFORM RESOLVE-XRULE-VALUE
      MOVE XRULE-TERM-VALUE TO XRULE-RIGHT-VALUE
     END-IF
     IF XRULE-RESOLVE-OK-FLAG = 'Y'
      PERFORM COMPARE-XRULE-SIDES
      IF XRULE-HOLDS-FLAG = 'N'
       SET XRULE-BROKEN TO TRUE
      END-IF
     END-IF
    END-IF.

RESOLVE-XRULE-VALUE.
* Answers XRULE-TERM-VALUE. A token that is itself numeric stands
* for itself; otherwise it must name a field of the loaded layout,
* whose value comes out by the field's own type (packed and binary
* through FIELDCONV).
    MOVE 'Y' TO XRULE-RESOLVE-OK-FLAG.
    IF FUNCTION TEST-NUMVAL(XRULE-RESOLVE-NAME) = 0
     COMPUTE XRULE-TERM-VALUE =
         FUNCTION NUMVAL(XRULE-RESOLVE-NAME)
    ELSE
     PERFORM FIND-XRULE-FIELD-VALUE
    END-IF.

FIND-XRULE-FIELD-VALUE.
    MOVE 'N' TO XRULE-RESOLVE-OK-FLAG.
    PERFORM VARYING XRULE-LOOK-INDEX FROM 1 BY 1
        UNTIL XRULE-LOOK-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(XRULE-LOOK-INDEX))
         = FUNCTION TRIM(XRULE-RESOLVE-NAME)
      MOVE SPACES TO XRULE-FIELD-TEXT
      MOVE FIELD-CHECK-RECORD(LD-POSITION(XRULE-LOOK-INDEX):
          LD-LENGTH(XRULE-LOOK-INDEX)) TO XRULE-FIELD-TEXT
      IF LD-TYPE(XRULE-LOOK-INDEX) = 'P'
          OR LD-TYPE(XRULE-LOOK-INDEX) = 'B'
       MOVE 'EXT' TO FIELDCONV-OPERATION
       MOVE LD-TYPE(XRULE-LOOK-INDEX) TO FIELDCONV-TYPE
       IF LD-LENGTH(XRULE-LOOK-INDEX) > 18
        MOVE 18 TO FIELDCONV-LENGTH
       ELSE
        MOVE LD-LENGTH(XRULE-LOOK-INDEX) TO FIELDCONV-LENGTH
       END-IF
       MOVE 0 TO FIELDCONV-SCALE
       MOVE SPACES TO FIELDCONV-BYTES
       MOVE XRULE-FIELD-TEXT(1:FIELDCONV-LENGTH) TO FIELDCONV-BYTES
       CALL 'FIELDCONV' USING FIELDCONV-REQUEST
       IF FIELDCONV-RESULT = '00'
        MOVE FIELDCONV-VALUE TO XRULE-TERM-VALUE
        MOVE 'Y' TO XRULE-RESOLVE-OK-FLAG
       END-IF
      ELSE
       IF FUNCTION TEST-NUMVAL(XRULE-FIELD-TEXT) = 0
        COMPUTE XRULE-TERM-VALUE =
            FUNCTION NUMVAL(XRULE-FIELD-TEXT)
        MOVE 'Y' TO XRULE-RESOLVE-OK-FLAG
       END-IF
      END-IF
     END-IF
    END-PERFORM.

RESOLVE-XRULE-TEXT.
* The conditional's when-field compares as text, not as a number.
    MOVE 'N' TO XRULE-RESOLVE-OK-FLAG.
    MOVE SPACES TO XRULE-WHEN-TEXT.
    PERFORM VARYING XRULE-LOOK-INDEX FROM 1 BY 1
        UNTIL XRULE-LOOK-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(XRULE-LOOK-INDEX))
         = FUNCTION TRIM(XRULE-RESOLVE-NAME)
      MOVE 'Y' TO XRULE-RESOLVE-OK-FLAG
      MOVE FIELD-CHECK-RECORD(LD-POSITION(XRULE-LOOK-INDEX):
          LD-LENGTH(XRULE-LOOK-INDEX)) TO XRULE-WHEN-TEXT
     END-IF
    END-PERFORM.

COMPARE-XRULE-SIDES.
    MOVE 'N' TO XRULE-HOLDS-FLAG.
    EVALUATE XRULE-COMPARE(XRULE-INDEX)
     WHEN 'EQ'
      IF XRULE-LEFT-VALUE = XRULE-RIGHT-VALUE
       MOVE 'Y' TO XRULE-HOLDS-FLAG
      END-IF
     WHEN 'NE'
      IF XRULE-LEFT-VALUE NOT = XRULE-RIGHT-VALUE
       MOVE 'Y' TO XRULE-HOLDS-FLAG
      END-IF
     WHEN 'GT'
      IF XRULE-LEFT-VALUE > XRULE-RIGHT-VALUE
       MOVE 'Y' TO XRULE-HOLDS-FLAG
      END-IF
     WHEN 'GE'
      IF XRULE-LEFT-VALUE >= XRULE-RIGHT-VALUE
       MOVE 'Y' TO XRULE-HOLDS-FLAG
      END-IF
     WHEN 'LT'
      IF XRULE-LEFT-VALUE < XRULE-RIGHT-VALUE
       MOVE 'Y' TO XRULE-HOLDS-FLAG
      END-IF
     WHEN 'LE'
      IF XRULE-LEFT-VALUE <= XRULE-RIGHT-VALUE
       MOVE 'Y' TO XRULE-HOLDS-FLAG
      END-IF
     WHEN OTHER
      MOVE 'Y' TO XRULE-HOLDS-FLAG
    END-EVALUATE.
