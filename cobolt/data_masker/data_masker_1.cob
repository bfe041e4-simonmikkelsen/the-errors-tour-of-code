*                            substitute across files and across
*                            runs, through the protected
*                            cross-reference MASKXREF.DAT
*     field-name,CODE        substitute another code valid in the
*                            field's reference table (a type C
*                            field specified TABLE:<name>) on the
*                            record's date
* Fields with no rule pass through untouched, so the masked copy
* still passes FILE-VALIDATOR against the same layout. Synthetic
* FILE-GENERATOR data covers volume tests; this covers the cases
* run using KEYMAP demands an ADMINISTRATOR sign-on, SANDBOX-SETUP
* refuses to copy MASKXREF.DAT, and it belongs on no backup policy
* that leaves the production side.
* CODE draws its substitute through the shared REFTABLES subprogram
* from the codes of the central code-table file REFTABLES.TXT that
* were valid on the record's own date - its first date field, or
* today when it has none - the same date FILE-VALIDATOR judges the
* code by, so a masked department or branch code is still one the
* validator accepts.
* The masked file is registered in the dataset catalog as DATA-MASKER
* output built from the production file. That is what lets it past
* the classification check in SIMPLE-FILE-COPIER, GATEWAY-OUTBOUND
* and SANDBOX-SETUP, and the masked copy of a PERSONAL file is
* catalogued one step down, CONFIDENTIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "run-id-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "catalog-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "run-id-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "catalog-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "reftable-linkage.cpy".
COPY "catalog-ws.cpy".
01  WS-XREF-STATUS PIC X(02).
01  WS-KEYMAP-USED-FLAG PIC X VALUE 'N'.
    88  WS-KEYMAP-USED VALUE 'Y'.
        10  WS-RL-POSITION PIC 9(03).
        10  WS-RL-LENGTH PIC 9(03).
        10  WS-RL-RULE PIC X(08).
        10  WS-RL-TABLE-NAME PIC X(20).
01  WS-RULE-COUNT PIC 9(02) VALUE 0.
01  WS-RL-INDEX PIC 9(02) VALUE 0.
01  WS-RULE-FIELD-NAME PIC X(20).
01  WS-RANDOM-SEED PIC 9(04) VALUE 0.
01  WS-RANDOM-FRACTION COMP-2 VALUE 0.
01  WS-RANDOM-DIGIT PIC 9 VALUE 0.
01  WS-AS-OF-INDEX PIC 9(02) VALUE 0.
01  WS-AS-OF-TEXT PIC X(08).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    END-IF.

    DISPLAY 'RECORDS MASKED: ' WS-MASKED-COUNT.
    PERFORM REGISTER-OUTPUT-IN-CATALOG.
    PERFORM WRITE-AUDIT-LOG.
    GOBACK.

      MOVE WS-RL-INDEX TO WS-FLD-INDEX
     END-IF
    END-PERFORM.
    EVALUATE TRUE
     WHEN WS-FLD-INDEX = 0
      DISPLAY 'Rule for unknown field dropped: ' RULES-RECORD
     WHEN WS-RULE-NAME = 'CODE'
         AND LD-SPEC(WS-FLD-INDEX)(1:6) NOT = 'TABLE:'
      DISPLAY 'CODE rule for a field with no reference table '
          'dropped: ' RULES-RECORD
     WHEN OTHER
      ADD 1 TO WS-RULE-COUNT
      MOVE LD-POSITION(WS-FLD-INDEX) TO WS-RL-POSITION(WS-RULE-COUNT)
      MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-RL-LENGTH(WS-RULE-COUNT)
      MOVE WS-RULE-NAME TO WS-RL-RULE(WS-RULE-COUNT)
      MOVE SPACES TO WS-RL-TABLE-NAME(WS-RULE-COUNT)
      IF WS-RULE-NAME = 'CODE'
       MOVE LD-SPEC(WS-FLD-INDEX)(7:20)
           TO WS-RL-TABLE-NAME(WS-RULE-COUNT)
      END-IF
      IF WS-RULE-NAME = 'KEYMAP'
       SET WS-KEYMAP-USED TO TRUE
      END-IF
    END-EVALUATE.

LOAD-FAKE-NAMES.
    IF WS-FAKE-NAME-FILE = SPACES
     WHEN 'FAKENAME' PERFORM SUBSTITUTE-FAKE-NAME
     WHEN 'NULL' MOVE SPACES TO WS-FIELD-WORK
     WHEN 'KEYMAP' PERFORM MAP-FIELD-THROUGH-XREF
     WHEN 'CODE' PERFORM SUBSTITUTE-TABLE-CODE
     WHEN OTHER CONTINUE
    END-EVALUATE.
    MOVE WS-FIELD-WORK(1:WS-RL-LENGTH(WS-RL-INDEX))
    MOVE SPACES TO WS-FIELD-WORK.
    MOVE WS-FAKE-NAME(WS-FAKE-PICK) TO WS-FIELD-WORK.

SUBSTITUTE-TABLE-CODE.
* The record's date is its first date field holding a plausible
* YYYYMMDD date; a zero date asks REFTABLES for today's codes. An
* empty table leaves the real code in place rather than blank a
* required field.
    MOVE 0 TO REFTABLE-DATE.
    PERFORM VARYING WS-AS-OF-INDEX FROM 1 BY 1
        UNTIL WS-AS-OF-INDEX > LAYOUT-DICT-FIELD-COUNT
        OR REFTABLE-DATE NOT = 0
     IF LD-TYPE(WS-AS-OF-INDEX) = 'D'
         AND LD-LENGTH(WS-AS-OF-INDEX) >= 8
      MOVE DATA-IN-RECORD(LD-POSITION(WS-AS-OF-INDEX):8)
          TO WS-AS-OF-TEXT
      IF WS-AS-OF-TEXT IS NUMERIC
          AND WS-AS-OF-TEXT(5:2) >= '01' AND WS-AS-OF-TEXT(5:2) <= '12'
          AND WS-AS-OF-TEXT(7:2) >= '01' AND WS-AS-OF-TEXT(7:2) <= '31'
       MOVE WS-AS-OF-TEXT TO REFTABLE-DATE
      END-IF
     END-IF
    END-PERFORM.
    MOVE 'NTH' TO REFTABLE-OPERATION.
    MOVE WS-RL-TABLE-NAME(WS-RL-INDEX) TO REFTABLE-NAME.
    MOVE 0 TO REFTABLE-INDEX.
    CALL 'REFTABLES' USING REFTABLE-REQUEST.
    IF REFTABLE-COUNT > 0
     COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM
     COMPUTE REFTABLE-INDEX = FUNCTION MOD(
         FUNCTION INTEGER(WS-RANDOM-FRACTION * 10000)
         REFTABLE-COUNT) + 1
     CALL 'REFTABLES' USING REFTABLE-REQUEST
     MOVE SPACES TO WS-FIELD-WORK
     MOVE REFTABLE-CODE TO WS-FIELD-WORK
    END-IF.

REGISTER-OUTPUT-IN-CATALOG.
    COPY "catalog-register.cpy"
        REPLACING ==:CAT-FILE-NAME:==    BY ==WS-OUTPUT-FILE-NAME==
                   ==:CAT-PROGRAM-NAME:== BY =='DATA-MASKER'==
                   ==:CAT-INPUT-NAMES:==  BY ==WS-INPUT-FILE-NAME==
                   ==:CAT-RECORD-COUNT:== BY ==WS-MASKED-COUNT==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

