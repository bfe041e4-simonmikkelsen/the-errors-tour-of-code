* delete the record under the cursor. Updates and deletes demand an update-class (role U)
* sign-on against the operator-profile file, and a session that
* changed anything closes with one shared-AUDITLOG line carrying
* the operator's id and the count of adds, updates and deletes made.
* Every update and delete also journals the record's before- and
* after-image to the shared change journal (see JOURNAL-WRITE.CPY),
* so JOURNAL-INQUIRY can answer what a record said before a browse
* session touched it, and restore it.
* A new record no longer means re-running FILE-INDEXER from a
* sequential file: the A command adds one in place. The first add of
* a session asks for the file's layout in the central dictionary and
* the key and alternate-key field names, as FILE-INDEXER does, then
* every add prompts field by field through that layout. Each answer
* is checked the way FILE-VALIDATOR checks a record - required,
* numeric range, date, code list, packed/binary, and the type K
* check digits - and asked again until it passes ('*' abandons the
* add); the finished record must then satisfy the layout's XRULES.TXT
* cross-field rules. The key comes from the key field and both
* alternate-key slots from their fields, a key already on file is
* refused, and an add journals as ADD with a blank before-image and
* counts toward the session's AUDITLOG line like any other change.
* The dictionary's rule lines (@TYPE, @REF), which describe the
* layout rather than a field of its own, are not prompted for.
* An entered field now goes through the checks shared with
* FILE-VALIDATOR and MASTER-UPDATE in FIELD-CHECK.CPY, so a code
* field kept in a REFTABLES table (TABLE:<name>) is checked against
* that table as of the new record's date, and a date must be a real
* calendar date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "access-select.cpy".
    COPY "sandbox-select.cpy".
    COPY "freeze-select.cpy".
    COPY "layout-dict-select.cpy".
    COPY "xrules-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "access-fd.cpy".
COPY "sandbox-fd.cpy".
COPY "freeze-fd.cpy".
COPY "layout-dict-fd.cpy".
COPY "xrules-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "sandbox-ws.cpy".
COPY "freeze-ws.cpy".
COPY "msgissue-linkage.cpy".
COPY "layout-dict-ws.cpy".
COPY "fieldconv-linkage.cpy".
COPY "reftable-linkage.cpy".
COPY "field-check-ws.cpy".
01  WS-KEYED-FILE-NAME PIC X(100).
01  WS-KEYED-STATUS PIC X(02).
01  WS-COMMAND PIC X(01).
01  WS-ANSWER PIC X(01).
01  WS-AUDIT-ACTIONS PIC 9(05) VALUE 0.

* Add-record entry: the layout and key fields are asked once per
* session, then each field is prompted and checked in turn.
01  WS-AD-READY-FLAG PIC X VALUE 'N'.
    88  WS-AD-READY VALUE 'Y'.
01  WS-AD-LAYOUT-NAME PIC X(20).
01  WS-AD-KEY-FIELD-NAME PIC X(20).
01  WS-AD-KEY-POSITION PIC 9(03) VALUE 0.
01  WS-AD-KEY-LENGTH PIC 9(03) VALUE 0.
01  WS-AD-ALT1-FIELD-NAME PIC X(20).
01  WS-AD-ALT1-POSITION PIC 9(03) VALUE 0.
01  WS-AD-ALT1-LENGTH PIC 9(03) VALUE 0.
01  WS-AD-ALT2-FIELD-NAME PIC X(20).
01  WS-AD-ALT2-POSITION PIC 9(03) VALUE 0.
01  WS-AD-ALT2-LENGTH PIC 9(03) VALUE 0.
01  WS-AD-FIND-NAME PIC X(20).
01  WS-AD-FOUND PIC 9(02) VALUE 0.
01  WS-AD-FLD-INDEX PIC 9(02) VALUE 0.
01  WS-AD-ABANDON-FLAG PIC X VALUE 'N'.
    88  WS-AD-ABANDONED VALUE 'Y'.
01  WS-AD-ACCEPTED-FLAG PIC X VALUE 'N'.
    88  WS-AD-ACCEPTED VALUE 'Y'.
01  WS-AD-VALUE PIC X(60).
01  WS-AD-PROBLEM PIC X(45).
01  WS-AD-RULES-FAILED PIC 9(02) VALUE 0.


PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
* carry the operator on the console log from here on.
    MOVE OPERATOR-SIGNON-LANGUAGE TO MSGISSUE-LANGUAGE.
    MOVE OPERATOR-SIGNON-ID TO MSGISSUE-OPERATOR.
    MOVE OPERATOR-BREAKGLASS-SESSION TO MSGISSUE-BREAKGLASS.

TAKE-ONE-COMMAND.
    DISPLAY 'Command (P=position by key, N=next, B=back, '
        'A=add, U=update, D=delete, X=exit): ' WITH NO ADVANCING.
    ACCEPT WS-COMMAND.
    MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
    EVALUATE WS-COMMAND
     WHEN 'P' PERFORM POSITION-BY-KEY
     WHEN 'N' PERFORM PAGE-FORWARD
     WHEN 'B' PERFORM PAGE-BACKWARD
     WHEN 'A' PERFORM ADD-NEW-RECORD
     WHEN 'U' PERFORM UPDATE-CURRENT-RECORD
     WHEN 'D' PERFORM DELETE-CURRENT-RECORD
     WHEN 'X' SET WS-DONE TO TRUE
     END-IF
    END-IF.

ADD-NEW-RECORD.
* The record is built in WS-NEW-DATA one dictionary field at a time;
* the record area is only filled once every field has passed.
    IF NOT WS-AD-READY
     PERFORM PREPARE-ADD-LAYOUT
    END-IF.
    IF WS-AD-READY
     MOVE 'N' TO WS-POSITIONED-FLAG
     MOVE SPACES TO WS-NEW-DATA
     MOVE 'N' TO WS-AD-ABANDON-FLAG
     DISPLAY 'New record for layout ' FUNCTION TRIM(WS-AD-LAYOUT-NAME)
         ' (* abandons the add):'
     PERFORM ENTER-ONE-FIELD
         VARYING WS-AD-FLD-INDEX FROM 1 BY 1
         UNTIL WS-AD-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
         OR WS-AD-ABANDONED
     IF WS-AD-ABANDONED
      DISPLAY 'Add abandoned - nothing written.'
     ELSE
      PERFORM STORE-NEW-RECORD
     END-IF
    END-IF.

PREPARE-ADD-LAYOUT.
* Asked once per session, the way FILE-INDEXER asks when it builds
* the file. The dictionary load ends the program outright when the
* layout is missing, so any changes already made are logged first.
    IF WS-AUDIT-ACTIONS > 0
     PERFORM WRITE-AUDIT-LOG
     MOVE 0 TO WS-AUDIT-ACTIONS
    END-IF.
    MOVE SPACES TO WS-AD-PROBLEM.
    DISPLAY 'Layout name in the dictionary: ' WITH NO ADVANCING.
    ACCEPT WS-AD-LAYOUT-NAME.
    MOVE WS-AD-LAYOUT-NAME TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    PERFORM VARYING WS-AD-FLD-INDEX FROM 1 BY 1
        UNTIL WS-AD-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-POSITION(WS-AD-FLD-INDEX) + LD-LENGTH(WS-AD-FLD-INDEX)
         > 201
      MOVE 'A LAYOUT FIELD LIES OUTSIDE THE RECORD' TO WS-AD-PROBLEM
     END-IF
    END-PERFORM.
    IF WS-AD-PROBLEM = SPACES
     DISPLAY 'Key field name from that layout: ' WITH NO ADVANCING
     ACCEPT WS-AD-KEY-FIELD-NAME
     MOVE WS-AD-KEY-FIELD-NAME TO WS-AD-FIND-NAME
     PERFORM FIND-ADD-FIELD
     IF WS-AD-FOUND = 0
      MOVE 'KEY FIELD IS NOT IN THAT LAYOUT' TO WS-AD-PROBLEM
     ELSE
      MOVE LD-POSITION(WS-AD-FOUND) TO WS-AD-KEY-POSITION
      MOVE LD-LENGTH(WS-AD-FOUND) TO WS-AD-KEY-LENGTH
      IF WS-AD-KEY-LENGTH > 40
       MOVE 40 TO WS-AD-KEY-LENGTH
      END-IF
     END-IF
    END-IF.
    IF WS-AD-PROBLEM = SPACES
     PERFORM PREPARE-ADD-ALTERNATES
     MOVE WS-AD-LAYOUT-NAME TO XRULE-LAYOUT-NAME
     PERFORM LOAD-XRULES
     SET WS-AD-READY TO TRUE
    ELSE
     DISPLAY 'Cannot add - ' FUNCTION TRIM(WS-AD-PROBLEM) '.'
    END-IF.

PREPARE-ADD-ALTERNATES.
* Both alternate-key slots fill from their fields, as FILE-INDEXER
* fills them; a field not in the layout leaves its slot spaces.
    MOVE 0 TO WS-AD-ALT1-POSITION.
    MOVE 0 TO WS-AD-ALT2-POSITION.
    DISPLAY 'First alternate key field (blank = none): '
        WITH NO ADVANCING.
    ACCEPT WS-AD-ALT1-FIELD-NAME.
    IF WS-AD-ALT1-FIELD-NAME NOT = SPACES
     MOVE WS-AD-ALT1-FIELD-NAME TO WS-AD-FIND-NAME
     PERFORM FIND-ADD-FIELD
     IF WS-AD-FOUND = 0
      DISPLAY 'Field ' FUNCTION TRIM(WS-AD-ALT1-FIELD-NAME)
          ' is not in that layout - alternate 1 left blank.'
     ELSE
      MOVE LD-POSITION(WS-AD-FOUND) TO WS-AD-ALT1-POSITION
      MOVE LD-LENGTH(WS-AD-FOUND) TO WS-AD-ALT1-LENGTH
      IF WS-AD-ALT1-LENGTH > 40
       MOVE 40 TO WS-AD-ALT1-LENGTH
      END-IF
     END-IF
    END-IF.
    DISPLAY 'Second alternate key field (blank = none): '
        WITH NO ADVANCING.
    ACCEPT WS-AD-ALT2-FIELD-NAME.
    IF WS-AD-ALT2-FIELD-NAME NOT = SPACES
     MOVE WS-AD-ALT2-FIELD-NAME TO WS-AD-FIND-NAME
     PERFORM FIND-ADD-FIELD
     IF WS-AD-FOUND = 0
      DISPLAY 'Field ' FUNCTION TRIM(WS-AD-ALT2-FIELD-NAME)
          ' is not in that layout - alternate 2 left blank.'
     ELSE
      MOVE LD-POSITION(WS-AD-FOUND) TO WS-AD-ALT2-POSITION
      MOVE LD-LENGTH(WS-AD-FOUND) TO WS-AD-ALT2-LENGTH
      IF WS-AD-ALT2-LENGTH > 40
       MOVE 40 TO WS-AD-ALT2-LENGTH
      END-IF
     END-IF
    END-IF.

FIND-ADD-FIELD.
    MOVE 0 TO WS-AD-FOUND.
    PERFORM VARYING WS-AD-FLD-INDEX FROM 1 BY 1
        UNTIL WS-AD-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(WS-AD-FLD-INDEX))
         = FUNCTION TRIM(WS-AD-FIND-NAME)
      MOVE WS-AD-FLD-INDEX TO WS-AD-FOUND
     END-IF
    END-PERFORM.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

ENTER-ONE-FIELD.
    MOVE 'N' TO WS-AD-ACCEPTED-FLAG.
    IF LD-FIELD-NAME(WS-AD-FLD-INDEX)(1:1) = '@'
     SET WS-AD-ACCEPTED TO TRUE
    END-IF.
    PERFORM PROMPT-ONE-FIELD
        UNTIL WS-AD-ACCEPTED OR WS-AD-ABANDONED.

PROMPT-ONE-FIELD.
    IF LD-REQUIRED-FLAG(WS-AD-FLD-INDEX) = 'R'
     DISPLAY '  ' FUNCTION TRIM(LD-FIELD-NAME(WS-AD-FLD-INDEX))
         ' (type ' LD-TYPE(WS-AD-FLD-INDEX) ', '
         LD-LENGTH(WS-AD-FLD-INDEX) ' bytes, required): '
         WITH NO ADVANCING
    ELSE
     DISPLAY '  ' FUNCTION TRIM(LD-FIELD-NAME(WS-AD-FLD-INDEX))
         ' (type ' LD-TYPE(WS-AD-FLD-INDEX) ', '
         LD-LENGTH(WS-AD-FLD-INDEX) ' bytes): '
         WITH NO ADVANCING
    END-IF.
    MOVE SPACES TO WS-AD-VALUE.
    ACCEPT WS-AD-VALUE.
    IF WS-AD-VALUE = '*'
     SET WS-AD-ABANDONED TO TRUE
    ELSE
     MOVE SPACES TO WS-AD-PROBLEM
     PERFORM VALIDATE-ENTERED-FIELD
     IF WS-AD-PROBLEM = SPACES
      SET WS-AD-ACCEPTED TO TRUE
     ELSE
      DISPLAY '  ' FUNCTION TRIM(LD-FIELD-NAME(WS-AD-FLD-INDEX))
          ' - ' FUNCTION TRIM(WS-AD-PROBLEM) ' - enter it again.'
     END-IF
    END-IF.

VALIDATE-ENTERED-FIELD.
* The shared checks of FIELD-CHECK.CPY, the ones FILE-VALIDATOR and
* MASTER-UPDATE make, on the keyed value; only a value that passes
* lands in the new record, in the form the field holds it, and the
* key field is looked up on the file the moment it is entered.
    IF WS-AD-VALUE = SPACES
        AND LD-POSITION(WS-AD-FLD-INDEX) = WS-AD-KEY-POSITION
     MOVE 'THE KEY FIELD CANNOT BE BLANK' TO WS-AD-PROBLEM
    ELSE
     SET FIELD-CHECK-KEYED-MODE TO TRUE
     MOVE WS-AD-FLD-INDEX TO FIELD-CHECK-INDEX
     MOVE WS-AD-VALUE TO FIELD-CHECK-VALUE
     MOVE WS-NEW-DATA TO FIELD-CHECK-RECORD
     PERFORM CHECK-FIELD-VALUE
     MOVE FIELD-CHECK-PROBLEM TO WS-AD-PROBLEM
    END-IF.
    IF WS-AD-PROBLEM = SPACES
     MOVE FIELD-CHECK-STORED TO WS-NEW-DATA(
         LD-POSITION(WS-AD-FLD-INDEX):LD-LENGTH(WS-AD-FLD-INDEX))
     IF LD-POSITION(WS-AD-FLD-INDEX) = WS-AD-KEY-POSITION
      PERFORM CHECK-KEY-NOT-ON-FILE
     END-IF
    END-IF.

CHECK-KEY-NOT-ON-FILE.
    MOVE SPACES TO KEYED-KEY.
    MOVE WS-NEW-DATA(WS-AD-KEY-POSITION:WS-AD-KEY-LENGTH)
        TO KEYED-KEY.
    READ KEYED-FILE KEY IS KEYED-KEY
     INVALID KEY
      CONTINUE
     NOT INVALID KEY
      MOVE 'THAT KEY IS ALREADY ON FILE' TO WS-AD-PROBLEM
    END-READ.


STORE-NEW-RECORD.
* Every field has passed on its own; the finished record must now
* satisfy the layout's cross-field rules before it is written.
    MOVE 0 TO WS-AD-RULES-FAILED.
    MOVE WS-NEW-DATA TO FIELD-CHECK-RECORD.
    PERFORM EVALUATE-ONE-CROSS-RULE
        VARYING XRULE-INDEX FROM 1 BY 1
        UNTIL XRULE-INDEX > XRULE-COUNT.
    IF WS-AD-RULES-FAILED > 0
     DISPLAY 'Add refused - the record breaks ' WS-AD-RULES-FAILED
         ' cross-field rule(s).'
    ELSE
     MOVE SPACES TO KEYED-RECORD
     MOVE WS-NEW-DATA(WS-AD-KEY-POSITION:WS-AD-KEY-LENGTH)
         TO KEYED-KEY
     MOVE WS-NEW-DATA TO KEYED-DATA
     IF WS-AD-ALT1-POSITION > 0
      MOVE WS-NEW-DATA(WS-AD-ALT1-POSITION:WS-AD-ALT1-LENGTH)
          TO KEYED-ALT1
     END-IF
     IF WS-AD-ALT2-POSITION > 0
      MOVE WS-NEW-DATA(WS-AD-ALT2-POSITION:WS-AD-ALT2-LENGTH)
          TO KEYED-ALT2
     END-IF
     PERFORM SHOW-CURRENT-RECORD
     DISPLAY 'Add this record? (Y/N): ' WITH NO ADVANCING
     ACCEPT WS-ANSWER
     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
      WRITE KEYED-RECORD
       INVALID KEY
        MOVE 'N' TO WS-POSITIONED-FLAG
        IF WS-KEYED-STATUS = '22'
         DISPLAY 'Add refused - key ' FUNCTION TRIM(KEYED-KEY)
             ' is already on file.'
        ELSE
         DISPLAY 'Add failed - STATUS ' WS-KEYED-STATUS
        END-IF
       NOT INVALID KEY
        DISPLAY 'Record added.'
        ADD 1 TO WS-AUDIT-ACTIONS
        PERFORM WRITE-ADD-JOURNAL
      END-WRITE
     ELSE
      MOVE 'N' TO WS-POSITIONED-FLAG
      DISPLAY 'Nothing added.'
     END-IF
    END-IF.

EVALUATE-ONE-CROSS-RULE.
* Weighed exactly as FILE-VALIDATOR weighs a rule, against the
* record being added.
    PERFORM CHECK-ONE-XRULE.
    IF XRULE-BROKEN
     ADD 1 TO WS-AD-RULES-FAILED
     DISPLAY '  Cross-field rule failed: '
         FUNCTION TRIM(XRULE-NAME(XRULE-INDEX))
    END-IF.

CHECK-DATASET-ACCESS.
* Role U opened the program; the access-control file decides
* whether it also opens THIS dataset (see ACCESS-SELECT.CPY).
                   ==:JRNL-BEFORE-DATA:==  BY ==WS-BEFORE-IMAGE==
                   ==:JRNL-AFTER-DATA:==   BY ==WS-NEW-DATA==.

WRITE-ADD-JOURNAL.
    COPY "journal-write.cpy"
        REPLACING ==:JRNL-DATASET-NAME:== BY ==WS-KEYED-FILE-NAME==
                   ==:JRNL-RECORD-KEY:==   BY ==KEYED-KEY==
                   ==:JRNL-WRITER-NAME:==  BY =='KEYED-BROWSE'==
                   ==:JRNL-ACTION-NAME:==  BY =='ADD'==
                   ==:JRNL-BEFORE-DATA:==  BY ==SPACES==
                   ==:JRNL-AFTER-DATA:==   BY ==WS-NEW-DATA==.

WRITE-DELETE-JOURNAL.
    COPY "journal-write.cpy"
        REPLACING ==:JRNL-DATASET-NAME:== BY ==WS-KEYED-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-KEYED-FILE-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-AUDIT-ACTIONS==
                   ==:AUDIT-OUTCOME:==      BY =='SUCCESS'==.

COPY "field-check.cpy".
