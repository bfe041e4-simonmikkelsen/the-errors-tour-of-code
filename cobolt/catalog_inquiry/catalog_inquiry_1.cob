* third mode walks the lineage DOWNSTREAM: everything derived,
* directly or through intermediates, from a named dataset, printed
* as an indented tree - what will break if this file goes away.
* Every entry now shows its data classification, and a fourth mode,
* for an administrator only, classifies a file by hand: PUBLIC,
* INTERNAL, CONFIDENTIAL or PERSONAL. A file the catalog has never
* seen - a master loaded from outside the suite - gets an entry of
* its own, produced by (CLASSIFIED). Raising a file's class raises
* every catalogued descendant below it to match, through the same
* walk as the descendants tree, so a copy taken before the
* classification is not left behind at the lower class; lowering
* it leaves the descendants as they are. Each classification goes
* to the AUDITLOG with the old and new class, the operator, and the
* number of descendants raised.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "catalog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "operator-profile-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "catalog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "operator-profile-fd.cpy".

WORKING-STORAGE SECTION.
COPY "catalog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "operator-profile-ws.cpy".
01  WS-MENU-CHOICE PIC X VALUE 'F'.
01  WS-WANTED-NAME PIC X(100).
01  WS-LIST-EOF-FLAG PIC X VALUE 'N'.
01  WS-INDENT-TEXT PIC X(12).
01  WS-DESCENDANT-COUNT PIC 9(03) VALUE 0.

* Classify mode: the new class and its rank, the class it replaces,
* and whether the walk is raising the descendants it finds.
01  WS-NEW-CLASS PIC X(12) VALUE SPACES.
01  WS-NEW-RANK PIC 9(01) VALUE 0.
01  WS-OLD-CLASS PIC X(12) VALUE SPACES.
01  WS-OLD-RANK PIC 9(01) VALUE 0.
01  WS-RAISE-FLAG PIC X VALUE 'N'.
    88  WS-RAISING VALUE 'Y'.
01  WS-RAISED-COUNT PIC 9(03) VALUE 0.
01  WS-AUDIT-DETAIL PIC X(120) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Inquiry (F=one file by name, L=list whole catalog, '
        'D=descendants tree, C=classify a file): ' WITH NO ADVANCING.
    ACCEPT WS-MENU-CHOICE.
    MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.
    IF WS-MENU-CHOICE = 'C'
     PERFORM CLASSIFY-ONE-FILE
     STOP RUN
    END-IF.
    OPEN INPUT DATASET-CATALOG-FILE.
    IF CATALOG-FILE-STATUS = '35'
     DISPLAY 'No dataset catalog on file yet - nothing has been '
       DISPLAY WS-INDENT-TEXT(1:WS-MATCH-POS)
           FUNCTION TRIM(CATALOG-FILE-KEY)
           ' (BY ' FUNCTION TRIM(CATALOG-PRODUCER) ')'
       IF WS-RAISING
        PERFORM RAISE-ONE-DESCENDANT
       END-IF
       IF WS-WALK-COUNT < 100
        ADD 1 TO WS-WALK-COUNT
        MOVE CATALOG-FILE-KEY TO WS-WK-NAME(WS-WALK-COUNT)
    DISPLAY 'RUN-ID      : ' CATALOG-RUN-STAMP.
    DISPLAY 'BUILT FROM  : ' FUNCTION TRIM(CATALOG-INPUT-NAMES).
    DISPLAY 'RECORDS     : ' CATALOG-RECORD-COUNT.
    IF CATALOG-CLASSIFICATION = SPACES
     DISPLAY 'CLASS       : INTERNAL (NOT CLASSIFIED)'
    ELSE
     DISPLAY 'CLASS       : ' CATALOG-CLASSIFICATION
    END-IF.

CLASSIFY-ONE-FILE.
* Classifying changes what may leave the shop, so it takes an
* administrator's sign-on, and the catalog is opened for update
* (created when there is none yet).
    PERFORM GET-RUN-ID.
    PERFORM SIGN-OPERATOR-ON.
    DISPLAY 'File to classify: ' WITH NO ADVANCING.
    ACCEPT WS-WANTED-NAME.
    DISPLAY 'Classification (PUBLIC, INTERNAL, CONFIDENTIAL, '
        'PERSONAL): ' WITH NO ADVANCING.
    ACCEPT WS-NEW-CLASS.
    MOVE FUNCTION UPPER-CASE(WS-NEW-CLASS) TO WS-NEW-CLASS.
    MOVE WS-NEW-CLASS TO CATALOG-CLASS-NAME.
    PERFORM RANK-CLASS-NAME.
    MOVE CATALOG-CLASS-RANK TO WS-NEW-RANK.
    IF WS-NEW-RANK = 0 OR WS-WANTED-NAME = SPACES
     DISPLAY 'No such classification - nothing changed.'
     MOVE 8 TO RETURN-CODE
    ELSE
     OPEN I-O DATASET-CATALOG-FILE
     IF CATALOG-FILE-STATUS = '35'
      OPEN OUTPUT DATASET-CATALOG-FILE
      CLOSE DATASET-CATALOG-FILE
      OPEN I-O DATASET-CATALOG-FILE
     END-IF
     PERFORM SET-FILE-CLASSIFICATION
     IF WS-NEW-RANK > WS-OLD-RANK
      PERFORM RAISE-DESCENDANTS
     END-IF
     CLOSE DATASET-CATALOG-FILE
     DISPLAY FUNCTION TRIM(WS-WANTED-NAME) ' CLASSIFIED '
         FUNCTION TRIM(WS-NEW-CLASS) ' (WAS '
         FUNCTION TRIM(WS-OLD-CLASS) ') - ' WS-RAISED-COUNT
         ' DESCENDANT(S) RAISED.'
     PERFORM WRITE-CLASSIFY-AUDIT-LOG
    END-IF.

SET-FILE-CLASSIFICATION.
* An entry registered before classifications existed, or one the
* catalog is only now hearing of, was INTERNAL until now.
    MOVE WS-WANTED-NAME TO CATALOG-FILE-KEY.
    READ DATASET-CATALOG-FILE
     INVALID KEY
      MOVE 'INTERNAL' TO WS-OLD-CLASS
      MOVE SPACES TO DATASET-CATALOG-RECORD
      MOVE WS-WANTED-NAME TO CATALOG-FILE-KEY
      MOVE '(CLASSIFIED)' TO CATALOG-PRODUCER
      MOVE RUN-ID-STAMP TO CATALOG-RUN-STAMP
      MOVE 0 TO CATALOG-RECORD-COUNT
      MOVE WS-NEW-CLASS TO CATALOG-CLASSIFICATION
      WRITE DATASET-CATALOG-RECORD
     NOT INVALID KEY
      MOVE CATALOG-CLASSIFICATION TO WS-OLD-CLASS
      IF WS-OLD-CLASS = SPACES
       MOVE 'INTERNAL' TO WS-OLD-CLASS
      END-IF
      MOVE WS-NEW-CLASS TO CATALOG-CLASSIFICATION
      REWRITE DATASET-CATALOG-RECORD
    END-READ.
    MOVE WS-OLD-CLASS TO CATALOG-CLASS-NAME.
    PERFORM RANK-CLASS-NAME.
    MOVE CATALOG-CLASS-RANK TO WS-OLD-RANK.

RAISE-DESCENDANTS.
    SET WS-RAISING TO TRUE.
    MOVE 1 TO WS-WALK-COUNT.
    MOVE WS-WANTED-NAME TO WS-WK-NAME(1).
    MOVE 0 TO WS-WK-DEPTH(1).
    MOVE 'N' TO WS-WK-DONE-FLAG(1).
    DISPLAY FUNCTION TRIM(WS-WANTED-NAME).
    MOVE 1 TO WS-WK-PICK.
    PERFORM WALK-ONE-PARENT UNTIL WS-WK-PICK = 0.
    MOVE 'N' TO WS-RAISE-FLAG.

RAISE-ONE-DESCENDANT.
* The walk has just read this descendant, so it can be rewritten in
* place; one already at the new class or above is left alone.
    MOVE CATALOG-CLASSIFICATION TO CATALOG-CLASS-NAME.
    PERFORM RANK-CLASS-NAME.
    IF CATALOG-CLASS-RANK < WS-NEW-RANK
     MOVE WS-NEW-CLASS TO CATALOG-CLASSIFICATION
     REWRITE DATASET-CATALOG-RECORD
     ADD 1 TO WS-RAISED-COUNT
     DISPLAY WS-INDENT-TEXT(1:WS-MATCH-POS) '  RAISED TO '
         FUNCTION TRIM(WS-NEW-CLASS)
    END-IF.

RANK-CLASS-NAME.
* Rank of CATALOG-CLASS-NAME into CATALOG-CLASS-RANK: 1 for PUBLIC
* up to 4 for PERSONAL, 0 for a name that is none of them.
    MOVE 0 TO CATALOG-CLASS-RANK.
    PERFORM VARYING CATALOG-CLASS-INDEX FROM 1 BY 1
        UNTIL CATALOG-CLASS-INDEX > 4
     IF CATALOG-CLASS-NAME = CATALOG-CLASS-ENTRY(CATALOG-CLASS-INDEX)
      MOVE CATALOG-CLASS-INDEX TO CATALOG-CLASS-RANK
     END-IF
    END-PERFORM.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='CATALOG-INQUIRY'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='A'==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-CLASSIFY-AUDIT-LOG.
* One unbroken token: CLASS=new,WAS=old,OPERATOR=id; the record
* count is the number of descendants raised.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'CLASS=' DELIMITED BY SIZE
        WS-NEW-CLASS DELIMITED BY SPACE
        ',WAS=' DELIMITED BY SIZE
        WS-OLD-CLASS DELIMITED BY SPACE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='CATALOG-INQUIRY'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-WANTED-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-RAISED-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='CLASSIFIED'==.
