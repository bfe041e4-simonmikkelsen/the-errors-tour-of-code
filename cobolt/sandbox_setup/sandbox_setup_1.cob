* practice looks exactly like the real thing except for where the
* bytes land. Run with mode OFF to leave training. The masking
* cross-reference MASKXREF.DAT is deliberately never copied.
* The NEVER is enforced now: a file the dataset catalog classifies
* PERSONAL is refused a seat in TRAINING/ unless DATA-MASKER produced
* it (CLASSIFY-CHECK.CPY). Each refusal, and each masked PERSONAL
* file let in, goes to the AUDITLOG; the rest of the list still
* seeds, and a run that refused anything ends with return code 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "catalog-select.cpy".

DATA DIVISION.
FILE SECTION.

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "catalog-fd.cpy".

WORKING-STORAGE SECTION.
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "catalog-ws.cpy".
COPY "classify-ws.cpy".
01  WS-MODE-CHOICE PIC X(03).
01  WS-SEED-LIST-NAME PIC X(100).
01  WS-SEED-LIST-STATUS PIC X(02).
01  WS-SEEDED-COUNT PIC 9(03) VALUE 0.
01  WS-SHELL-COMMAND PIC X(250).
01  WS-ONE-SEED-NAME PIC X(100).
01  WS-REFUSED-COUNT PIC 9(03) VALUE 0.
01  WS-CLASSIFY-OUTCOME PIC X(11) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CLOSE SANDBOX-OUT-FILE.
    DISPLAY 'TRAINING MODE IS ON - ' WS-SEEDED-COUNT
        ' FILE(S) SEEDED UNDER TRAINING/.'.
    IF WS-REFUSED-COUNT > 0
     DISPLAY WS-REFUSED-COUNT ' FILE(S) REFUSED AS UNMASKED '
         'PERSONAL DATA.'
     MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
    GOBACK.

    IF FUNCTION TRIM(WS-ONE-SEED-NAME) = 'MASKXREF.DAT'
     DISPLAY 'REFUSED: MASKXREF.DAT never enters the sandbox.'
    ELSE
     PERFORM CHECK-DATA-CLASSIFICATION
     IF CLASSIFY-REFUSED
      DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-ONE-SEED-NAME)
          ' is PERSONAL data - seed the DATA-MASKER copy instead.'
      ADD 1 TO WS-REFUSED-COUNT
      MOVE 'REFUSED' TO WS-CLASSIFY-OUTCOME
      PERFORM WRITE-CLASSIFY-AUDIT-LOG
     ELSE
      IF CLASSIFY-OVERRIDDEN
       MOVE 'OVERRIDE' TO WS-CLASSIFY-OUTCOME
       PERFORM WRITE-CLASSIFY-AUDIT-LOG
      END-IF
      PERFORM COPY-SEED-INTO-TRAINING
     END-IF
    END-IF.

COPY-SEED-INTO-TRAINING.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'cp ' DELIMITED BY SIZE
        WS-ONE-SEED-NAME DELIMITED BY SPACE
        ' TRAINING/ 2>/dev/null' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    ADD 1 TO WS-SEEDED-COUNT.
    DISPLAY 'SEEDED: ' FUNCTION TRIM(WS-ONE-SEED-NAME).

CHECK-DATA-CLASSIFICATION.
    MOVE WS-ONE-SEED-NAME TO CLASSIFY-DATASET.
    MOVE SPACES TO CLASSIFY-TARGET.
    MOVE 'TRAINING' TO CLASSIFY-TARGET-ZONE.
    MOVE SPACES TO CLASSIFY-CLEARED-CLASS.
    COPY "classify-check.cpy".

SEED-FROM-LIST.
    OPEN INPUT SEED-LIST-FILE.
    IF WS-SEED-LIST-STATUS NOT = '00'
                   ==:AUDIT-DEST-NAME:==    BY =='TRAINING'==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-SEEDED-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='SUCCESS'==.

WRITE-CLASSIFY-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='SANDBOX-SETUP'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-ONE-SEED-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==CLASSIFY-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY ==WS-CLASSIFY-OUTCOME==.
