* successor is cut. Under the training sandbox the index itself is
* TRAINING/GDGINDEX.TXT, so a practice run advances and retires
* only TRAINING/ generations and the production groups stand
* untouched. A generation under legal hold (the LEGALHOLD register)
* is not removed when it rolls off: it leaves the index but stays on
* disk, the routine says so on the console and writes the refusal
* to the shared AUDITLOG itself - under a run id of its own, since
* the caller's is not passed down - and hands the kept name and the
* case back to the caller. GDG-RESOLVE.CPY gives any prompt the
* relative syntax; the operation codes and parameter area are
* documented in GDG-LINKAGE.CPY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-GDG-INDEX-STATUS.
    COPY "sandbox-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
01  GDG-INDEX-RECORD PIC X(100).

COPY "sandbox-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "sandbox-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "legalhold-linkage.cpy".
01  WS-AUDIT-DETAIL PIC X(80).
01  WS-GDG-INDEX-NAME PIC X(30) VALUE 'GDGINDEX.TXT'.
01  WS-GDG-INDEX-STATUS PIC X(02).
01  WS-GDG-INDEX-EOF-FLAG PIC X VALUE 'N'.
PROCEDURE DIVISION USING GDG-REQUEST.
MAIN-PROCEDURE.
    MOVE '00' TO GDG-RESULT.
    MOVE SPACES TO GDG-KEPT-NAME.
    MOVE SPACES TO GDG-KEPT-CASE-REF.
    PERFORM PICK-GDG-INDEX-NAME.
    PERFORM LOAD-GDG-INDEX.
    PERFORM FIND-BASE-ENTRY.
         '.G' DELIMITED BY SIZE
         WS-GEN-NUMBER DELIMITED BY SIZE
         INTO WS-RETIRED-NAME
     MOVE 'CHK' TO LEGALHOLD-OPERATION
     MOVE WS-RETIRED-NAME TO LEGALHOLD-DATASET
     CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST
     IF LEGALHOLD-HELD
      PERFORM KEEP-HELD-GENERATION
     ELSE
      MOVE SPACES TO WS-SHELL-COMMAND
      STRING 'rm -f ' DELIMITED BY SIZE
          WS-RETIRED-NAME DELIMITED BY SPACE
          INTO WS-SHELL-COMMAND
      CALL 'SYSTEM' USING WS-SHELL-COMMAND
     END-IF
    END-IF.

KEEP-HELD-GENERATION.
    MOVE WS-RETIRED-NAME TO GDG-KEPT-NAME.
    MOVE LEGALHOLD-CASE-REF TO GDG-KEPT-CASE-REF.
    DISPLAY 'GDGROUTINE: ' FUNCTION TRIM(WS-RETIRED-NAME)
        ' ROLLED OFF BUT IS UNDER LEGAL HOLD FOR CASE '
        FUNCTION TRIM(LEGALHOLD-CASE-REF) ' - KEPT ON DISK'.
    PERFORM GET-RUN-ID.
    IF SANDBOX-ACTIVE
     MOVE 'Y' TO AUDITLOG-SANDBOX-FLAG
    END-IF.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'CASE=' DELIMITED BY SIZE
        LEGALHOLD-CASE-REF DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    PERFORM WRITE-HOLD-AUDIT-LOG.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-HOLD-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='GDGROUTINE'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-RETIRED-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY =='LEGAL-HOLD'==.

RESOLVE-RELATIVE-GENERATION.
    IF WS-FOUND-INDEX = 0
     MOVE '04' TO GDG-RESULT
