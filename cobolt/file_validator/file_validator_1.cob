* breaking MASTER-UPDATE's totals. In multi-type mode a rule whose
* fields are not in the record's own type layout passes over that
* record. A '*' in column one is a comment.
* A code field whose specification is TABLE:<name> is checked
* against that table of the central code-table file REFTABLES.TXT
* through the shared REFTABLES subprogram, as of the record's own
* date - the first valid date field of its layout, or the run date
* when the layout has none - so a code that was retired last year
* still passes on last year's records but not on today's, and one
* that is not valid yet fails under its own reason. A table name
* the file does not hold is reported on every record that uses it.
* The field checks and the cross-field rules now live in the shared
* FIELD-CHECK.CPY, so MASTER-UPDATE and KEYED-BROWSE judge a value
* exactly as this program does. A date must now be a real calendar
* date (20240231 fails, not just month 13), and the mod-97 check is
* carried digit by digit, which needs no BIGNUMBER call.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-EXCEPTION-STATUS.
    COPY "xrules-select.cpy".
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD PIC X(120).

COPY "xrules-fd.cpy".
COPY "layout-dict-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "fieldconv-linkage.cpy".
COPY "reftable-linkage.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "field-check-ws.cpy".
01  WS-DATA-FILE-NAME PIC X(100).
01  WS-DATA-STATUS PIC X(02).
01  WS-EXCEPTION-FILE-NAME PIC X(100) VALUE 'VALIDATE-EXCEPTIONS.RPT'.
01  WS-RECORD-HAS-ERROR-FLAG PIC X VALUE 'N'.
    88  WS-RECORD-HAS-ERROR VALUE 'Y'.
01  WS-FLD-INDEX PIC 9(02) VALUE 0.
01  WS-REASON-TEXT PIC X(50).
01  WS-EXCEPTION-LINE PIC X(120).
01  WS-CODE-LIST.
    05  WS-CODE-VALUE PIC X(12) OCCURS 8 TIMES.
01  WS-CODE-INDEX PIC 9(01) VALUE 0.

* Multi-record-type support: the parent layout's @TYPE line names
* the discriminator, and each type code's field set is loaded once
    88  WS-TRAILER-SEEN VALUE 'Y'.
01  WS-LAST-TYPE-INDEX PIC 9(01) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    ACCEPT LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    PERFORM DETECT-RECORD-TYPE-SETUP.
    MOVE WS-PARENT-LAYOUT-NAME TO XRULE-LAYOUT-NAME.
    PERFORM LOAD-XRULES.

    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORD-NUMBER
      MOVE DATA-RECORD TO FIELD-CHECK-RECORD
      IF WS-MULTI-TYPE
       ADD 1 TO WS-RECORDS-CHECKED
       MOVE 'N' TO WS-RECORD-HAS-ERROR-FLAG
     SET WS-TRAILER-SEEN TO TRUE
    END-IF.

EVALUATE-CROSS-FIELD-RULES.
    PERFORM EVALUATE-ONE-CROSS-RULE
        VARYING XRULE-INDEX FROM 1 BY 1
        UNTIL XRULE-INDEX > XRULE-COUNT.

EVALUATE-ONE-CROSS-RULE.
* The rule is weighed against the record's standing layout, so in
* multi-type mode a rule touching a field this record's type does
* not carry simply does not apply to this record.
    PERFORM CHECK-ONE-XRULE.
    IF XRULE-BROKEN
     MOVE SPACES TO WS-REASON-TEXT
     STRING 'CROSS-FIELD RULE FAILED: ' DELIMITED BY SIZE
         XRULE-NAME(XRULE-INDEX) DELIMITED BY SPACE
         INTO WS-REASON-TEXT
     PERFORM WRITE-RULE-EXCEPTION
    END-IF.

WRITE-RULE-EXCEPTION.
    MOVE 'Y' TO WS-RECORD-HAS-ERROR-FLAG.
    ADD 1 TO WS-EXCEPTION-COUNT.
    WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

VALIDATE-ONE-FIELD.
    MOVE WS-FLD-INDEX TO FIELD-CHECK-INDEX.
    PERFORM CHECK-FIELD-VALUE.
    IF FIELD-CHECK-PROBLEM NOT = SPACES
     MOVE FIELD-CHECK-PROBLEM TO WS-REASON-TEXT
     PERFORM WRITE-ONE-EXCEPTION
    END-IF.

    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-EXCEPTION-FILE-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='FILE-VALIDATOR'==.

COPY "field-check.cpy".
