*                         ==:AUDIT-OUTCOME:==      BY =='SUCCESS'==.
    ACCEPT AUDITLOG-DATE FROM DATE YYYYMMDD.
    ACCEPT AUDITLOG-TIME FROM TIME.
* Cleared first: a program that audits more than once must not carry
* the tail of a longer earlier line into a shorter one.
    MOVE SPACES TO AUDITLOG-LINE.
    MOVE 1 TO AUDITLOG-POINTER.
    STRING :AUDIT-PROGRAM-NAME: DELIMITED BY SIZE
        ' SRC=' DELIMITED BY SIZE
        :AUDIT-SOURCE-NAME: DELIMITED BY SPACE
        ' DST=' DELIMITED BY SIZE
        :AUDIT-DEST-NAME: DELIMITED BY SPACE
        INTO AUDITLOG-LINE WITH POINTER AUDITLOG-POINTER.
* A run signed on under a break-glass session carries the session
* on the destination, the way maintenance programs carry OPERATOR=,
* so the field parsers of the rest of the line are undisturbed.
    IF RUN-ID-BREAKGLASS-SESSION NOT = SPACES
     STRING ',BREAKGLASS=' DELIMITED BY SIZE
         RUN-ID-BREAKGLASS-SESSION DELIMITED BY SPACE
         INTO AUDITLOG-LINE WITH POINTER AUDITLOG-POINTER
    END-IF.
    STRING ' RECORDS=' DELIMITED BY SIZE
        :AUDIT-RECORD-COUNT: DELIMITED BY SIZE
        ' RUN-ID=' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        AUDITLOG-SECOND DELIMITED BY SIZE
        ' OUTCOME=' DELIMITED BY SIZE
        :AUDIT-OUTCOME: DELIMITED BY SIZE
        INTO AUDITLOG-LINE WITH POINTER AUDITLOG-POINTER.
* The shared log is serialized through the dataset lock manager so
* a dispatched step and a hand-run program cannot interleave lines.
* A wait that runs out still writes - losing the audit line would
