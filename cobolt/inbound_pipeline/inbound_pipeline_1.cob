* programs read their own operator answers from this pipeline's
* standard input, in step order: GATEWAY-INBOUND asks for the
* arrived file and drop directory, CODEPAGE-CONVERTER for its
* direction and file names, FIELD-MAPPER for the map file and its
* input and output files, FILE-VALIDATOR for the data file and
* layout name.
* A partner that sends its own record layout now has it mapped into
* ours inside the pipeline: when asked to, FIELD-MAPPER runs after
* CODEPAGE-CONVERTER, driven by the partner's map file, and writes
* the mapped file beside the arrival as <arrival>.MAPPED (its default
* output name, so that answer is left blank). From there on the
* mapped file is the one validated against our layout and queued, so
* every partner's file reaches MASTER-UPDATE in our own layout.
* Records the map cannot translate are already in REJECTS.TXT under
* reason MAP by then, so the mapper's condition code 4 lets the rest
* of the file go on; any other non-zero code fails the arrival.
* The RECORDS count on the pipeline's AUDITLOG line is every record
* the arrival put into REJECTS.TXT - the lines the file grew by while
* the pipeline ran, the mapper's and validator's as well as a failed
* arrival's own - so a partner's rejected records can be counted per
* arrival whether the file went through or not.
* GATEWAY-INBOUND's condition code 4 is an arrival held as a
* suspected DUPLICATE of a file the partner already sent. The
* pipeline stops there, before anything is queued for MASTER-UPDATE,
* but the file's records are not rejected - there is nothing wrong
* with them, they have simply been posted once already. The hold is
* raised as a cataloged message, audited with OUTCOME=DUPLICATE, and
* ends the run with RETURN-CODE 8; once an operator has released
* the file in DUPLICATE-RELEASE it goes through on the next run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-ARRIVED-NAME PIC X(80).
01  WS-DROP-DIRECTORY PIC X(50) VALUE 'PARTNER-DROP'.
01  WS-CLEAN-FILE-NAME PIC X(140).
01  WS-MAPPED-FILE-NAME PIC X(140) VALUE SPACES.
01  WS-CONSUMER-PROGRAM PIC X(20).
01  WS-TRANSLATE-FLAG PIC X VALUE 'N'.
    88  WS-TRANSLATE-REQUESTED VALUE 'Y'.
01  WS-MAP-FLAG PIC X VALUE 'N'.
    88  WS-MAP-REQUESTED VALUE 'Y'.
01  WS-STEP-NAME PIC X(20).
01  WS-STEP-ALLOWED-CODE PIC S9(04) VALUE 0.
01  WS-STEP-RETURN-CODE PIC S9(04) VALUE 0.
01  WS-PIPELINE-OK-FLAG PIC X VALUE 'Y'.
    88  WS-PIPELINE-OK VALUE 'Y'.
01  WS-DUPLICATE-HELD-FLAG PIC X VALUE 'N'.
    88  WS-DUPLICATE-HELD VALUE 'Y'.
01  WS-FAILED-INPUT-NAME PIC X(140).
01  WS-FAILED-INPUT-STATUS PIC X(02).
01  WS-FAILED-EOF-FLAG PIC X VALUE 'N'.
    88  WS-FAILED-EOF VALUE 'Y'.
01  WS-REJECTED-COUNT PIC 9(07) VALUE 0.
01  WS-REJECTS-AT-START PIC 9(07) VALUE 0.
01  WS-REJECTS-LINES PIC 9(07) VALUE 0.
01  WS-REJECTS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-REJECTS-EOF VALUE 'Y'.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE 'SUCCESS'.

PROCEDURE DIVISION.
    IF WS-TRANSLATE-FLAG = 'y'
     MOVE 'Y' TO WS-TRANSLATE-FLAG
    END-IF.
    DISPLAY 'Map from the partner layout into ours? (Y/N): '
        WITH NO ADVANCING.
    ACCEPT WS-MAP-FLAG.
    IF WS-MAP-FLAG = 'y'
     MOVE 'Y' TO WS-MAP-FLAG
    END-IF.
    DISPLAY 'Consuming PROGRAM-ID for the work queue: '
        WITH NO ADVANCING.
    ACCEPT WS-CONSUMER-PROGRAM.
        '/' DELIMITED BY SIZE
        WS-ARRIVED-NAME DELIMITED BY SPACE
        INTO WS-CLEAN-FILE-NAME.
    PERFORM COUNT-REJECTS-LINES.
    MOVE WS-REJECTS-LINES TO WS-REJECTS-AT-START.

    MOVE 'GATEWAY-INBOUND' TO WS-STEP-NAME.
    PERFORM RUN-ONE-PIPELINE-STEP.
    IF WS-STEP-RETURN-CODE = 4
     SET WS-DUPLICATE-HELD TO TRUE
    END-IF.
    IF WS-PIPELINE-OK AND WS-TRANSLATE-REQUESTED
     MOVE 'CODEPAGE-CONVERTER' TO WS-STEP-NAME
     PERFORM RUN-ONE-PIPELINE-STEP
    END-IF.
    IF WS-PIPELINE-OK AND WS-MAP-REQUESTED
     MOVE 'FIELD-MAPPER' TO WS-STEP-NAME
     MOVE 4 TO WS-STEP-ALLOWED-CODE
     PERFORM RUN-ONE-PIPELINE-STEP
     MOVE 0 TO WS-STEP-ALLOWED-CODE
     IF WS-PIPELINE-OK
      STRING WS-CLEAN-FILE-NAME DELIMITED BY SPACE
          '.MAPPED' DELIMITED BY SIZE
          INTO WS-MAPPED-FILE-NAME
      MOVE WS-MAPPED-FILE-NAME TO WS-CLEAN-FILE-NAME
     END-IF
    END-IF.
    IF WS-PIPELINE-OK
     MOVE 'FILE-VALIDATOR' TO WS-STEP-NAME
     PERFORM RUN-ONE-PIPELINE-STEP
    END-IF.

    EVALUATE TRUE
     WHEN WS-PIPELINE-OK
      PERFORM ENQUEUE-CLEAN-FILE
      DISPLAY 'ARRIVAL CLEAN - '
          FUNCTION TRIM(WS-CLEAN-FILE-NAME)
          ' QUEUED FOR ' FUNCTION TRIM(WS-CONSUMER-PROGRAM) '.'
     WHEN WS-DUPLICATE-HELD
      PERFORM HOLD-THE-DUPLICATE
      MOVE 'DUPLICATE' TO WS-AUDIT-OUTCOME
     WHEN OTHER
      PERFORM FAIL-THE-ARRIVAL
      MOVE 'FAILED' TO WS-AUDIT-OUTCOME
    END-EVALUATE.
    PERFORM COUNT-REJECTS-LINES.
    IF WS-REJECTS-LINES > WS-REJECTS-AT-START
     COMPUTE WS-REJECTED-COUNT =
         WS-REJECTS-LINES - WS-REJECTS-AT-START
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
* Set after the audit line, whose CALL to the lock manager would
* otherwise reset it.
    IF NOT WS-PIPELINE-OK
     MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

COUNT-REJECTS-LINES.
    MOVE 0 TO WS-REJECTS-LINES.
    MOVE 'N' TO WS-REJECTS-EOF-FLAG.
    OPEN INPUT REJECTS-FILE.
    IF REJECTS-FILE-STATUS NOT = '00'
     SET WS-REJECTS-EOF TO TRUE
    END-IF.
    PERFORM UNTIL WS-REJECTS-EOF
     READ REJECTS-FILE
      AT END
       SET WS-REJECTS-EOF TO TRUE
      NOT AT END
       ADD 1 TO WS-REJECTS-LINES
     END-READ
    END-PERFORM.
    IF REJECTS-FILE-STATUS = '00' OR REJECTS-FILE-STATUS = '10'
     CLOSE REJECTS-FILE
    END-IF.

RUN-ONE-PIPELINE-STEP.
    DISPLAY '--- PIPELINE STEP: ' FUNCTION TRIM(WS-STEP-NAME)
        ' ---'.
    MOVE 0 TO RETURN-CODE.
    DISPLAY 'STEP CONDITION CODE: ' WS-STEP-RETURN-CODE.
    IF WS-STEP-RETURN-CODE NOT = 0
        AND WS-STEP-RETURN-CODE NOT = WS-STEP-ALLOWED-CODE
     MOVE 'N' TO WS-PIPELINE-OK-FLAG
    END-IF.

    MOVE WS-STEP-NAME TO MSGISSUE-SUB-2.
    CALL 'MSGISSUE' USING MSGISSUE-REQUEST.

HOLD-THE-DUPLICATE.
    DISPLAY 'ARRIVAL HELD AS A SUSPECTED DUPLICATE - NOTHING QUEUED.'.
    MOVE 'FMS0014' TO MSGISSUE-ID.
    MOVE WS-ARRIVED-NAME TO MSGISSUE-SUB-1.
    MOVE SPACES TO MSGISSUE-SUB-2.
    CALL 'MSGISSUE' USING MSGISSUE-REQUEST.

REJECT-ONE-FAILED-RECORD.
    READ FAILED-INPUT-FILE
     AT END
