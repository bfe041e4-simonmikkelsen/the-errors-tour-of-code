IDENTIFICATION DIVISION.
PROGRAM-ID. RETENTION-RUN.
AUTHOR. Simon Mikkelsen.
* Every store in the suite kept its own idea of how long to keep
* things - FILE-SPLITTER-PURGE its own days, GDGROUTINE the limits in
* GDGINDEX.TXT - and the quarantine generations, report-archive
* snapshots, monthly audit archives, DR backup sets and retained
* control-file versions had no rule at all, so SPACE-TREND showed
* them filling the volume. This nightly program applies the one
* retention policy file RETENTION.TXT (RETENTION-SELECT.CPY) across
* all of them: each rule names a store class or a file pattern, how
* long to keep (calendar days, business days or generations) and
* what to do with what has aged out - delete it, compress it through
* FILE-COMPRESS, or move it to an archive directory. Nothing under a
* legal hold (the LEGALHOLD register) is touched; a directory store
* is held when any file in it is. Whatever is removed, compressed or
* moved is taken out of, or re-pointed in, the dataset catalog and
* the report-archive index, a deleted control-file version leaves
* CTLVERS.TXT, and a GDG rule also sets the base's limit in
* GDGINDEX.TXT. Each action is audited, and the report lists what
* was done and the bytes reclaimed. Run with the step parameter
* LIST, nothing is changed and the report lists what would be.
* A held item, a rule that could not be read, or a file that could
* not be compressed ends the run RETURN-CODE 4; no policy file at
* all is RETURN-CODE 8.
* A backup set is never taken away from under a newer incremental
* set that is staying: the full set it builds on and every set
* between them are kept, whatever their age, so each kept set can
* still be restored through its chain.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "retention-select.cpy".
    SELECT LISTING-FILE ASSIGN TO 'RETENTION-LIST.TMP'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LISTING-STATUS.
    SELECT MEMBER-FILE ASSIGN TO 'RETENTION-MEMBERS.TMP'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MEMBER-STATUS.
    SELECT SET-MANIFEST-FILE ASSIGN TO WS-SET-MANIFEST-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SET-MANIFEST-STATUS.
    SELECT PROBE-FILE ASSIGN TO 'RETENTION-PROBE.TMP'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PROBE-STATUS.
    SELECT GDG-INDEX-FILE ASSIGN TO 'GDGINDEX.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-GDG-INDEX-STATUS.
    SELECT VERSION-INDEX-FILE ASSIGN TO 'CTLVERS/CTLVERS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-VERSION-INDEX-STATUS.
    SELECT RETENTION-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "catalog-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "retention-fd.cpy".

FD  LISTING-FILE.
01  LISTING-RECORD PIC X(200).

FD  MEMBER-FILE.
01  MEMBER-RECORD PIC X(200).

FD  SET-MANIFEST-FILE.
01  SET-MANIFEST-RECORD PIC X(132).

FD  PROBE-FILE.
01  PROBE-RECORD PIC X(40).

FD  GDG-INDEX-FILE.
01  GDG-INDEX-RECORD PIC X(120).

FD  VERSION-INDEX-FILE.
01  VERSION-INDEX-RECORD PIC X(160).

FD  RETENTION-REPORT-FILE.
01  RETENTION-REPORT-RECORD PIC X(132).

COPY "catalog-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "retention-ws.cpy".
COPY "catalog-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-header-ws.cpy".
COPY "legalhold-linkage.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE 'RETENTION.RPT'.
01  WS-REPORT-LINE PIC X(132).
01  WS-LINE-POINTER PIC 9(03) VALUE 1.
01  WS-SHELL-COMMAND PIC X(400).
01  WS-LIST-ONLY-FLAG PIC X VALUE 'N'.
    88  WS-LIST-ONLY VALUE 'Y'.
01  WS-POLICY-MISSING-FLAG PIC X VALUE 'N'.
    88  WS-POLICY-MISSING VALUE 'Y'.
01  WS-TODAY-DATE PIC 9(08) VALUE 0.
01  WS-CUTOFF-DATE PIC 9(08) VALUE 0.

01  WS-POLICY-TABLE.
    05  WS-PL-ENTRY OCCURS 50 TIMES.
        10  WS-PL-LINE-NUMBER PIC 9(04).
        10  WS-PL-CLASS PIC X(10).
        10  WS-PL-PATTERN PIC X(60).
        10  WS-PL-KEEP PIC 9(04).
        10  WS-PL-UNIT PIC X(01).
        10  WS-PL-ACTION PIC X(08).
        10  WS-PL-ARCHIVE-DIR PIC X(60).
01  WS-PL-COUNT PIC 9(02) VALUE 0.
01  WS-PL-INDEX PIC 9(02) VALUE 0.
01  WS-POLICY-LINE-NUMBER PIC 9(04) VALUE 0.
01  WS-REJECT-REASON PIC X(50) VALUE SPACES.
01  WS-DIRECTORY-STORE-FLAG PIC X VALUE 'N'.
    88  WS-DIRECTORY-STORE VALUE 'Y'.

01  WS-LISTING-STATUS PIC X(02).
01  WS-LISTING-EOF-FLAG PIC X VALUE 'N'.
    88  WS-LISTING-EOF VALUE 'Y'.
01  WS-MEMBER-STATUS PIC X(02).
01  WS-MEMBER-EOF-FLAG PIC X VALUE 'N'.
    88  WS-MEMBER-EOF VALUE 'Y'.
01  WS-PROBE-STATUS PIC X(02).
01  WS-PROBE-VALUE PIC 9(12) VALUE 0.

* One listed item: its date, its size and its name, with the name's
* length, the end of its directory part, and its length without a
* trailing .RLE.
01  WS-ITEM-DATE-TEXT PIC X(08).
01  WS-ITEM-BYTES-TEXT PIC X(15).
01  WS-ITEM-PATH PIC X(130).
01  WS-ITEM-DATE PIC 9(08) VALUE 0.
01  WS-ITEM-BYTES PIC 9(12) VALUE 0.
01  WS-ITEM-LEN PIC 9(03) VALUE 0.
01  WS-ITEM-PARENT-LEN PIC 9(03) VALUE 0.
01  WS-ITEM-STEM-LEN PIC 9(03) VALUE 0.
01  WS-ITEM-COMPRESSED-FLAG PIC X VALUE 'N'.
    88  WS-ITEM-COMPRESSED VALUE 'Y'.
01  WS-ITEM-GROUP PIC X(130).
01  WS-ITEM-GENERATION PIC 9(04) VALUE 0.
01  WS-ITEM-RANK PIC 9(05) VALUE 0.
01  WS-GROUP-KNOWN-FLAG PIC X VALUE 'N'.
    88  WS-GROUP-KNOWN VALUE 'Y'.
01  WS-EXPIRED-FLAG PIC X VALUE 'N'.
    88  WS-EXPIRED VALUE 'Y'.
01  WS-SCAN-POS PIC 9(03) VALUE 0.
01  WS-DOT-POS PIC 9(03) VALUE 0.
01  WS-OLDEST-KEPT-GEN PIC S9(05) VALUE 0.
01  WS-CHAIN-FLOOR PIC X(30) VALUE SPACES.
01  WS-SET-MANIFEST-NAME PIC X(150).
01  WS-SET-MANIFEST-STATUS PIC X(02).
01  WS-SET-TAG PIC X(10).
01  WS-SET-TYPE PIC X(04).
01  WS-SET-BASE PIC X(30).

01  WS-GROUP-TABLE.
    05  WS-GR-ENTRY OCCURS 500 TIMES.
        10  WS-GR-NAME PIC X(130).
        10  WS-GR-SEEN PIC 9(05).
01  WS-GR-COUNT PIC 9(03) VALUE 0.
01  WS-GR-INDEX PIC 9(03) VALUE 0.
01  WS-GR-FOUND PIC 9(03) VALUE 0.

01  WS-GDG-INDEX-STATUS PIC X(02).
01  WS-GDG-INDEX-EOF-FLAG PIC X VALUE 'N'.
    88  WS-GDG-INDEX-EOF VALUE 'Y'.
01  WS-GDG-TABLE.
    05  WS-GB-ENTRY OCCURS 100 TIMES.
        10  WS-GB-NAME PIC X(80).
        10  WS-GB-CURRENT PIC 9(04).
        10  WS-GB-RETENTION PIC 9(02).
01  WS-GB-COUNT PIC 9(03) VALUE 0.
01  WS-GB-INDEX PIC 9(03) VALUE 0.
01  WS-GB-FOUND PIC 9(03) VALUE 0.
01  WS-CURRENT-TEXT PIC X(10).
01  WS-RETENTION-TEXT PIC X(10).
01  WS-GDG-LIMIT-CHANGED-FLAG PIC X VALUE 'N'.
    88  WS-GDG-LIMIT-CHANGED VALUE 'Y'.

01  WS-VERSION-INDEX-STATUS PIC X(02).
01  WS-VERSION-INDEX-EOF-FLAG PIC X VALUE 'N'.
    88  WS-VERSION-INDEX-EOF VALUE 'Y'.
01  WS-DROPPED-VERSION-TABLE.
    05  WS-DV-ENTRY OCCURS 500 TIMES.
        10  WS-DV-NAME PIC X(100).
        10  WS-DV-VERSION PIC 9(04).
01  WS-DV-COUNT PIC 9(03) VALUE 0.
01  WS-DV-INDEX PIC 9(03) VALUE 0.
01  WS-VERSION-LINE-TABLE.
    05  WS-VL-LINE PIC X(160) OCCURS 2000 TIMES.
01  WS-VL-COUNT PIC 9(04) VALUE 0.
01  WS-VL-INDEX PIC 9(04) VALUE 0.
01  WS-VL-OVERFLOW-FLAG PIC X VALUE 'N'.
    88  WS-VL-OVERFLOW VALUE 'Y'.
01  WS-VL-DROP-FLAG PIC X VALUE 'N'.
    88  WS-VL-DROP VALUE 'Y'.
01  WS-VI-FILE PIC X(100).
01  WS-VI-VERSION-TEXT PIC X(04).

01  WS-CATALOG-OPEN-FLAG PIC X VALUE 'N'.
    88  WS-CATALOG-OPEN VALUE 'Y'.
01  WS-RPTARCH-OPEN-FLAG PIC X VALUE 'N'.
    88  WS-RPTARCH-OPEN VALUE 'Y'.
01  WS-RPTARCH-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-RPTARCH-FOUND VALUE 'Y'.

01  WS-HELD-FLAG PIC X VALUE 'N'.
    88  WS-ITEM-HELD VALUE 'Y'.
01  WS-HELD-NAME PIC X(200).
01  WS-HELD-CASE-REF PIC X(20).
01  WS-TARGET-NAME PIC X(130).
01  WS-ARCHIVE-DIR PIC X(60).
01  WS-STEP-PARAMETER PIC X(300).
01  WS-RECORD-WIDTH PIC 9(03) VALUE 0.
01  WS-COMPRESS-RC PIC S9(04) VALUE 0.
01  WS-RLE-BYTES PIC 9(12) VALUE 0.
01  WS-SAVED-BYTES PIC 9(12) VALUE 0.
01  WS-ACTION-WORD PIC X(12).

01  WS-DELETED-COUNT PIC 9(06) VALUE 0.
01  WS-COMPRESSED-COUNT PIC 9(06) VALUE 0.
01  WS-ARCHIVED-COUNT PIC 9(06) VALUE 0.
01  WS-HELD-COUNT PIC 9(06) VALUE 0.
01  WS-SKIPPED-COUNT PIC 9(06) VALUE 0.
01  WS-CANDIDATE-COUNT PIC 9(06) VALUE 0.
01  WS-REJECTED-COUNT PIC 9(04) VALUE 0.
01  WS-ACTED-COUNT PIC 9(07) VALUE 0.
01  WS-BYTES-RECLAIMED PIC 9(14) VALUE 0.
01  WS-BYTES-ARCHIVED PIC 9(14) VALUE 0.
01  WS-BYTES-EDIT PIC Z(13)9.
01  WS-COUNT-EDIT PIC Z(5)9.

01  WS-AUDIT-SOURCE PIC X(130) VALUE SPACES.
01  WS-AUDIT-TARGET PIC X(130) VALUE SPACES.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE SPACES.

* The wildcard match works as LEGALHOLD's does, on copies of the
* pattern and of the subject one byte longer than the longest, so
* the look-ahead past the end reads a space.
01  WS-MATCH-SUBJECT PIC X(130).
01  WS-FULL-NAME PIC X(131).
01  WS-FULL-LEN PIC 9(03) VALUE 0.
01  WS-BASE-NAME PIC X(131).
01  WS-BASE-LEN PIC 9(03) VALUE 0.
01  WS-SLASH-POS PIC 9(03) VALUE 0.
01  WS-PAT-WORK PIC X(61).
01  WS-PAT-LEN PIC 9(03) VALUE 0.
01  WS-PAT-POS PIC 9(03) VALUE 0.
01  WS-SUB-WORK PIC X(131).
01  WS-SUB-LEN PIC 9(03) VALUE 0.
01  WS-SUB-POS PIC 9(03) VALUE 0.
01  WS-STAR-POS PIC 9(03) VALUE 0.
01  WS-MARK-POS PIC 9(03) VALUE 0.
01  WS-MATCH-FLAG PIC X VALUE 'N'.
    88  WS-MATCHED VALUE 'Y'.
    88  WS-MATCH-FAILED VALUE 'F'.
01  WS-MATCH-DONE-FLAG PIC X VALUE 'N'.
    88  WS-MATCH-DONE VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    IF FUNCTION UPPER-CASE(RUN-ID-STEP-PARAMETER(1:4)) = 'LIST'
     SET WS-LIST-ONLY TO TRUE
    END-IF.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    OPEN OUTPUT RETENTION-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE RETENTION-REPORT-RECORD FROM RPTHDR-LINE.
    IF WS-LIST-ONLY
     MOVE 'RETENTION RUN - LIST ONLY, NOTHING IS CHANGED'
         TO WS-REPORT-LINE
    ELSE
     MOVE 'RETENTION RUN UNDER RETENTION.TXT' TO WS-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    PERFORM LOAD-RETENTION-POLICY.
    IF WS-POLICY-MISSING
     MOVE 'NO RETENTION POLICY ON FILE (RETENTION.TXT) - NOTHING DONE.'
         TO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
     CLOSE RETENTION-REPORT-FILE
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    OPEN I-O DATASET-CATALOG-FILE.
    IF CATALOG-FILE-STATUS = '00'
     SET WS-CATALOG-OPEN TO TRUE
    END-IF.
    PERFORM APPLY-ONE-POLICY
        VARYING WS-PL-INDEX FROM 1 BY 1
        UNTIL WS-PL-INDEX > WS-PL-COUNT.
    IF WS-CATALOG-OPEN
     CLOSE DATASET-CATALOG-FILE
    END-IF.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f RETENTION-LIST.TMP RETENTION-MEMBERS.TMP '
        DELIMITED BY SIZE
        'RETENTION-PROBE.TMP' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

    PERFORM WRITE-RUN-TOTALS.
    CLOSE RETENTION-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY 'Retention report written to '
        FUNCTION TRIM(WS-REPORT-NAME) '.'.
    COMPUTE WS-ACTED-COUNT = WS-DELETED-COUNT + WS-COMPRESSED-COUNT
        + WS-ARCHIVED-COUNT.
    IF WS-LIST-ONLY
     MOVE WS-CANDIDATE-COUNT TO WS-ACTED-COUNT
     MOVE 'LIST-ONLY' TO WS-AUDIT-OUTCOME
    ELSE
     MOVE 'SUCCESS' TO WS-AUDIT-OUTCOME
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
    IF WS-HELD-COUNT > 0 OR WS-REJECTED-COUNT > 0
        OR WS-SKIPPED-COUNT > 0
     MOVE 4 TO RETURN-CODE
    ELSE
     MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-RETENTION-POLICY.
    MOVE 0 TO WS-PL-COUNT.
    MOVE 0 TO WS-POLICY-LINE-NUMBER.
    MOVE 'N' TO RETPOL-EOF-FLAG.
    OPEN INPUT RETENTION-POLICY-FILE.
    IF RETPOL-FILE-STATUS NOT = '00'
     SET WS-POLICY-MISSING TO TRUE
    ELSE
     PERFORM LOAD-ONE-POLICY-LINE UNTIL RETPOL-EOF
     CLOSE RETENTION-POLICY-FILE
    END-IF.

LOAD-ONE-POLICY-LINE.
    READ RETENTION-POLICY-FILE
     AT END
      SET RETPOL-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-POLICY-LINE-NUMBER
      IF RETENTION-POLICY-RECORD NOT = SPACES
          AND RETENTION-POLICY-RECORD(1:1) NOT = '*'
       MOVE SPACES TO RETPOL-LINE
       UNSTRING RETENTION-POLICY-RECORD DELIMITED BY ','
           INTO RETPOL-LINE-CLASS RETPOL-LINE-PATTERN
                RETPOL-LINE-KEEP RETPOL-LINE-UNIT
                RETPOL-LINE-ACTION RETPOL-LINE-ARCHIVE-DIR
       PERFORM VALIDATE-POLICY-LINE
       IF WS-REJECT-REASON = SPACES AND WS-PL-COUNT >= 50
        MOVE 'MORE THAN 50 RULES' TO WS-REJECT-REASON
       END-IF
       IF WS-REJECT-REASON = SPACES
        PERFORM STORE-POLICY-LINE
       ELSE
        PERFORM REJECT-POLICY-LINE
       END-IF
      END-IF
    END-READ.

VALIDATE-POLICY-LINE.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RETPOL-LINE-CLASS))
        TO RETPOL-LINE-CLASS.
    MOVE FUNCTION TRIM(RETPOL-LINE-PATTERN) TO RETPOL-LINE-PATTERN.
    MOVE FUNCTION TRIM(RETPOL-LINE-KEEP) TO RETPOL-LINE-KEEP.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RETPOL-LINE-UNIT))
        TO RETPOL-LINE-UNIT.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RETPOL-LINE-ACTION))
        TO RETPOL-LINE-ACTION.
    MOVE FUNCTION TRIM(RETPOL-LINE-ARCHIVE-DIR)
        TO RETPOL-LINE-ARCHIVE-DIR.
    MOVE SPACES TO WS-REJECT-REASON.
    EVALUATE TRUE
     WHEN RETPOL-LINE-CLASS NOT = 'QUARANTINE'
         AND RETPOL-LINE-CLASS NOT = 'RPTARC'
         AND RETPOL-LINE-CLASS NOT = 'AUDITARC'
         AND RETPOL-LINE-CLASS NOT = 'BACKUPSET'
         AND RETPOL-LINE-CLASS NOT = 'CTLVERS'
         AND RETPOL-LINE-CLASS NOT = 'GDG'
         AND RETPOL-LINE-CLASS NOT = 'FILES'
      MOVE 'UNKNOWN CLASS' TO WS-REJECT-REASON
     WHEN RETPOL-LINE-CLASS = 'FILES' AND RETPOL-LINE-PATTERN = SPACES
      MOVE 'A FILES RULE NEEDS A PATTERN' TO WS-REJECT-REASON
     WHEN RETPOL-LINE-KEEP = SPACES
      MOVE 'NO KEEP PERIOD' TO WS-REJECT-REASON
     WHEN FUNCTION TEST-NUMVAL(RETPOL-LINE-KEEP) NOT = 0
      MOVE 'THE KEEP PERIOD IS NOT A NUMBER' TO WS-REJECT-REASON
     WHEN FUNCTION NUMVAL(RETPOL-LINE-KEEP) < 1
         OR FUNCTION NUMVAL(RETPOL-LINE-KEEP) > 9999
      MOVE 'THE KEEP PERIOD MUST BE 1 TO 9999' TO WS-REJECT-REASON
     WHEN RETPOL-LINE-UNIT NOT = 'C' AND RETPOL-LINE-UNIT NOT = 'B'
         AND RETPOL-LINE-UNIT NOT = 'G'
      MOVE 'THE UNIT MUST BE C, B OR G' TO WS-REJECT-REASON
     WHEN RETPOL-LINE-ACTION NOT = 'DELETE'
         AND RETPOL-LINE-ACTION NOT = 'COMPRESS'
         AND RETPOL-LINE-ACTION NOT = 'ARCHIVE'
      MOVE 'THE ACTION MUST BE DELETE, COMPRESS OR ARCHIVE'
          TO WS-REJECT-REASON
     WHEN RETPOL-LINE-ACTION = 'COMPRESS'
         AND (RETPOL-LINE-CLASS = 'QUARANTINE'
          OR RETPOL-LINE-CLASS = 'BACKUPSET')
      MOVE 'A DIRECTORY STORE CANNOT BE COMPRESSED'
          TO WS-REJECT-REASON
     WHEN RETPOL-LINE-CLASS = 'GDG'
         AND (RETPOL-LINE-UNIT NOT = 'G'
          OR RETPOL-LINE-ACTION NOT = 'DELETE')
      MOVE 'A GDG RULE KEEPS GENERATIONS AND DELETES'
          TO WS-REJECT-REASON
     WHEN RETPOL-LINE-CLASS = 'GDG'
         AND FUNCTION NUMVAL(RETPOL-LINE-KEEP) > 99
      MOVE 'A GDG LIMIT IS AT MOST 99' TO WS-REJECT-REASON
     WHEN OTHER
      CONTINUE
    END-EVALUATE.

STORE-POLICY-LINE.
    ADD 1 TO WS-PL-COUNT.
    MOVE WS-POLICY-LINE-NUMBER TO WS-PL-LINE-NUMBER(WS-PL-COUNT).
    MOVE RETPOL-LINE-CLASS TO WS-PL-CLASS(WS-PL-COUNT).
    MOVE RETPOL-LINE-PATTERN TO WS-PL-PATTERN(WS-PL-COUNT).
    COMPUTE WS-PL-KEEP(WS-PL-COUNT) = FUNCTION NUMVAL(RETPOL-LINE-KEEP).
    MOVE RETPOL-LINE-UNIT TO WS-PL-UNIT(WS-PL-COUNT).
    MOVE RETPOL-LINE-ACTION TO WS-PL-ACTION(WS-PL-COUNT).
    MOVE RETPOL-LINE-ARCHIVE-DIR TO WS-PL-ARCHIVE-DIR(WS-PL-COUNT).
    IF WS-PL-ARCHIVE-DIR(WS-PL-COUNT) = SPACES
     MOVE 'RETAINARC' TO WS-PL-ARCHIVE-DIR(WS-PL-COUNT)
    END-IF.

REJECT-POLICY-LINE.
    ADD 1 TO WS-REJECTED-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'POLICY LINE ' DELIMITED BY SIZE
        WS-POLICY-LINE-NUMBER DELIMITED BY SIZE
        ' NOT APPLIED: ' DELIMITED BY SIZE
        WS-REJECT-REASON DELIMITED BY '  '
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

APPLY-ONE-POLICY.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'RULE ' DELIMITED BY SIZE
        WS-PL-LINE-NUMBER(WS-PL-INDEX) DELIMITED BY SIZE
        ': ' DELIMITED BY SIZE
        WS-PL-CLASS(WS-PL-INDEX) DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-PL-PATTERN(WS-PL-INDEX) DELIMITED BY SPACE
        ' KEEP ' DELIMITED BY SIZE
        WS-PL-KEEP(WS-PL-INDEX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-PL-UNIT(WS-PL-INDEX) DELIMITED BY SIZE
        ' THEN ' DELIMITED BY SIZE
        WS-PL-ACTION(WS-PL-INDEX) DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE RETENTION-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'QUARANTINE'
        OR WS-PL-CLASS(WS-PL-INDEX) = 'BACKUPSET'
     SET WS-DIRECTORY-STORE TO TRUE
    ELSE
     MOVE 'N' TO WS-DIRECTORY-STORE-FLAG
    END-IF.
    MOVE 0 TO WS-GR-COUNT.
    MOVE 0 TO WS-DV-COUNT.
    MOVE SPACES TO WS-CHAIN-FLOOR.
    PERFORM COMPUTE-POLICY-CUTOFF.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'GDG'
     PERFORM LOAD-GDG-INDEX
    END-IF.
    MOVE 'N' TO WS-RPTARCH-OPEN-FLAG.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'RPTARC'
     OPEN I-O REPORT-ARCHIVE-FILE
     IF RPTARCH-FILE-STATUS = '00'
      SET WS-RPTARCH-OPEN TO TRUE
     END-IF
    END-IF.

    PERFORM BUILD-STORE-LISTING.
    MOVE 'N' TO WS-LISTING-EOF-FLAG.
    OPEN INPUT LISTING-FILE.
    IF WS-LISTING-STATUS = '00'
     PERFORM JUDGE-ONE-ITEM UNTIL WS-LISTING-EOF
     CLOSE LISTING-FILE
    END-IF.

    IF WS-RPTARCH-OPEN
     CLOSE REPORT-ARCHIVE-FILE
    END-IF.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'CTLVERS' AND WS-DV-COUNT > 0
     PERFORM DROP-RETIRED-VERSIONS
    END-IF.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'GDG' AND NOT WS-LIST-ONLY
     PERFORM SET-GDG-LIMITS
    END-IF.

COMPUTE-POLICY-CUTOFF.
* An item is out of its keep period when it was last written before
* the cutoff date: the keep period back from today, walked over
* weekends and holidays by DATEROUTINES for business days.
    EVALUATE WS-PL-UNIT(WS-PL-INDEX)
     WHEN 'C'
      COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
          FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
          - WS-PL-KEEP(WS-PL-INDEX))
     WHEN 'B'
      MOVE 'ABD' TO DATECALC-OPERATION
      MOVE WS-TODAY-DATE TO DATECALC-DATE-1
      COMPUTE DATECALC-DAY-COUNT = 0 - WS-PL-KEEP(WS-PL-INDEX)
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      MOVE DATECALC-RESULT-DATE TO WS-CUTOFF-DATE
     WHEN OTHER
      MOVE 0 TO WS-CUTOFF-DATE
    END-EVALUATE.

BUILD-STORE-LISTING.
* The shell lists the class's items one per line as date of last
* change, size in bytes and name, newest name first, so the
* generations of a group arrive newest first; FILES come newest date
* first. A directory store is listed by its dated directories with
* the total size of everything under each.
    MOVE SPACES TO WS-SHELL-COMMAND.
    EVALUATE WS-PL-CLASS(WS-PL-INDEX)
     WHEN 'QUARANTINE'
      STRING 'for d in QUARANTINE/*/; do [ -d "$d" ] && echo '
          DELIMITED BY SIZE
          '$(date -r "$d" +%Y%m%d) $(du -sb "$d" | cut -f1) ${d%/};'
          DELIMITED BY SIZE
          ' done | LC_ALL=C sort -r -k3 > RETENTION-LIST.TMP'
          DELIMITED BY SIZE
          INTO WS-SHELL-COMMAND
     WHEN 'BACKUPSET'
      STRING 'for d in BACKUPSET-*/; do [ -d "$d" ] && echo '
          DELIMITED BY SIZE
          '$(date -r "$d" +%Y%m%d) $(du -sb "$d" | cut -f1) ${d%/};'
          DELIMITED BY SIZE
          ' done | LC_ALL=C sort -r -k3 > RETENTION-LIST.TMP'
          DELIMITED BY SIZE
          INTO WS-SHELL-COMMAND
     WHEN 'AUDITARC'
      STRING 'find . -maxdepth 1 -type f -name "AUDITARC-*"'
          DELIMITED BY SIZE
          ' -printf "%TY%Tm%Td %s %P\n"' DELIMITED BY SIZE
          ' | LC_ALL=C sort -r -k3 > RETENTION-LIST.TMP'
          DELIMITED BY SIZE
          INTO WS-SHELL-COMMAND
     WHEN 'RPTARC'
      STRING 'find RPTARC -type f -printf "%TY%Tm%Td %s %p\n"'
          DELIMITED BY SIZE
          ' | LC_ALL=C sort -r -k3 > RETENTION-LIST.TMP'
          DELIMITED BY SIZE
          INTO WS-SHELL-COMMAND
     WHEN 'CTLVERS'
      STRING 'find CTLVERS -type f -name "*.V[0-9]*"'
          DELIMITED BY SIZE
          ' -printf "%TY%Tm%Td %s %p\n"' DELIMITED BY SIZE
          ' | LC_ALL=C sort -r -k3 > RETENTION-LIST.TMP'
          DELIMITED BY SIZE
          INTO WS-SHELL-COMMAND
     WHEN 'GDG'
      STRING 'find . -type f -name "*.G[0-9][0-9][0-9][0-9]"'
          DELIMITED BY SIZE
          ' ! -path "./TRAINING/*"' DELIMITED BY SIZE
          ' -printf "%TY%Tm%Td %s %P\n"' DELIMITED BY SIZE
          ' | LC_ALL=C sort -r -k3 > RETENTION-LIST.TMP'
          DELIMITED BY SIZE
          INTO WS-SHELL-COMMAND
     WHEN OTHER
      STRING 'find . -type f ! -name "RETENTION*"' DELIMITED BY SIZE
          ' ! -path "./QUARANTINE/*" ! -path "./RPTARC/*"'
          DELIMITED BY SIZE
          ' ! -path "./CTLVERS/*" ! -path "./BACKUPSET-*"'
          DELIMITED BY SIZE
          ' ! -path "./TRAINING/*"' DELIMITED BY SIZE
          ' -printf "%TY%Tm%Td %s %P\n"' DELIMITED BY SIZE
          ' | LC_ALL=C sort -r -k1,1 -k3 > RETENTION-LIST.TMP'
          DELIMITED BY SIZE
          INTO WS-SHELL-COMMAND
    END-EVALUATE.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

JUDGE-ONE-ITEM.
    READ LISTING-FILE
     AT END
      SET WS-LISTING-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-ITEM-DATE-TEXT
      MOVE SPACES TO WS-ITEM-BYTES-TEXT
      MOVE SPACES TO WS-ITEM-PATH
      UNSTRING LISTING-RECORD DELIMITED BY ALL SPACE
          INTO WS-ITEM-DATE-TEXT WS-ITEM-BYTES-TEXT WS-ITEM-PATH
      IF WS-ITEM-DATE-TEXT IS NUMERIC AND WS-ITEM-PATH NOT = SPACES
       PERFORM JUDGE-LISTED-ITEM
      END-IF
    END-READ.

JUDGE-LISTED-ITEM.
    MOVE WS-ITEM-DATE-TEXT TO WS-ITEM-DATE.
    IF FUNCTION TEST-NUMVAL(WS-ITEM-BYTES-TEXT) = 0
     COMPUTE WS-ITEM-BYTES = FUNCTION NUMVAL(WS-ITEM-BYTES-TEXT)
    ELSE
     MOVE 0 TO WS-ITEM-BYTES
    END-IF.
    MOVE 'N' TO WS-EXPIRED-FLAG.
    MOVE 'N' TO WS-HELD-FLAG.
    PERFORM MEASURE-ITEM-NAME.
    PERFORM DERIVE-ITEM-GROUP.
    IF WS-GROUP-KNOWN
     PERFORM MATCH-POLICY-PATTERN
     IF WS-MATCHED
      PERFORM RANK-ITEM-IN-GROUP
      PERFORM DECIDE-ITEM-EXPIRY
      IF WS-PL-CLASS(WS-PL-INDEX) = 'BACKUPSET'
       PERFORM PROTECT-BACKUP-CHAIN
      END-IF
      IF WS-EXPIRED
       PERFORM RETIRE-ONE-ITEM
      END-IF
     END-IF
    END-IF.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'BACKUPSET'
        AND (WS-ITEM-HELD OR NOT WS-EXPIRED)
     PERFORM NOTE-BACKUP-SET-BASE
    END-IF.

PROTECT-BACKUP-CHAIN.
* The sets are listed newest first, so by the time an older set is
* judged every newer set that stays has named the full set it needs;
* that set and all after it stay too.
    IF WS-EXPIRED AND WS-CHAIN-FLOOR NOT = SPACES
        AND WS-ITEM-PATH NOT < WS-CHAIN-FLOOR
     MOVE 'N' TO WS-EXPIRED-FLAG
     MOVE SPACES TO WS-REPORT-LINE
     STRING '  KEPT       ' DELIMITED BY SIZE
         WS-ITEM-PATH DELIMITED BY SPACE
         ' - NEEDED TO RESTORE A NEWER INCREMENTAL SET'
         DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
    END-IF.

NOTE-BACKUP-SET-BASE.
    MOVE SPACES TO WS-SET-MANIFEST-NAME.
    STRING WS-ITEM-PATH DELIMITED BY SPACE
        '/BACKUP-MANIFEST.TXT' DELIMITED BY SIZE
        INTO WS-SET-MANIFEST-NAME.
    OPEN INPUT SET-MANIFEST-FILE.
    IF WS-SET-MANIFEST-STATUS = '00'
     MOVE SPACES TO SET-MANIFEST-RECORD
     READ SET-MANIFEST-FILE
      AT END
       MOVE SPACES TO SET-MANIFEST-RECORD
     END-READ
     CLOSE SET-MANIFEST-FILE
     MOVE SPACES TO WS-SET-TAG
     MOVE SPACES TO WS-SET-TYPE
     MOVE SPACES TO WS-SET-BASE
     UNSTRING SET-MANIFEST-RECORD DELIMITED BY ','
         INTO WS-SET-TAG WS-SET-TYPE WS-SET-BASE
     IF WS-SET-TAG = '*SET' AND WS-SET-TYPE = 'INCR'
         AND WS-SET-BASE NOT = SPACES
      IF WS-CHAIN-FLOOR = SPACES OR WS-SET-BASE < WS-CHAIN-FLOOR
       MOVE WS-SET-BASE TO WS-CHAIN-FLOOR
      END-IF
     END-IF
    END-IF.

MEASURE-ITEM-NAME.
    MOVE 0 TO WS-ITEM-LEN.
    MOVE 0 TO WS-ITEM-PARENT-LEN.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1 UNTIL WS-SCAN-POS > 130
     IF WS-ITEM-PATH(WS-SCAN-POS:1) NOT = SPACE
      MOVE WS-SCAN-POS TO WS-ITEM-LEN
     END-IF
     IF WS-ITEM-PATH(WS-SCAN-POS:1) = '/'
      MOVE WS-SCAN-POS TO WS-ITEM-PARENT-LEN
     END-IF
    END-PERFORM.
    MOVE WS-ITEM-LEN TO WS-ITEM-STEM-LEN.
    MOVE 'N' TO WS-ITEM-COMPRESSED-FLAG.
    IF WS-ITEM-LEN > 4
     IF WS-ITEM-PATH(WS-ITEM-LEN - 3:4) = '.RLE'
      SUBTRACT 4 FROM WS-ITEM-STEM-LEN
      SET WS-ITEM-COMPRESSED TO TRUE
     END-IF
    END-IF.

DERIVE-ITEM-GROUP.
* Generations are counted per group: a report's runs, a control
* file's versions, a GDG base's generations. The dated stores and a
* FILES pattern are one group each. A name that does not fit its
* store's naming is left alone.
    MOVE 'Y' TO WS-GROUP-KNOWN-FLAG.
    MOVE SPACES TO WS-ITEM-GROUP.
    MOVE 0 TO WS-ITEM-GENERATION.
    EVALUATE WS-PL-CLASS(WS-PL-INDEX)
     WHEN 'RPTARC'
      IF WS-ITEM-STEM-LEN > 21
       MOVE WS-ITEM-PATH(1:WS-ITEM-STEM-LEN - 14) TO WS-ITEM-GROUP
      ELSE
       MOVE 'N' TO WS-GROUP-KNOWN-FLAG
      END-IF
     WHEN 'CTLVERS'
      MOVE 0 TO WS-DOT-POS
      PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
          UNTIL WS-SCAN-POS > WS-ITEM-STEM-LEN
       IF WS-ITEM-PATH(WS-SCAN-POS:1) = '.'
        MOVE WS-SCAN-POS TO WS-DOT-POS
       END-IF
      END-PERFORM
      IF WS-DOT-POS > 9 AND WS-DOT-POS + 1 < WS-ITEM-STEM-LEN
          AND WS-ITEM-PATH(WS-DOT-POS + 1:1) = 'V'
       MOVE WS-ITEM-PATH(1:WS-DOT-POS - 1) TO WS-ITEM-GROUP
       COMPUTE WS-ITEM-GENERATION = FUNCTION NUMVAL(
           WS-ITEM-PATH(WS-DOT-POS + 2:
                        WS-ITEM-STEM-LEN - WS-DOT-POS - 1))
      ELSE
       MOVE 'N' TO WS-GROUP-KNOWN-FLAG
      END-IF
     WHEN 'GDG'
      MOVE WS-ITEM-PATH(1:WS-ITEM-LEN - 6) TO WS-ITEM-GROUP
      MOVE WS-ITEM-PATH(WS-ITEM-LEN - 3:4) TO WS-ITEM-GENERATION
      MOVE 0 TO WS-GB-FOUND
      PERFORM VARYING WS-GB-INDEX FROM 1 BY 1
          UNTIL WS-GB-INDEX > WS-GB-COUNT
       IF WS-GB-NAME(WS-GB-INDEX) = WS-ITEM-GROUP
        MOVE WS-GB-INDEX TO WS-GB-FOUND
       END-IF
      END-PERFORM
      IF WS-GB-FOUND = 0
       MOVE 'N' TO WS-GROUP-KNOWN-FLAG
      END-IF
     WHEN OTHER
      MOVE 'ALL' TO WS-ITEM-GROUP
    END-EVALUATE.

MATCH-POLICY-PATTERN.
* A report, control-file or GDG rule names the report, control file
* or base; any other rule names the item itself.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'RPTARC'
        OR WS-PL-CLASS(WS-PL-INDEX) = 'CTLVERS'
        OR WS-PL-CLASS(WS-PL-INDEX) = 'GDG'
     MOVE WS-ITEM-GROUP TO WS-MATCH-SUBJECT
    ELSE
     MOVE WS-ITEM-PATH TO WS-MATCH-SUBJECT
    END-IF.
    PERFORM MATCH-SUBJECT-TO-PATTERN.

MATCH-SUBJECT-TO-PATTERN.
    IF WS-PL-PATTERN(WS-PL-INDEX) = SPACES
     SET WS-MATCHED TO TRUE
    ELSE
     PERFORM SPLIT-SUBJECT-NAME
     MOVE SPACES TO WS-PAT-WORK
     MOVE FUNCTION UPPER-CASE(WS-PL-PATTERN(WS-PL-INDEX))
         TO WS-PAT-WORK
     COMPUTE WS-PAT-LEN = FUNCTION LENGTH(
         FUNCTION TRIM(WS-PAT-WORK TRAILING))
     MOVE WS-FULL-NAME TO WS-SUB-WORK
     MOVE WS-FULL-LEN TO WS-SUB-LEN
     PERFORM MATCH-WILDCARDS
     IF NOT WS-MATCHED AND WS-BASE-LEN > 0
      MOVE WS-BASE-NAME TO WS-SUB-WORK
      MOVE WS-BASE-LEN TO WS-SUB-LEN
      PERFORM MATCH-WILDCARDS
     END-IF
    END-IF.

SPLIT-SUBJECT-NAME.
    MOVE SPACES TO WS-FULL-NAME.
    MOVE FUNCTION UPPER-CASE(WS-MATCH-SUBJECT) TO WS-FULL-NAME.
    MOVE 0 TO WS-FULL-LEN.
    MOVE 0 TO WS-SLASH-POS.
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1 UNTIL WS-SCAN-POS > 130
     IF WS-FULL-NAME(WS-SCAN-POS:1) NOT = SPACE
      MOVE WS-SCAN-POS TO WS-FULL-LEN
     END-IF
     IF WS-FULL-NAME(WS-SCAN-POS:1) = '/'
      MOVE WS-SCAN-POS TO WS-SLASH-POS
     END-IF
    END-PERFORM.
    MOVE SPACES TO WS-BASE-NAME.
    MOVE 0 TO WS-BASE-LEN.
    IF WS-SLASH-POS > 0 AND WS-SLASH-POS < WS-FULL-LEN
     COMPUTE WS-BASE-LEN = WS-FULL-LEN - WS-SLASH-POS
     MOVE WS-FULL-NAME(WS-SLASH-POS + 1:WS-BASE-LEN) TO WS-BASE-NAME
    END-IF.

MATCH-WILDCARDS.
    MOVE 1 TO WS-PAT-POS.
    MOVE 1 TO WS-SUB-POS.
    MOVE 0 TO WS-STAR-POS.
    MOVE 0 TO WS-MARK-POS.
    MOVE 'N' TO WS-MATCH-FLAG.
    MOVE 'N' TO WS-MATCH-DONE-FLAG.
    PERFORM MATCH-ONE-BYTE UNTIL WS-MATCH-DONE.
    IF NOT WS-MATCH-FAILED
     PERFORM UNTIL WS-PAT-POS > WS-PAT-LEN
         OR WS-PAT-WORK(WS-PAT-POS:1) NOT = '*'
      ADD 1 TO WS-PAT-POS
     END-PERFORM
     IF WS-PAT-POS > WS-PAT-LEN
      SET WS-MATCHED TO TRUE
     END-IF
    END-IF.

MATCH-ONE-BYTE.
    EVALUATE TRUE
     WHEN WS-SUB-POS > WS-SUB-LEN
      SET WS-MATCH-DONE TO TRUE
     WHEN WS-PAT-POS <= WS-PAT-LEN
         AND WS-PAT-WORK(WS-PAT-POS:1) = '*'
      MOVE WS-PAT-POS TO WS-STAR-POS
      MOVE WS-SUB-POS TO WS-MARK-POS
      ADD 1 TO WS-PAT-POS
     WHEN WS-PAT-POS <= WS-PAT-LEN
         AND (WS-PAT-WORK(WS-PAT-POS:1) = '?'
          OR WS-PAT-WORK(WS-PAT-POS:1) = WS-SUB-WORK(WS-SUB-POS:1))
      ADD 1 TO WS-PAT-POS
      ADD 1 TO WS-SUB-POS
     WHEN WS-STAR-POS > 0
      COMPUTE WS-PAT-POS = WS-STAR-POS + 1
      ADD 1 TO WS-MARK-POS
      MOVE WS-MARK-POS TO WS-SUB-POS
     WHEN OTHER
      SET WS-MATCH-FAILED TO TRUE
      SET WS-MATCH-DONE TO TRUE
    END-EVALUATE.

RANK-ITEM-IN-GROUP.
* The listing comes newest first within each group, so the count of
* the group's items seen so far is this item's generation rank.
    MOVE 0 TO WS-GR-FOUND.
    PERFORM VARYING WS-GR-INDEX FROM 1 BY 1
        UNTIL WS-GR-INDEX > WS-GR-COUNT
     IF WS-GR-NAME(WS-GR-INDEX) = WS-ITEM-GROUP
      MOVE WS-GR-INDEX TO WS-GR-FOUND
     END-IF
    END-PERFORM.
    IF WS-GR-FOUND = 0 AND WS-GR-COUNT < 500
     ADD 1 TO WS-GR-COUNT
     MOVE WS-GR-COUNT TO WS-GR-FOUND
     MOVE WS-ITEM-GROUP TO WS-GR-NAME(WS-GR-FOUND)
     MOVE 0 TO WS-GR-SEEN(WS-GR-FOUND)
    END-IF.
    IF WS-GR-FOUND > 0
     ADD 1 TO WS-GR-SEEN(WS-GR-FOUND)
     MOVE WS-GR-SEEN(WS-GR-FOUND) TO WS-ITEM-RANK
    ELSE
     MOVE 1 TO WS-ITEM-RANK
    END-IF.

DECIDE-ITEM-EXPIRY.
* A GDG generation is out when it has rolled off the base's new
* limit, counted from the current generation as GDGROUTINE counts.
* The newest version of a control file always stays, and a member
* already compressed is not compressed again.
    MOVE 'N' TO WS-EXPIRED-FLAG.
    EVALUATE TRUE
     WHEN WS-PL-CLASS(WS-PL-INDEX) = 'GDG'
      COMPUTE WS-OLDEST-KEPT-GEN = WS-GB-CURRENT(WS-GB-FOUND)
          - WS-PL-KEEP(WS-PL-INDEX) + 1
      IF WS-ITEM-GENERATION < WS-OLDEST-KEPT-GEN
       SET WS-EXPIRED TO TRUE
      END-IF
     WHEN WS-PL-UNIT(WS-PL-INDEX) = 'G'
      IF WS-ITEM-RANK > WS-PL-KEEP(WS-PL-INDEX)
       SET WS-EXPIRED TO TRUE
      END-IF
     WHEN OTHER
      IF WS-ITEM-DATE < WS-CUTOFF-DATE
       SET WS-EXPIRED TO TRUE
      END-IF
    END-EVALUATE.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'CTLVERS' AND WS-ITEM-RANK = 1
     MOVE 'N' TO WS-EXPIRED-FLAG
    END-IF.
    IF WS-PL-ACTION(WS-PL-INDEX) = 'COMPRESS' AND WS-ITEM-COMPRESSED
     MOVE 'N' TO WS-EXPIRED-FLAG
    END-IF.

RETIRE-ONE-ITEM.
    PERFORM CHECK-ITEM-HOLDS.
    EVALUATE TRUE
     WHEN WS-ITEM-HELD
      PERFORM REPORT-HELD-ITEM
     WHEN WS-LIST-ONLY
      PERFORM REPORT-CANDIDATE-ITEM
     WHEN WS-PL-ACTION(WS-PL-INDEX) = 'DELETE'
      PERFORM DELETE-EXPIRED-ITEM
     WHEN WS-PL-ACTION(WS-PL-INDEX) = 'COMPRESS'
      PERFORM COMPRESS-EXPIRED-ITEM
     WHEN OTHER
      PERFORM ARCHIVE-EXPIRED-ITEM
    END-EVALUATE.

CHECK-ITEM-HOLDS.
* A directory store is held as a whole when any file under it is,
* so a backup set or a day's quarantine is never left half there.
    MOVE 'N' TO WS-HELD-FLAG.
    MOVE WS-ITEM-PATH TO WS-HELD-NAME.
    MOVE 'CHK' TO LEGALHOLD-OPERATION.
    MOVE WS-ITEM-PATH TO LEGALHOLD-DATASET.
    CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST.
    IF LEGALHOLD-HELD
     SET WS-ITEM-HELD TO TRUE
     MOVE LEGALHOLD-CASE-REF TO WS-HELD-CASE-REF
    END-IF.
    IF WS-DIRECTORY-STORE AND NOT WS-ITEM-HELD
     MOVE SPACES TO WS-SHELL-COMMAND
     STRING 'find ' DELIMITED BY SIZE
         WS-ITEM-PATH DELIMITED BY SPACE
         ' -type f > RETENTION-MEMBERS.TMP' DELIMITED BY SIZE
         INTO WS-SHELL-COMMAND
     CALL 'SYSTEM' USING WS-SHELL-COMMAND
     MOVE 'N' TO WS-MEMBER-EOF-FLAG
     OPEN INPUT MEMBER-FILE
     IF WS-MEMBER-STATUS = '00'
      PERFORM CHECK-ONE-MEMBER-HOLD
          UNTIL WS-MEMBER-EOF OR WS-ITEM-HELD
      CLOSE MEMBER-FILE
     END-IF
    END-IF.

CHECK-ONE-MEMBER-HOLD.
    READ MEMBER-FILE
     AT END
      SET WS-MEMBER-EOF TO TRUE
     NOT AT END
      MOVE 'CHK' TO LEGALHOLD-OPERATION
      MOVE MEMBER-RECORD TO LEGALHOLD-DATASET
      CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST
      IF LEGALHOLD-HELD
       SET WS-ITEM-HELD TO TRUE
       MOVE MEMBER-RECORD TO WS-HELD-NAME
       MOVE LEGALHOLD-CASE-REF TO WS-HELD-CASE-REF
      END-IF
    END-READ.

REPORT-HELD-ITEM.
    ADD 1 TO WS-HELD-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  HELD       ' DELIMITED BY SIZE
        WS-ITEM-PATH DELIMITED BY SPACE
        ' - LEGAL HOLD, CASE ' DELIMITED BY SIZE
        WS-HELD-CASE-REF DELIMITED BY SPACE
        ' ON ' DELIMITED BY SIZE
        WS-HELD-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ITEM-PATH TO WS-AUDIT-SOURCE.
    MOVE SPACES TO WS-AUDIT-TARGET.
    STRING 'CASE=' DELIMITED BY SIZE
        WS-HELD-CASE-REF DELIMITED BY SPACE
        INTO WS-AUDIT-TARGET.
    MOVE 'LEGAL-HOLD' TO WS-AUDIT-OUTCOME.
    PERFORM WRITE-ITEM-AUDIT-LOG.

REPORT-CANDIDATE-ITEM.
    ADD 1 TO WS-CANDIDATE-COUNT.
    MOVE WS-ITEM-BYTES TO WS-BYTES-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  WOULD ' DELIMITED BY SIZE
        WS-PL-ACTION(WS-PL-INDEX) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BYTES-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ITEM-PATH DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

DELETE-EXPIRED-ITEM.
* The dated stores hold copies, which the dataset catalog never
* registers; any other deleted file leaves the catalog with it.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -rf ' DELIMITED BY SIZE
        WS-ITEM-PATH DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    ADD 1 TO WS-DELETED-COUNT.
    ADD WS-ITEM-BYTES TO WS-BYTES-RECLAIMED.
    EVALUATE WS-PL-CLASS(WS-PL-INDEX)
     WHEN 'RPTARC'
      PERFORM LOCATE-REPORT-ARCHIVE-ENTRY
      IF WS-RPTARCH-FOUND
       DELETE REPORT-ARCHIVE-FILE RECORD
        INVALID KEY
         CONTINUE
       END-DELETE
      END-IF
     WHEN 'CTLVERS'
      IF WS-DV-COUNT < 500
       ADD 1 TO WS-DV-COUNT
       MOVE WS-ITEM-GROUP(9:100) TO WS-DV-NAME(WS-DV-COUNT)
       MOVE WS-ITEM-GENERATION TO WS-DV-VERSION(WS-DV-COUNT)
      END-IF
     WHEN OTHER
      CONTINUE
    END-EVALUATE.
    IF NOT WS-DIRECTORY-STORE
     PERFORM FORGET-CATALOG-ENTRY
    END-IF.
    MOVE 'DELETED' TO WS-ACTION-WORD.
    MOVE WS-ITEM-BYTES TO WS-BYTES-EDIT.
    MOVE SPACES TO WS-TARGET-NAME.
    PERFORM REPORT-ITEM-ACTION.

COMPRESS-EXPIRED-ITEM.
* FILE-COMPRESS takes records of up to 100 bytes; a wider file would
* come back cut short, so it stays as it is and is reported.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'wc -L < ' DELIMITED BY SIZE
        WS-ITEM-PATH DELIMITED BY SPACE
        ' > RETENTION-PROBE.TMP' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    PERFORM READ-PROBE-VALUE.
    IF WS-PROBE-VALUE > 100
     ADD 1 TO WS-SKIPPED-COUNT
     MOVE SPACES TO WS-REPORT-LINE
     STRING '  KEPT       ' DELIMITED BY SIZE
         WS-ITEM-PATH DELIMITED BY SPACE
         ' - RECORDS WIDER THAN FILE-COMPRESS TAKES'
         DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
    ELSE
     PERFORM RUN-FILE-COMPRESS
    END-IF.

RUN-FILE-COMPRESS.
* FILE-COMPRESS answers its three questions from the step parameter
* when one is set; this run's own parameter is put back afterwards.
    MOVE WS-PROBE-VALUE TO WS-RECORD-WIDTH.
    IF WS-RECORD-WIDTH < 1
     MOVE 1 TO WS-RECORD-WIDTH
    END-IF.
    MOVE SPACES TO WS-TARGET-NAME.
    STRING WS-ITEM-PATH DELIMITED BY SPACE
        '.RLE' DELIMITED BY SIZE
        INTO WS-TARGET-NAME.
    MOVE SPACES TO WS-STEP-PARAMETER.
    STRING WS-ITEM-PATH DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-TARGET-NAME DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-RECORD-WIDTH DELIMITED BY SIZE
        INTO WS-STEP-PARAMETER.
    MOVE WS-STEP-PARAMETER TO JOBSTEP-PASSED-PARAMETER.
    CALL 'FILE-COMPRESS'.
    MOVE RETURN-CODE TO WS-COMPRESS-RC.
    CANCEL 'FILE-COMPRESS'.
    MOVE RUN-ID-STEP-PARAMETER TO JOBSTEP-PASSED-PARAMETER.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'wc -c < ' DELIMITED BY SIZE
        WS-TARGET-NAME DELIMITED BY SPACE
        ' > RETENTION-PROBE.TMP' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    PERFORM READ-PROBE-VALUE.
    MOVE WS-PROBE-VALUE TO WS-RLE-BYTES.
* Text with few repeated bytes can come back larger than it went
* in; such a member stays as it was, and is no fault of the run.
    EVALUATE TRUE
     WHEN WS-COMPRESS-RC NOT = 0 OR WS-RLE-BYTES = 0
      PERFORM DISCARD-COMPRESSED-COPY
      ADD 1 TO WS-SKIPPED-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  KEPT       ' DELIMITED BY SIZE
          WS-ITEM-PATH DELIMITED BY SPACE
          ' - FILE-COMPRESS DID NOT COMPLETE' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN WS-RLE-BYTES >= WS-ITEM-BYTES
      PERFORM DISCARD-COMPRESSED-COPY
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  KEPT       ' DELIMITED BY SIZE
          WS-ITEM-PATH DELIMITED BY SPACE
          ' - COMPRESSING WOULD NOT SAVE SPACE' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN OTHER
      PERFORM KEEP-COMPRESSED-MEMBER
    END-EVALUATE.

DISCARD-COMPRESSED-COPY.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f ' DELIMITED BY SIZE
        WS-TARGET-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

KEEP-COMPRESSED-MEMBER.
* The archive replaces the member, and the report archive and the
* catalog follow it to its new name. A compressed control-file
* version keeps its CTLVERS.TXT line: who saved it and when still
* stands.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f ' DELIMITED BY SIZE
        WS-ITEM-PATH DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    COMPUTE WS-SAVED-BYTES = WS-ITEM-BYTES - WS-RLE-BYTES.
    ADD 1 TO WS-COMPRESSED-COUNT.
    ADD WS-SAVED-BYTES TO WS-BYTES-RECLAIMED.
    PERFORM REPOINT-MOVED-ITEM.
    MOVE 'COMPRESSED' TO WS-ACTION-WORD.
    MOVE WS-SAVED-BYTES TO WS-BYTES-EDIT.
    PERFORM REPORT-ITEM-ACTION.

ARCHIVE-EXPIRED-ITEM.
    MOVE WS-PL-ARCHIVE-DIR(WS-PL-INDEX) TO WS-ARCHIVE-DIR.
    MOVE SPACES TO WS-TARGET-NAME.
    STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
        '/' DELIMITED BY SIZE
        WS-ITEM-PATH(WS-ITEM-PARENT-LEN + 1:) DELIMITED BY SPACE
        INTO WS-TARGET-NAME.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mkdir -p ' DELIMITED BY SIZE
        WS-ARCHIVE-DIR DELIMITED BY SPACE
        ' && mv ' DELIMITED BY SIZE
        WS-ITEM-PATH DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-ARCHIVE-DIR DELIMITED BY SPACE
        '/' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    ADD 1 TO WS-ARCHIVED-COUNT.
    ADD WS-ITEM-BYTES TO WS-BYTES-ARCHIVED.
    IF NOT WS-DIRECTORY-STORE
     PERFORM REPOINT-MOVED-ITEM
    END-IF.
    MOVE 'ARCHIVED' TO WS-ACTION-WORD.
    MOVE WS-ITEM-BYTES TO WS-BYTES-EDIT.
    PERFORM REPORT-ITEM-ACTION.

REPOINT-MOVED-ITEM.
    IF WS-PL-CLASS(WS-PL-INDEX) = 'RPTARC'
     PERFORM LOCATE-REPORT-ARCHIVE-ENTRY
     IF WS-RPTARCH-FOUND
      MOVE WS-TARGET-NAME TO RPTARCH-MEMBER
      REWRITE REPORT-ARCHIVE-RECORD
       INVALID KEY
        CONTINUE
      END-REWRITE
     END-IF
    END-IF.
    PERFORM MOVE-CATALOG-ENTRY.

LOCATE-REPORT-ARCHIVE-ENTRY.
* A snapshot member is RPTARC/<report>-<run id>, so its name gives
* back the index key: the report name and the 13-byte run id.
    MOVE 'N' TO WS-RPTARCH-FOUND-FLAG.
    IF WS-RPTARCH-OPEN AND WS-ITEM-STEM-LEN > 21
     MOVE SPACES TO RPTARCH-KEY
     MOVE WS-ITEM-PATH(8:WS-ITEM-STEM-LEN - 21) TO RPTARCH-KEY-NAME
     MOVE WS-ITEM-PATH(WS-ITEM-STEM-LEN - 12:13) TO RPTARCH-KEY-RUN
     READ REPORT-ARCHIVE-FILE
      INVALID KEY
       CONTINUE
      NOT INVALID KEY
       SET WS-RPTARCH-FOUND TO TRUE
     END-READ
    END-IF.

FORGET-CATALOG-ENTRY.
    IF WS-CATALOG-OPEN
     MOVE SPACES TO CATALOG-FILE-KEY
     MOVE WS-ITEM-PATH TO CATALOG-FILE-KEY
     DELETE DATASET-CATALOG-FILE RECORD
      INVALID KEY
       CONTINUE
     END-DELETE
    END-IF.

MOVE-CATALOG-ENTRY.
* The entry keeps its producer, run and inputs under the new name.
    IF WS-CATALOG-OPEN
     MOVE SPACES TO CATALOG-FILE-KEY
     MOVE WS-ITEM-PATH TO CATALOG-FILE-KEY
     READ DATASET-CATALOG-FILE
      INVALID KEY
       CONTINUE
      NOT INVALID KEY
       PERFORM REKEY-CATALOG-ENTRY
     END-READ
    END-IF.

REKEY-CATALOG-ENTRY.
    MOVE WS-TARGET-NAME TO CATALOG-FILE-KEY.
    WRITE DATASET-CATALOG-RECORD
     INVALID KEY
      REWRITE DATASET-CATALOG-RECORD
    END-WRITE.
    MOVE SPACES TO CATALOG-FILE-KEY.
    MOVE WS-ITEM-PATH TO CATALOG-FILE-KEY.
    DELETE DATASET-CATALOG-FILE RECORD
     INVALID KEY
      CONTINUE
    END-DELETE.

REPORT-ITEM-ACTION.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  ' DELIMITED BY SIZE
        WS-ACTION-WORD DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BYTES-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-ITEM-PATH DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    IF WS-TARGET-NAME NOT = SPACES
     COMPUTE WS-LINE-POINTER = FUNCTION LENGTH(
         FUNCTION TRIM(WS-REPORT-LINE TRAILING)) + 1
     STRING ' -> ' DELIMITED BY SIZE
         WS-TARGET-NAME DELIMITED BY SPACE
         INTO WS-REPORT-LINE WITH POINTER WS-LINE-POINTER
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ITEM-PATH TO WS-AUDIT-SOURCE.
    MOVE WS-TARGET-NAME TO WS-AUDIT-TARGET.
    MOVE WS-ACTION-WORD TO WS-AUDIT-OUTCOME.
    PERFORM WRITE-ITEM-AUDIT-LOG.

READ-PROBE-VALUE.
    MOVE 0 TO WS-PROBE-VALUE.
    OPEN INPUT PROBE-FILE.
    IF WS-PROBE-STATUS = '00'
     READ PROBE-FILE
      NOT AT END
       IF FUNCTION TEST-NUMVAL(PROBE-RECORD) = 0
        COMPUTE WS-PROBE-VALUE = FUNCTION NUMVAL(PROBE-RECORD)
       END-IF
     END-READ
     CLOSE PROBE-FILE
    END-IF.

DROP-RETIRED-VERSIONS.
* The deleted versions leave CTLVERS.TXT; every other line, and the
* order of the lines, stays as CONTROL-FILE-EDITOR wrote it.
    MOVE 0 TO WS-VL-COUNT.
    MOVE 'N' TO WS-VL-OVERFLOW-FLAG.
    MOVE 'N' TO WS-VERSION-INDEX-EOF-FLAG.
    OPEN INPUT VERSION-INDEX-FILE.
    IF WS-VERSION-INDEX-STATUS = '00'
     PERFORM KEEP-ONE-VERSION-LINE UNTIL WS-VERSION-INDEX-EOF
     CLOSE VERSION-INDEX-FILE
     IF WS-VL-OVERFLOW
      MOVE 'CTLVERS.TXT TOO LONG TO REWRITE - ITS LINES STAY'
          TO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     ELSE
      OPEN OUTPUT VERSION-INDEX-FILE
      PERFORM VARYING WS-VL-INDEX FROM 1 BY 1
          UNTIL WS-VL-INDEX > WS-VL-COUNT
       WRITE VERSION-INDEX-RECORD FROM WS-VL-LINE(WS-VL-INDEX)
      END-PERFORM
      CLOSE VERSION-INDEX-FILE
     END-IF
    END-IF.

KEEP-ONE-VERSION-LINE.
    READ VERSION-INDEX-FILE
     AT END
      SET WS-VERSION-INDEX-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-VI-FILE
      MOVE SPACES TO WS-VI-VERSION-TEXT
      UNSTRING VERSION-INDEX-RECORD DELIMITED BY ','
          INTO WS-VI-FILE WS-VI-VERSION-TEXT
      MOVE 'N' TO WS-VL-DROP-FLAG
      IF WS-VI-VERSION-TEXT IS NUMERIC
       PERFORM VARYING WS-DV-INDEX FROM 1 BY 1
           UNTIL WS-DV-INDEX > WS-DV-COUNT
        IF WS-DV-NAME(WS-DV-INDEX) = WS-VI-FILE
            AND WS-DV-VERSION(WS-DV-INDEX) = WS-VI-VERSION-TEXT
         SET WS-VL-DROP TO TRUE
        END-IF
       END-PERFORM
      END-IF
      IF NOT WS-VL-DROP
       IF WS-VL-COUNT < 2000
        ADD 1 TO WS-VL-COUNT
        MOVE VERSION-INDEX-RECORD TO WS-VL-LINE(WS-VL-COUNT)
       ELSE
        SET WS-VL-OVERFLOW TO TRUE
       END-IF
      END-IF
    END-READ.

LOAD-GDG-INDEX.
    MOVE 0 TO WS-GB-COUNT.
    MOVE 'N' TO WS-GDG-INDEX-EOF-FLAG.
    OPEN INPUT GDG-INDEX-FILE.
    IF WS-GDG-INDEX-STATUS = '00'
     PERFORM LOAD-ONE-GDG-BASE UNTIL WS-GDG-INDEX-EOF
     CLOSE GDG-INDEX-FILE
    END-IF.

LOAD-ONE-GDG-BASE.
    READ GDG-INDEX-FILE
     AT END
      SET WS-GDG-INDEX-EOF TO TRUE
     NOT AT END
      IF GDG-INDEX-RECORD NOT = SPACES AND WS-GB-COUNT < 100
       ADD 1 TO WS-GB-COUNT
       MOVE SPACES TO WS-CURRENT-TEXT
       MOVE SPACES TO WS-RETENTION-TEXT
       UNSTRING GDG-INDEX-RECORD DELIMITED BY ','
           INTO WS-GB-NAME(WS-GB-COUNT)
                WS-CURRENT-TEXT WS-RETENTION-TEXT
       IF WS-CURRENT-TEXT(1:4) IS NUMERIC
        MOVE WS-CURRENT-TEXT(1:4) TO WS-GB-CURRENT(WS-GB-COUNT)
       ELSE
        MOVE 0 TO WS-GB-CURRENT(WS-GB-COUNT)
       END-IF
       IF WS-RETENTION-TEXT(1:2) IS NUMERIC
        MOVE WS-RETENTION-TEXT(1:2)
            TO WS-GB-RETENTION(WS-GB-COUNT)
       ELSE
        MOVE 5 TO WS-GB-RETENTION(WS-GB-COUNT)
       END-IF
      END-IF
    END-READ.

SET-GDG-LIMITS.
* The rule's generation count becomes each matching base's limit in
* GDGINDEX.TXT, so GDGROUTINE's own roll-off keeps to it from now on.
    MOVE 'N' TO WS-GDG-LIMIT-CHANGED-FLAG.
    PERFORM VARYING WS-GB-INDEX FROM 1 BY 1
        UNTIL WS-GB-INDEX > WS-GB-COUNT
     MOVE WS-GB-NAME(WS-GB-INDEX) TO WS-MATCH-SUBJECT
     PERFORM MATCH-SUBJECT-TO-PATTERN
     IF WS-MATCHED
         AND WS-GB-RETENTION(WS-GB-INDEX) NOT = WS-PL-KEEP(WS-PL-INDEX)
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  GDG LIMIT  ' DELIMITED BY SIZE
          WS-GB-NAME(WS-GB-INDEX) DELIMITED BY SPACE
          ' FROM ' DELIMITED BY SIZE
          WS-GB-RETENTION(WS-GB-INDEX) DELIMITED BY SIZE
          ' TO ' DELIMITED BY SIZE
          WS-PL-KEEP(WS-PL-INDEX)(3:2) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
      MOVE WS-PL-KEEP(WS-PL-INDEX) TO WS-GB-RETENTION(WS-GB-INDEX)
      SET WS-GDG-LIMIT-CHANGED TO TRUE
     END-IF
    END-PERFORM.
    IF WS-GDG-LIMIT-CHANGED
     OPEN OUTPUT GDG-INDEX-FILE
     PERFORM WRITE-ONE-GDG-BASE
         VARYING WS-GB-INDEX FROM 1 BY 1
         UNTIL WS-GB-INDEX > WS-GB-COUNT
     CLOSE GDG-INDEX-FILE
    END-IF.

WRITE-ONE-GDG-BASE.
    MOVE SPACES TO GDG-INDEX-RECORD.
    STRING WS-GB-NAME(WS-GB-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-GB-CURRENT(WS-GB-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-GB-RETENTION(WS-GB-INDEX) DELIMITED BY SIZE
        INTO GDG-INDEX-RECORD.
    WRITE GDG-INDEX-RECORD.

WRITE-RUN-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-LIST-ONLY
     MOVE WS-CANDIDATE-COUNT TO WS-COUNT-EDIT
     STRING 'ITEMS THE RULES WOULD TAKE: ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
    ELSE
     MOVE WS-DELETED-COUNT TO WS-COUNT-EDIT
     STRING 'DELETED   : ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
     MOVE WS-COMPRESSED-COUNT TO WS-COUNT-EDIT
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'COMPRESSED: ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'ARCHIVED  : ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'HELD      : ' DELIMITED BY SIZE
        WS-COUNT-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-SKIPPED-COUNT > 0
     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'KEPT      : ' DELIMITED BY SIZE
         WS-COUNT-EDIT DELIMITED BY SIZE
         ' (COULD NOT BE COMPRESSED)' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-BYTES-RECLAIMED TO WS-BYTES-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'BYTES RECLAIMED        : ' DELIMITED BY SIZE
        WS-BYTES-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-BYTES-ARCHIVED TO WS-BYTES-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'BYTES MOVED TO ARCHIVE : ' DELIMITED BY SIZE
        WS-BYTES-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    WRITE RETENTION-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='RETENTION-RUN'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='RETENTION-RUN'==.

WRITE-ITEM-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='RETENTION-RUN'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-AUDIT-SOURCE==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-TARGET==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='RETENTION-RUN'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='RETENTION.TXT'==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-REPORT-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-ACTED-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
