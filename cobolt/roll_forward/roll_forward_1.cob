IDENTIFICATION DIVISION.
PROGRAM-ID. ROLL-FORWARD.
AUTHOR. Simon Mikkelsen.
* When a master is damaged in the middle of the day, DR-RESTORE can
* only put it back as it stood at last night's backup, and
* JOURNAL-INQUIRY rolls back one record at a time. This program
* recovers forward instead: it takes the master's copy from a chosen
* DR-BACKUP set (from whichever set of an incremental chain holds
* it), proves that copy against the set's manifest, and replays on
* top of it, in journal order, every change-journal after-image for
* the dataset stamped from the moment the set was taken up to a
* chosen date and time - or to the end of the journal. The replay
* works on images, not on deltas: the last image journaled for a key
* is the record (a delete's empty image removes it), so a change the
* backup already caught is simply written again. The recovered master
* keeps the master's key order and is built under <name>.RFWD; its
* record count and CRC-32 must then equal the continuity ledger
* entry of the last run replayed, exactly as MASTER-UPDATE proves
* its opening position. Only a proved master replaces the live one,
* and only on the operator's yes; a stop point inside a run (which
* has no ledger entry of its own) is flagged unproven and needs the
* same yes. The key is given as MASTER-UPDATE takes it, packed and
* binary keys normalized through FIELDCONV the same way, so the
* journal's keys line up. The run demands an update-class sign-on,
* prints ROLLFWD.RPT with the adds, changes and deletes replayed,
* and writes the shared AUDITLOG line. A backup copy that fails its
* manifest or a master that fails the ledger ends RETURN-CODE 8 and
* leaves the live master untouched; an unproven or declined recovery
* is left staged with RETURN-CODE 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BACKUP-STATUS.
    SELECT STAGED-FILE ASSIGN TO WS-STAGED-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-STAGED-STATUS.
    SELECT CONTINUITY-FILE ASSIGN TO 'CONTINUITY.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONTINUITY-STATUS.
    SELECT ROLLFWD-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "journal-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  MANIFEST-FILE.
01  MANIFEST-RECORD PIC X(132).

FD  BACKUP-FILE.
01  BACKUP-RECORD PIC X(200).

FD  STAGED-FILE.
01  STAGED-RECORD PIC X(100).

FD  CONTINUITY-FILE.
01  CONTINUITY-RECORD PIC X(150).

FD  ROLLFWD-REPORT-FILE.
01  ROLLFWD-REPORT-RECORD PIC X(132).

COPY "journal-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "journal-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "fieldconv-linkage.cpy".
COPY "crc32-linkage.cpy".
COPY "crc32-linkage.cpy"
    REPLACING LEADING ==CRC32== BY ==LEDGER-CRC==.
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(20) VALUE 'ROLLFWD.RPT'.
01  WS-REPORT-LINE PIC X(132).
01  WS-LINE-POINTER PIC 9(03) VALUE 1.
01  WS-DATASET-NAME PIC X(100).
01  WS-SET-DIRECTORY PIC X(30).
01  WS-MEMBER-NAME PIC X(100).
01  WS-STOP-TEXT PIC X(14).
01  WS-STOP-POINT PIC 9(14) VALUE 99999999999999.
01  WS-TAKEN-POINT PIC 9(14) VALUE 0.
01  WS-JOURNAL-POINT PIC 9(14) VALUE 0.
01  WS-RUN-STATE PIC X VALUE 'G'.
    88  WS-RUN-GOOD VALUE 'G'.
    88  WS-RUN-FAILED VALUE 'F'.
01  WS-PROOF-STATE PIC X VALUE 'N'.
    88  WS-PROOF-PASSED VALUE 'P'.
    88  WS-PROOF-MISSING VALUE 'N'.
01  WS-ANSWER PIC X.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE 'SUCCESS'.
01  WS-AUDIT-SOURCE PIC X(150).
01  WS-AUDIT-DETAIL PIC X(150).
01  WS-SHELL-COMMAND PIC X(300).

* The set's manifest: its set line and the master's member line.
01  WS-MANIFEST-NAME PIC X(150).
01  WS-MANIFEST-STATUS PIC X(02).
01  WS-MANIFEST-EOF-FLAG PIC X VALUE 'N'.
    88  WS-MANIFEST-EOF VALUE 'Y'.
01  WS-MF-NAME PIC X(100).
01  WS-MF-COUNT-TEXT PIC X(10).
01  WS-MF-SUM-TEXT PIC X(12).
01  WS-MF-HOLDER PIC X(30).
01  WS-MF-TAKEN-TEXT PIC X(14).
01  WS-MEMBER-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-MEMBER-FOUND VALUE 'Y'.
01  WS-MANIFEST-COUNT PIC 9(07) VALUE 0.
01  WS-MANIFEST-CHECKSUM PIC 9(10) VALUE 0.
01  WS-HOLDER-SET PIC X(30).

* The backup copy, read once: merged into the recovered master and
* measured against the manifest on the way.
01  WS-BACKUP-NAME PIC X(150).
01  WS-BACKUP-STATUS PIC X(02).
01  WS-BACKUP-EOF-FLAG PIC X VALUE 'N'.
    88  WS-BACKUP-EOF VALUE 'Y'.
01  WS-RESTORED-COUNT PIC 9(07) VALUE 0.
01  WS-RESTORED-CHECKSUM PIC 9(10) VALUE 0.
01  WS-RESTORED-LEGACY-SUM PIC 9(10) VALUE 0.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
01  WS-MASTER-KEY PIC X(20).
01  WS-TABLE-KEY PIC X(20).
01  WS-STAGED-NAME PIC X(150).
01  WS-STAGED-STATUS PIC X(02).
01  WS-OUT-COUNT PIC 9(07) VALUE 0.
01  WS-OUT-CHECKSUM PIC 9(12) VALUE 0.

* Key handling, as MASTER-UPDATE takes it.
01  WS-KEY-POSITION PIC 9(03) VALUE 1.
01  WS-KEY-LENGTH PIC 9(02) VALUE 10.
01  WS-KEY-FORM PIC X VALUE 'C'.
01  WS-NORM-KEY-WORK PIC X(20).
01  WS-NORM-KEY-NUM PIC 9(18) VALUE 0.
01  WS-NORM-KEY-TEXT PIC X(18).

* The standing image of every key the journal touched, in key
* order; a deleted key keeps its slot with the deleted switch on.
01  WS-IMAGE-TABLE.
    05  WS-IM-ENTRY OCCURS 2000 TIMES.
        10  WS-IM-KEY PIC X(20).
        10  WS-IM-DELETED PIC X.
        10  WS-IM-IMAGE PIC X(100).
01  WS-IM-COUNT PIC 9(04) VALUE 0.
01  WS-IM-INDEX PIC 9(04) VALUE 0.
01  WS-IM-FOUND PIC 9(04) VALUE 0.
01  WS-IM-SHIFT PIC 9(04) VALUE 0.
01  WS-REPLAY-KEY PIC X(20).

01  WS-JOURNAL-EOF-FLAG PIC X VALUE 'N'.
    88  WS-JOURNAL-EOF VALUE 'Y'.
01  WS-ADDS-REPLAYED PIC 9(07) VALUE 0.
01  WS-CHANGES-REPLAYED PIC 9(07) VALUE 0.
01  WS-DELETES-REPLAYED PIC 9(07) VALUE 0.
01  WS-RUNS-REPLAYED PIC 9(04) VALUE 0.
01  WS-LAST-RUN PIC X(13) VALUE SPACES.
01  WS-RUN-CUT-FLAG PIC X VALUE 'N'.
    88  WS-RUN-CUT VALUE 'Y'.

* Continuity ledger lookup.
01  WS-CONTINUITY-STATUS PIC X(02).
01  WS-CONTINUITY-EOF-FLAG PIC X VALUE 'N'.
    88  WS-CONTINUITY-EOF VALUE 'Y'.
01  WS-CONTINUITY-LINE PIC X(150).
01  WS-CL-DATASET PIC X(100).
01  WS-CL-RUN-ID PIC X(13).
01  WS-CL-COUNT-TEXT PIC X(10).
01  WS-CL-CHECKSUM-TEXT PIC X(14).
01  WS-LEDGER-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-LEDGER-FOUND VALUE 'Y'.
01  WS-LEDGER-COUNT PIC 9(07) VALUE 0.
01  WS-LEDGER-CHECKSUM PIC 9(12) VALUE 0.
01  WS-EDIT-COUNT PIC Z(6)9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM SIGN-OPERATOR-ON.
    DISPLAY 'Master to recover (name as journaled): '
        WITH NO ADVANCING.
    ACCEPT WS-DATASET-NAME.
    DISPLAY 'Backup set to start from (e.g. BACKUPSET-20260822): '
        WITH NO ADVANCING.
    ACCEPT WS-SET-DIRECTORY.
    DISPLAY 'Member in the set (blank = the same name): '
        WITH NO ADVANCING.
    ACCEPT WS-MEMBER-NAME.
    IF WS-MEMBER-NAME = SPACES
     MOVE WS-DATASET-NAME TO WS-MEMBER-NAME
    END-IF.
    DISPLAY 'Key position (1-100): ' WITH NO ADVANCING.
    ACCEPT WS-KEY-POSITION.
    DISPLAY 'Key length (1-20): ' WITH NO ADVANCING.
    ACCEPT WS-KEY-LENGTH.
    IF WS-KEY-POSITION < 1 OR WS-KEY-POSITION > 100
     MOVE 1 TO WS-KEY-POSITION
    END-IF.
    IF WS-KEY-LENGTH < 1 OR WS-KEY-LENGTH > 20
        OR WS-KEY-POSITION + WS-KEY-LENGTH > 101
     MOVE 10 TO WS-KEY-LENGTH
    END-IF.
    DISPLAY 'Key form (C=character, P=packed, B=binary): '
        WITH NO ADVANCING.
    ACCEPT WS-KEY-FORM.
    MOVE FUNCTION UPPER-CASE(WS-KEY-FORM) TO WS-KEY-FORM.
    IF WS-KEY-FORM NOT = 'P' AND WS-KEY-FORM NOT = 'B'
     MOVE 'C' TO WS-KEY-FORM
    END-IF.
    DISPLAY 'Replay up to (YYYYMMDDHHMMSS, blank = end of journal): '
        WITH NO ADVANCING.
    ACCEPT WS-STOP-TEXT.
    IF WS-STOP-TEXT IS NUMERIC
     MOVE WS-STOP-TEXT TO WS-STOP-POINT
    END-IF.
    MOVE SPACES TO WS-STAGED-NAME.
    STRING WS-DATASET-NAME DELIMITED BY SPACE
        '.RFWD' DELIMITED BY SIZE
        INTO WS-STAGED-NAME.

    OPEN OUTPUT ROLLFWD-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE ROLLFWD-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'ROLL-FORWARD RECOVERY OF ' DELIMITED BY SIZE
        WS-DATASET-NAME DELIMITED BY SPACE
        ' FROM ' DELIMITED BY SIZE
        WS-SET-DIRECTORY DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

    PERFORM FIND-BACKUP-MEMBER.
    IF WS-RUN-GOOD
     PERFORM COLLECT-JOURNAL-IMAGES
    END-IF.
    IF WS-RUN-GOOD
     PERFORM REBUILD-MASTER
    END-IF.
    IF WS-RUN-GOOD
     PERFORM WRITE-REPLAY-TOTALS
     PERFORM PROVE-AGAINST-LEDGER
    END-IF.
    IF WS-RUN-GOOD
     PERFORM INSTALL-RECOVERED-MASTER
    END-IF.
    CLOSE ROLLFWD-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM WRITE-AUDIT-LOG.
    EVALUATE WS-AUDIT-OUTCOME
     WHEN 'SUCCESS'
      MOVE 0 TO RETURN-CODE
     WHEN 'FAILED'
      MOVE 8 TO RETURN-CODE
     WHEN OTHER
      MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='ROLL-FORWARD'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

FIND-BACKUP-MEMBER.
* The member line gives the count and checksum the copy must prove
* on, and the set that holds the copy (blank is the set itself); the
* set line gives the moment the set was taken. A set from before the
* set line carried that moment is taken as from the start of its
* day - replaying a change the copy already holds does no harm.
    MOVE SPACES TO WS-MANIFEST-NAME.
    STRING WS-SET-DIRECTORY DELIMITED BY SPACE
        '/BACKUP-MANIFEST.TXT' DELIMITED BY SIZE
        INTO WS-MANIFEST-NAME.
    MOVE 0 TO WS-TAKEN-POINT.
    IF WS-SET-DIRECTORY(11:8) IS NUMERIC
     COMPUTE WS-TAKEN-POINT =
         FUNCTION NUMVAL(WS-SET-DIRECTORY(11:8)) * 1000000
    END-IF.
    MOVE 'N' TO WS-MANIFEST-EOF-FLAG.
    OPEN INPUT MANIFEST-FILE.
    IF WS-MANIFEST-STATUS NOT = '00'
     MOVE 'NO MANIFEST IN THAT BACKUP SET - NOTHING RECOVERED'
         TO WS-REPORT-LINE
     PERFORM FAIL-THE-RUN
    ELSE
     PERFORM READ-ONE-MANIFEST-LINE UNTIL WS-MANIFEST-EOF
     CLOSE MANIFEST-FILE
     IF NOT WS-MEMBER-FOUND
      MOVE SPACES TO WS-REPORT-LINE
      STRING WS-MEMBER-NAME DELIMITED BY SPACE
          ' IS NOT IN THE SET - NOTHING RECOVERED' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM FAIL-THE-RUN
     ELSE
      MOVE SPACES TO WS-BACKUP-NAME
      STRING WS-HOLDER-SET DELIMITED BY SPACE
          '/' DELIMITED BY SIZE
          WS-MEMBER-NAME DELIMITED BY SPACE
          INTO WS-BACKUP-NAME
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'BACKUP COPY ' DELIMITED BY SIZE
          WS-BACKUP-NAME DELIMITED BY SPACE
          ' - SET TAKEN ' DELIMITED BY SIZE
          WS-TAKEN-POINT DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     END-IF
    END-IF.

READ-ONE-MANIFEST-LINE.
    READ MANIFEST-FILE INTO MANIFEST-RECORD
     AT END
      SET WS-MANIFEST-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-MF-NAME
      MOVE SPACES TO WS-MF-COUNT-TEXT
      MOVE SPACES TO WS-MF-SUM-TEXT
      MOVE SPACES TO WS-MF-HOLDER
      MOVE SPACES TO WS-MF-TAKEN-TEXT
      UNSTRING MANIFEST-RECORD DELIMITED BY ','
          INTO WS-MF-NAME WS-MF-COUNT-TEXT WS-MF-SUM-TEXT
               WS-MF-HOLDER WS-MF-TAKEN-TEXT
      EVALUATE TRUE
       WHEN WS-MF-NAME = '*SET'
        IF WS-MF-TAKEN-TEXT IS NUMERIC
         MOVE WS-MF-TAKEN-TEXT TO WS-TAKEN-POINT
        END-IF
       WHEN WS-MF-NAME = WS-MEMBER-NAME
           AND FUNCTION TEST-NUMVAL(WS-MF-COUNT-TEXT) = 0
           AND FUNCTION TEST-NUMVAL(WS-MF-SUM-TEXT) = 0
        SET WS-MEMBER-FOUND TO TRUE
        COMPUTE WS-MANIFEST-COUNT = FUNCTION NUMVAL(WS-MF-COUNT-TEXT)
        COMPUTE WS-MANIFEST-CHECKSUM =
            FUNCTION NUMVAL(WS-MF-SUM-TEXT)
        IF WS-MF-HOLDER = SPACES
         MOVE WS-SET-DIRECTORY TO WS-HOLDER-SET
        ELSE
         MOVE WS-MF-HOLDER TO WS-HOLDER-SET
        END-IF
       WHEN OTHER
        CONTINUE
      END-EVALUATE
    END-READ.

COLLECT-JOURNAL-IMAGES.
* The journal is appended in time order, so reading it through and
* keeping the last image per key leaves each key's standing image
* as of the stop point. A line of the last run replayed that lies
* past the stop point means the stop cut that run in two.
    MOVE 'N' TO WS-JOURNAL-EOF-FLAG.
    OPEN INPUT CHANGE-JOURNAL-FILE.
    IF JOURNAL-FILE-STATUS NOT = '00'
     MOVE 'NO CHANGE JOURNAL ON FILE - NOTHING TO REPLAY'
         TO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
    ELSE
     PERFORM WEIGH-ONE-JOURNAL-LINE
         UNTIL WS-JOURNAL-EOF OR WS-RUN-FAILED
     CLOSE CHANGE-JOURNAL-FILE
    END-IF.

WEIGH-ONE-JOURNAL-LINE.
    READ CHANGE-JOURNAL-FILE
     AT END
      SET WS-JOURNAL-EOF TO TRUE
     NOT AT END
      IF JRNL-DATASET = WS-DATASET-NAME
       COMPUTE WS-JOURNAL-POINT = JRNL-DATE * 1000000 + JRNL-TIME
       EVALUATE TRUE
        WHEN WS-JOURNAL-POINT < WS-TAKEN-POINT
         CONTINUE
        WHEN WS-JOURNAL-POINT > WS-STOP-POINT
         IF JRNL-RUN-STAMP = WS-LAST-RUN
          SET WS-RUN-CUT TO TRUE
         END-IF
        WHEN OTHER
         PERFORM REPLAY-ONE-IMAGE
       END-EVALUATE
      END-IF
    END-READ.

REPLAY-ONE-IMAGE.
    MOVE JRNL-KEY(1:20) TO WS-REPLAY-KEY.
    PERFORM FIND-REPLAY-KEY.
    IF WS-IM-FOUND = 0
     IF WS-IM-COUNT NOT < 2000
      MOVE 'MORE THAN 2000 KEYS CHANGED - RECOVER FROM A NEWER SET'
          TO WS-REPORT-LINE
      PERFORM FAIL-THE-RUN
     ELSE
      PERFORM OPEN-SLOT-FOR-KEY
     END-IF
    END-IF.
    IF WS-IM-FOUND > 0
     EVALUATE TRUE
      WHEN JRNL-ACTION = 'ADD'
       ADD 1 TO WS-ADDS-REPLAYED
      WHEN JRNL-ACTION = 'DELETE' OR JRNL-AFTER-IMAGE = SPACES
       ADD 1 TO WS-DELETES-REPLAYED
      WHEN OTHER
       ADD 1 TO WS-CHANGES-REPLAYED
     END-EVALUATE
     IF JRNL-AFTER-IMAGE = SPACES
      MOVE 'Y' TO WS-IM-DELETED(WS-IM-FOUND)
      MOVE SPACES TO WS-IM-IMAGE(WS-IM-FOUND)
     ELSE
      MOVE 'N' TO WS-IM-DELETED(WS-IM-FOUND)
      MOVE JRNL-AFTER-IMAGE(1:100) TO WS-IM-IMAGE(WS-IM-FOUND)
     END-IF
     IF JRNL-RUN-STAMP NOT = WS-LAST-RUN
      ADD 1 TO WS-RUNS-REPLAYED
      MOVE JRNL-RUN-STAMP TO WS-LAST-RUN
      MOVE 'N' TO WS-RUN-CUT-FLAG
     END-IF
    END-IF.

FIND-REPLAY-KEY.
* The table is in key order, so the search stops at the first key
* not below the one wanted; WS-IM-INDEX is then where it belongs.
    MOVE 0 TO WS-IM-FOUND.
    PERFORM VARYING WS-IM-INDEX FROM 1 BY 1
        UNTIL WS-IM-INDEX > WS-IM-COUNT
           OR WS-IM-KEY(WS-IM-INDEX) NOT < WS-REPLAY-KEY
     CONTINUE
    END-PERFORM.
    IF WS-IM-INDEX NOT > WS-IM-COUNT
     IF WS-IM-KEY(WS-IM-INDEX) = WS-REPLAY-KEY
      MOVE WS-IM-INDEX TO WS-IM-FOUND
     END-IF
    END-IF.

OPEN-SLOT-FOR-KEY.
    PERFORM VARYING WS-IM-SHIFT FROM WS-IM-COUNT BY -1
        UNTIL WS-IM-SHIFT < WS-IM-INDEX
     MOVE WS-IM-ENTRY(WS-IM-SHIFT) TO WS-IM-ENTRY(WS-IM-SHIFT + 1)
    END-PERFORM.
    ADD 1 TO WS-IM-COUNT.
    MOVE WS-REPLAY-KEY TO WS-IM-KEY(WS-IM-INDEX).
    MOVE 'N' TO WS-IM-DELETED(WS-IM-INDEX).
    MOVE SPACES TO WS-IM-IMAGE(WS-IM-INDEX).
    MOVE WS-IM-INDEX TO WS-IM-FOUND.

REBUILD-MASTER.
* A balanced line of the backup copy against the image table: a key
* only on the copy passes through, a key in the table takes its
* standing image (or drops out when that is a delete).
    OPEN INPUT BACKUP-FILE.
    IF WS-BACKUP-STATUS NOT = '00'
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'BACKUP COPY ' DELIMITED BY SIZE
         WS-BACKUP-NAME DELIMITED BY SPACE
         ' IS MISSING - NOTHING RECOVERED' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     PERFORM FAIL-THE-RUN
    ELSE
     MOVE 'INI' TO CRC32-OPERATION
     CALL 'CRC32' USING CRC32-REQUEST
     MOVE 'INI' TO LEDGER-CRC-OPERATION
     CALL 'CRC32' USING LEDGER-CRC-REQUEST
     OPEN OUTPUT STAGED-FILE
     PERFORM READ-NEXT-BACKUP-RECORD
     MOVE 1 TO WS-IM-INDEX
     PERFORM MERGE-ONE-KEY
         UNTIL WS-BACKUP-EOF AND WS-IM-INDEX > WS-IM-COUNT
     CLOSE BACKUP-FILE
     CLOSE STAGED-FILE
     PERFORM PROVE-BACKUP-COPY
    END-IF.

MERGE-ONE-KEY.
    IF WS-IM-INDEX > WS-IM-COUNT
     MOVE HIGH-VALUES TO WS-TABLE-KEY
    ELSE
     MOVE WS-IM-KEY(WS-IM-INDEX) TO WS-TABLE-KEY
    END-IF.
    EVALUATE TRUE
     WHEN WS-MASTER-KEY < WS-TABLE-KEY
      MOVE BACKUP-RECORD(1:100) TO STAGED-RECORD
      PERFORM WRITE-STAGED-RECORD
      PERFORM READ-NEXT-BACKUP-RECORD
     WHEN WS-MASTER-KEY > WS-TABLE-KEY
      PERFORM WRITE-STANDING-IMAGE
      ADD 1 TO WS-IM-INDEX
     WHEN OTHER
      PERFORM WRITE-STANDING-IMAGE
      ADD 1 TO WS-IM-INDEX
      PERFORM READ-NEXT-BACKUP-RECORD
    END-EVALUATE.

WRITE-STANDING-IMAGE.
    IF WS-IM-DELETED(WS-IM-INDEX) NOT = 'Y'
     MOVE WS-IM-IMAGE(WS-IM-INDEX) TO STAGED-RECORD
     PERFORM WRITE-STAGED-RECORD
    END-IF.

WRITE-STAGED-RECORD.
    WRITE STAGED-RECORD.
    ADD 1 TO WS-OUT-COUNT.
    MOVE 'ADD' TO LEDGER-CRC-OPERATION.
    MOVE STAGED-RECORD TO LEDGER-CRC-DATA.
    MOVE 100 TO LEDGER-CRC-LENGTH.
    CALL 'CRC32' USING LEDGER-CRC-REQUEST.
    MOVE LEDGER-CRC-VALUE TO WS-OUT-CHECKSUM.

READ-NEXT-BACKUP-RECORD.
* Measured as DR-RESTORE measures a restored member, so the copy
* proves on the manifest's count and checksum.
    READ BACKUP-FILE INTO BACKUP-RECORD
     AT END
      SET WS-BACKUP-EOF TO TRUE
      MOVE HIGH-VALUES TO WS-MASTER-KEY
     NOT AT END
      ADD 1 TO WS-RESTORED-COUNT
      MOVE 'ADD' TO CRC32-OPERATION
      MOVE BACKUP-RECORD TO CRC32-DATA
      MOVE 200 TO CRC32-LENGTH
      CALL 'CRC32' USING CRC32-REQUEST
      MOVE CRC32-VALUE TO WS-RESTORED-CHECKSUM
      PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
          UNTIL WS-CHAR-INDEX > 200
       ADD FUNCTION ORD(BACKUP-RECORD(WS-CHAR-INDEX:1))
           TO WS-RESTORED-LEGACY-SUM
      END-PERFORM
      MOVE SPACES TO WS-MASTER-KEY
      MOVE BACKUP-RECORD(WS-KEY-POSITION:WS-KEY-LENGTH)
          TO WS-MASTER-KEY
      IF WS-KEY-FORM NOT = 'C'
       MOVE WS-MASTER-KEY TO WS-NORM-KEY-WORK
       PERFORM NORMALIZE-ONE-KEY
       MOVE WS-NORM-KEY-WORK TO WS-MASTER-KEY
      END-IF
    END-READ.

PROVE-BACKUP-COPY.
    MOVE WS-RESTORED-COUNT TO WS-EDIT-COUNT.
    EVALUATE TRUE
     WHEN WS-RESTORED-COUNT NOT = WS-MANIFEST-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING '*** BACKUP COPY HOLDS ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
          ' RECORDS, ITS MANIFEST ' DELIMITED BY SIZE
          WS-MANIFEST-COUNT DELIMITED BY SIZE
          ' ***' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM FAIL-THE-RUN
     WHEN WS-RESTORED-CHECKSUM = WS-MANIFEST-CHECKSUM
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'BACKUP COPY PROVED AGAINST ITS MANIFEST: '
          DELIMITED BY SIZE
          FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
          ' RECORDS' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN CRC32-LEGACY-ACCEPTED
         AND WS-RESTORED-LEGACY-SUM = WS-MANIFEST-CHECKSUM
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'BACKUP COPY PROVED ON THE OLD BYTE-SUM OF ITS '
          DELIMITED BY SIZE
          'MANIFEST: ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
          ' RECORDS' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN OTHER
      MOVE '*** BACKUP COPY CHECKSUM DOES NOT MATCH ITS MANIFEST ***'
          TO WS-REPORT-LINE
      PERFORM FAIL-THE-RUN
    END-EVALUATE.

WRITE-REPLAY-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 1 TO WS-LINE-POINTER.
    STRING 'JOURNAL REPLAYED FROM ' DELIMITED BY SIZE
        WS-TAKEN-POINT DELIMITED BY SIZE
        INTO WS-REPORT-LINE WITH POINTER WS-LINE-POINTER.
    IF WS-STOP-TEXT IS NUMERIC
     STRING ' TO ' DELIMITED BY SIZE
         WS-STOP-POINT DELIMITED BY SIZE
         INTO WS-REPORT-LINE WITH POINTER WS-LINE-POINTER
    ELSE
     STRING ' TO THE END OF THE JOURNAL' DELIMITED BY SIZE
         INTO WS-REPORT-LINE WITH POINTER WS-LINE-POINTER
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ADDS-REPLAYED TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'ADDS REPLAYED     : ' DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CHANGES-REPLAYED TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'CHANGES REPLAYED  : ' DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-DELETES-REPLAYED TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'DELETES REPLAYED  : ' DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-REPLAYED TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 1 TO WS-LINE-POINTER.
    STRING 'RUNS REPLAYED     : ' DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE WITH POINTER WS-LINE-POINTER.
    IF WS-RUNS-REPLAYED > 0
     STRING ' (LAST ' DELIMITED BY SIZE
         WS-LAST-RUN DELIMITED BY SPACE
         ')' DELIMITED BY SIZE
         INTO WS-REPORT-LINE WITH POINTER WS-LINE-POINTER
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-OUT-COUNT TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'RECOVERED MASTER  : ' DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        ' RECORDS CHECKSUM ' DELIMITED BY SIZE
        WS-OUT-CHECKSUM DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.

PROVE-AGAINST-LEDGER.
* The continuity ledger holds each run's closing position of the
* master it wrote. With nothing replayed the proved backup copy is
* the answer; a run cut by the stop point has no position to prove.
    EVALUATE TRUE
     WHEN WS-RUNS-REPLAYED = 0
      SET WS-PROOF-PASSED TO TRUE
      MOVE 'NOTHING TO REPLAY - THE PROVED BACKUP COPY STANDS'
          TO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN WS-RUN-CUT
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'CONTINUITY: THE STOP POINT FALLS INSIDE RUN '
          DELIMITED BY SIZE
          WS-LAST-RUN DELIMITED BY SPACE
          ' - NO LEDGER POSITION TO PROVE AGAINST' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN OTHER
      PERFORM LOOK-UP-LEDGER-POSITION
      PERFORM JUDGE-LEDGER-POSITION
    END-EVALUATE.

JUDGE-LEDGER-POSITION.
    EVALUATE TRUE
     WHEN NOT WS-LEDGER-FOUND
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'CONTINUITY: NO LEDGER ENTRY FOR RUN ' DELIMITED BY SIZE
          WS-LAST-RUN DELIMITED BY SPACE
          ' - IT NEVER CLOSED' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN WS-OUT-COUNT = WS-LEDGER-COUNT
         AND WS-OUT-CHECKSUM = WS-LEDGER-CHECKSUM
      SET WS-PROOF-PASSED TO TRUE
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'CONTINUITY: PROVED AGAINST THE LEDGER ENTRY OF RUN '
          DELIMITED BY SIZE
          WS-LAST-RUN DELIMITED BY SPACE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
     WHEN OTHER
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'LEDGER: ' DELIMITED BY SIZE
          WS-LEDGER-COUNT DELIMITED BY SIZE
          ' RECORDS CHECKSUM ' DELIMITED BY SIZE
          WS-LEDGER-CHECKSUM DELIMITED BY SIZE
          '  RECOVERED: ' DELIMITED BY SIZE
          WS-OUT-COUNT DELIMITED BY SIZE
          ' RECORDS CHECKSUM ' DELIMITED BY SIZE
          WS-OUT-CHECKSUM DELIMITED BY SIZE
          INTO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
      MOVE '*** RECOVERED MASTER DOES NOT MATCH THE LEDGER - LIVE '
          TO WS-REPORT-LINE
      PERFORM WRITE-REPORT-LINE
      MOVE SPACES TO WS-REPORT-LINE
      STRING '*** MASTER LEFT AS IT WAS, RECOVERY STAGED AS '
          DELIMITED BY SIZE
          WS-STAGED-NAME DELIMITED BY SPACE
          INTO WS-REPORT-LINE
      PERFORM FAIL-THE-RUN
    END-EVALUATE.

LOOK-UP-LEDGER-POSITION.
* The last entry for the dataset from that run stands.
    MOVE 'N' TO WS-LEDGER-FOUND-FLAG.
    MOVE 'N' TO WS-CONTINUITY-EOF-FLAG.
    OPEN INPUT CONTINUITY-FILE.
    IF WS-CONTINUITY-STATUS NOT = '00'
     SET WS-CONTINUITY-EOF TO TRUE
    END-IF.
    PERFORM WEIGH-ONE-LEDGER-LINE UNTIL WS-CONTINUITY-EOF.
    IF WS-CONTINUITY-STATUS = '00' OR WS-CONTINUITY-STATUS = '10'
     CLOSE CONTINUITY-FILE
    END-IF.

WEIGH-ONE-LEDGER-LINE.
    READ CONTINUITY-FILE INTO WS-CONTINUITY-LINE
     AT END
      SET WS-CONTINUITY-EOF TO TRUE
     NOT AT END
      IF WS-CONTINUITY-LINE NOT = SPACES
       MOVE SPACES TO WS-CL-DATASET
       MOVE SPACES TO WS-CL-RUN-ID
       MOVE SPACES TO WS-CL-COUNT-TEXT
       MOVE SPACES TO WS-CL-CHECKSUM-TEXT
       UNSTRING WS-CONTINUITY-LINE DELIMITED BY ','
           INTO WS-CL-DATASET WS-CL-RUN-ID
                WS-CL-COUNT-TEXT WS-CL-CHECKSUM-TEXT
       IF WS-CL-DATASET = WS-DATASET-NAME
           AND WS-CL-RUN-ID = WS-LAST-RUN
           AND FUNCTION TEST-NUMVAL(WS-CL-COUNT-TEXT) = 0
           AND FUNCTION TEST-NUMVAL(WS-CL-CHECKSUM-TEXT) = 0
        SET WS-LEDGER-FOUND TO TRUE
        COMPUTE WS-LEDGER-COUNT =
            FUNCTION NUMVAL(WS-CL-COUNT-TEXT)
        COMPUTE WS-LEDGER-CHECKSUM =
            FUNCTION NUMVAL(WS-CL-CHECKSUM-TEXT)
       END-IF
      END-IF
    END-READ.

INSTALL-RECOVERED-MASTER.
    IF NOT WS-PROOF-PASSED
     DISPLAY '*** THE RECOVERED MASTER IS NOT PROVED AGAINST THE '
         'LEDGER ***'
    END-IF.
    DISPLAY 'Replace ' FUNCTION TRIM(WS-DATASET-NAME)
        ' with the recovered master? (Y/N): ' WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
     MOVE SPACES TO WS-SHELL-COMMAND
     STRING 'mv ' DELIMITED BY SIZE
         WS-STAGED-NAME DELIMITED BY SPACE
         ' ' DELIMITED BY SIZE
         WS-DATASET-NAME DELIMITED BY SPACE
         INTO WS-SHELL-COMMAND
     CALL 'SYSTEM' USING WS-SHELL-COMMAND
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'RECOVERED MASTER INSTALLED AS ' DELIMITED BY SIZE
         WS-DATASET-NAME DELIMITED BY SPACE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
     IF NOT WS-PROOF-PASSED
      MOVE 'UNPROVED' TO WS-AUDIT-OUTCOME
     END-IF
    ELSE
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'MASTER LEFT AS IT WAS - RECOVERY STAGED AS '
         DELIMITED BY SIZE
         WS-STAGED-NAME DELIMITED BY SPACE
         INTO WS-REPORT-LINE
     PERFORM WRITE-REPORT-LINE
     MOVE 'DECLINED' TO WS-AUDIT-OUTCOME
    END-IF.

FAIL-THE-RUN.
    SET WS-RUN-FAILED TO TRUE.
    MOVE 'FAILED' TO WS-AUDIT-OUTCOME.
    PERFORM WRITE-REPORT-LINE.

NORMALIZE-ONE-KEY.
* As MASTER-UPDATE normalizes its keys (and so journals them): the
* raw key bytes decode via FIELDCONV and come back as an
* eighteen-digit image offset by 5*10**17, bytes that do not decode
* taking the offset alone.
    MOVE 'EXT' TO FIELDCONV-OPERATION.
    MOVE WS-KEY-FORM TO FIELDCONV-TYPE.
    IF WS-KEY-LENGTH > 18
     MOVE 18 TO FIELDCONV-LENGTH
    ELSE
     MOVE WS-KEY-LENGTH TO FIELDCONV-LENGTH
    END-IF.
    MOVE 0 TO FIELDCONV-SCALE.
    MOVE SPACES TO FIELDCONV-BYTES.
    MOVE WS-NORM-KEY-WORK(1:FIELDCONV-LENGTH) TO FIELDCONV-BYTES.
    CALL 'FIELDCONV' USING FIELDCONV-REQUEST.
    IF FIELDCONV-RESULT = '00'
     COMPUTE WS-NORM-KEY-NUM = 500000000000000000 + FIELDCONV-VALUE
    ELSE
     MOVE 500000000000000000 TO WS-NORM-KEY-NUM
    END-IF.
    MOVE WS-NORM-KEY-NUM TO WS-NORM-KEY-TEXT.
    MOVE SPACES TO WS-NORM-KEY-WORK.
    MOVE WS-NORM-KEY-TEXT TO WS-NORM-KEY-WORK.

WRITE-REPORT-LINE.
    WRITE ROLLFWD-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='ROLL-FORWARD'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='ROLL-FORWARD'==.

WRITE-AUDIT-LOG.
* The operator rides behind the master's name, after a comma, the
* way the other maintenance consoles carry OPERATOR=.
    MOVE WS-BACKUP-NAME TO WS-AUDIT-SOURCE.
    IF WS-AUDIT-SOURCE = SPACES
     MOVE WS-SET-DIRECTORY TO WS-AUDIT-SOURCE
    END-IF.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING FUNCTION TRIM(WS-DATASET-NAME) DELIMITED BY SIZE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='ROLL-FORWARD'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-AUDIT-SOURCE==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-OUT-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
