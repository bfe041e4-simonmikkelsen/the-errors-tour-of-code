* line) and copies each listed file record for record into a dated
* backup set directory (BACKUPSET-YYYYMMDD), writing a manifest
* (BACKUP-MANIFEST.TXT inside the set) of file name, record count,
* and the standard checksum for every member - the CRC-32 of its
* records from the shared CRC32 subprogram, where manifests written
* before it carry the ORD byte-sum DR-RESTORE still accepts.
* DR-RESTORE rebuilds from a chosen set and proves every restored
* file against this manifest.
* The whole set is built under a temporary directory name and
* renamed into place behind a COMMIT line (COMMIT-SELECT.CPY), so a
* crash mid-backup can never leave a half-filled set that DR-RESTORE
* might later trust.
* A full set copies every member; an incremental set copies only the
* members whose record count or checksum differs from the last
* set's manifest, and lists the rest against the set that already
* holds their copy. Every manifest opens with a set line -
*     *SET,FULL,,,<taken>
*     *SET,INCR,<full set it builds on>,<set before it>,<taken>
* - where taken is the YYYYMMDDHHMMSS the copying began
* (ROLL-FORWARD replays the change journal from there), and a
* member carried from an earlier set names that set as a fourth
* field, so the newest manifest always describes every member and
* DR-RESTORE can walk the chain back to its full set.
* A manifest written before the set line is a full set.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "commit-select.cpy".
    SELECT SET-LIST-FILE ASSIGN TO 'DRBACKUP-SETS.TMP'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SET-LIST-STATUS.
    SELECT PREVIOUS-MANIFEST-FILE ASSIGN TO WS-PREVIOUS-MANIFEST-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PREVIOUS-MANIFEST-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MANIFEST-FILE.
01  MANIFEST-RECORD PIC X(132).

FD  SET-LIST-FILE.
01  SET-LIST-RECORD PIC X(100).

FD  PREVIOUS-MANIFEST-FILE.
01  PREVIOUS-MANIFEST-RECORD PIC X(132).

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "commit-fd.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "commit-ws.cpy".
COPY "crc32-linkage.cpy".
01  WS-POLICY-FILE-NAME PIC X(100) VALUE 'BACKUPPOLICY.TXT'.
01  WS-POLICY-STATUS PIC X(02).
01  WS-POLICY-EOF-FLAG PIC X VALUE 'N'.
01  WS-SHELL-COMMAND PIC X(200).
01  WS-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-CHECKSUM PIC 9(10) VALUE 0.
01  WS-FILES-BACKED-UP PIC 9(04) VALUE 0.
01  WS-FILES-MISSING PIC 9(04) VALUE 0.
01  WS-MANIFEST-LINE PIC X(132).
01  WS-AUDIT-OUTCOME PIC X(11) VALUE 'SUCCESS'.
01  WS-BACKUP-TYPE PIC X VALUE 'F'.
    88  WS-FULL-BACKUP VALUE 'F'.
    88  WS-INCREMENTAL-BACKUP VALUE 'I'.
01  WS-PREVIOUS-SET PIC X(30) VALUE SPACES.
01  WS-BASE-SET PIC X(30) VALUE SPACES.
01  WS-SET-LIST-STATUS PIC X(02).
01  WS-SET-LIST-EOF-FLAG PIC X VALUE 'N'.
    88  WS-SET-LIST-EOF VALUE 'Y'.
01  WS-PREVIOUS-MANIFEST-NAME PIC X(150).
01  WS-PREVIOUS-MANIFEST-STATUS PIC X(02).
01  WS-PREVIOUS-MANIFEST-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PREVIOUS-MANIFEST-EOF VALUE 'Y'.
01  WS-PM-LINE-NAME PIC X(100).
01  WS-PM-LINE-COUNT-TEXT PIC X(10).
01  WS-PM-LINE-SUM-TEXT PIC X(12).
01  WS-PM-LINE-HOLDER PIC X(30).
01  WS-PM-SET-TYPE PIC X(04).
01  WS-PM-SET-BASE PIC X(30).
01  WS-PREVIOUS-TABLE.
    05  WS-PM-ENTRY OCCURS 500 TIMES.
        10  WS-PM-NAME PIC X(100).
        10  WS-PM-COUNT PIC 9(07).
        10  WS-PM-CHECKSUM PIC 9(10).
        10  WS-PM-HOLDER PIC X(30).
01  WS-PM-TOTAL PIC 9(03) VALUE 0.
01  WS-PM-INDEX PIC 9(03) VALUE 0.
01  WS-PM-FOUND PIC 9(03) VALUE 0.
01  WS-SOURCE-READABLE-FLAG PIC X VALUE 'N'.
    88  WS-SOURCE-READABLE VALUE 'Y'.
01  WS-FILES-CARRIED PIC 9(04) VALUE 0.
01  WS-SET-TAKEN-DATE PIC 9(08) VALUE 0.
01  WS-SET-TAKEN-TIME.
    05  WS-SET-TAKEN-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
COPY "msgissue-linkage.cpy".

PROCEDURE DIVISION.
    IF WS-POLICY-FILE-NAME = SPACES
     MOVE 'BACKUPPOLICY.TXT' TO WS-POLICY-FILE-NAME
    END-IF.
    DISPLAY 'Backup type (F=full, I=incremental, default F): '
        WITH NO ADVANCING.
    ACCEPT WS-BACKUP-TYPE.
    MOVE FUNCTION UPPER-CASE(WS-BACKUP-TYPE) TO WS-BACKUP-TYPE.
    IF NOT WS-INCREMENTAL-BACKUP
     SET WS-FULL-BACKUP TO TRUE
    END-IF.
    MOVE SPACES TO WS-SET-FINAL-DIRECTORY.
    STRING 'BACKUPSET-' DELIMITED BY SIZE
        RUN-ID-CURRENT-DATE DELIMITED BY SIZE
    STRING WS-SET-FINAL-DIRECTORY DELIMITED BY SPACE
        '.TMP' DELIMITED BY SIZE
        INTO WS-SET-DIRECTORY.
    IF WS-INCREMENTAL-BACKUP
     PERFORM FIND-PREVIOUS-SET
     IF WS-PREVIOUS-SET NOT = SPACES
      PERFORM LOAD-PREVIOUS-MANIFEST
     END-IF
     IF WS-PREVIOUS-SET = SPACES
      DISPLAY 'No earlier backup set to build on - taking a full set.'
      SET WS-FULL-BACKUP TO TRUE
     END-IF
    END-IF.
    PERFORM POST-SET-INTENT.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mkdir -p ' DELIMITED BY SIZE
     STOP RUN
    END-IF.
    OPEN OUTPUT MANIFEST-FILE.
    ACCEPT WS-SET-TAKEN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-SET-TAKEN-TIME FROM TIME.
    MOVE SPACES TO MANIFEST-RECORD.
    IF WS-INCREMENTAL-BACKUP
     STRING '*SET,INCR,' DELIMITED BY SIZE
         WS-BASE-SET DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-PREVIOUS-SET DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-SET-TAKEN-DATE DELIMITED BY SIZE
         WS-SET-TAKEN-HHMMSS DELIMITED BY SIZE
         INTO MANIFEST-RECORD
    ELSE
     STRING '*SET,FULL,,,' DELIMITED BY SIZE
         WS-SET-TAKEN-DATE DELIMITED BY SIZE
         WS-SET-TAKEN-HHMMSS DELIMITED BY SIZE
         INTO MANIFEST-RECORD
    END-IF.
    WRITE MANIFEST-RECORD.
    PERFORM BACK-UP-ONE-DATASET UNTIL WS-POLICY-EOF.
    CLOSE POLICY-FILE.
    CLOSE MANIFEST-FILE.
    PERFORM COMMIT-BACKUP-SET.

    DISPLAY 'BACKUP SET      : ' WS-SET-DIRECTORY.
    IF WS-INCREMENTAL-BACKUP
     DISPLAY 'INCREMENTAL ON  : ' FUNCTION TRIM(WS-PREVIOUS-SET)
         ' (FULL SET ' FUNCTION TRIM(WS-BASE-SET) ')'
     DISPLAY 'FILES UNCHANGED : ' WS-FILES-CARRIED
    END-IF.
    DISPLAY 'FILES BACKED UP : ' WS-FILES-BACKED-UP.
    DISPLAY 'FILES MISSING   : ' WS-FILES-MISSING.
    IF WS-FILES-MISSING > 0
     NOT AT END
      IF POLICY-RECORD NOT = SPACES AND POLICY-RECORD(1:1) NOT = '*'
       MOVE FUNCTION TRIM(POLICY-RECORD) TO WS-SOURCE-NAME
       IF WS-INCREMENTAL-BACKUP
        PERFORM BACK-UP-IF-CHANGED
       ELSE
        PERFORM COPY-ONE-DATASET
       END-IF
      END-IF
    END-READ.

FIND-PREVIOUS-SET.
* The set built on is the newest committed set from before today; a
* set from earlier today is about to be replaced by this one.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'ls -d BACKUPSET-[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9]'
        DELIMITED BY SIZE
        ' 2>/dev/null | sort > DRBACKUP-SETS.TMP' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    MOVE SPACES TO WS-PREVIOUS-SET.
    MOVE 'N' TO WS-SET-LIST-EOF-FLAG.
    OPEN INPUT SET-LIST-FILE.
    IF WS-SET-LIST-STATUS = '00'
     PERFORM UNTIL WS-SET-LIST-EOF
      READ SET-LIST-FILE
       AT END
        SET WS-SET-LIST-EOF TO TRUE
       NOT AT END
        IF SET-LIST-RECORD(1:30) < WS-SET-FINAL-DIRECTORY
         MOVE SET-LIST-RECORD(1:30) TO WS-PREVIOUS-SET
        END-IF
      END-READ
     END-PERFORM
     CLOSE SET-LIST-FILE
    END-IF.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'rm -f DRBACKUP-SETS.TMP' DELIMITED BY SIZE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.

LOAD-PREVIOUS-MANIFEST.
* Every member the previous set describes is remembered with the set
* that holds its copy; the previous set's own full set (or the
* previous set itself, when it is full) is what this one builds on.
    MOVE SPACES TO WS-PREVIOUS-MANIFEST-NAME.
    STRING WS-PREVIOUS-SET DELIMITED BY SPACE
        '/BACKUP-MANIFEST.TXT' DELIMITED BY SIZE
        INTO WS-PREVIOUS-MANIFEST-NAME.
    MOVE WS-PREVIOUS-SET TO WS-BASE-SET.
    MOVE 0 TO WS-PM-TOTAL.
    MOVE 'N' TO WS-PREVIOUS-MANIFEST-EOF-FLAG.
    OPEN INPUT PREVIOUS-MANIFEST-FILE.
    IF WS-PREVIOUS-MANIFEST-STATUS NOT = '00'
     DISPLAY 'No manifest in ' FUNCTION TRIM(WS-PREVIOUS-SET) '.'
     MOVE SPACES TO WS-PREVIOUS-SET
    ELSE
     PERFORM LOAD-ONE-PREVIOUS-MEMBER
         UNTIL WS-PREVIOUS-MANIFEST-EOF
     CLOSE PREVIOUS-MANIFEST-FILE
    END-IF.

LOAD-ONE-PREVIOUS-MEMBER.
    READ PREVIOUS-MANIFEST-FILE
     AT END
      SET WS-PREVIOUS-MANIFEST-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-PM-LINE-NAME
      MOVE SPACES TO WS-PM-LINE-COUNT-TEXT
      MOVE SPACES TO WS-PM-LINE-SUM-TEXT
      MOVE SPACES TO WS-PM-LINE-HOLDER
      UNSTRING PREVIOUS-MANIFEST-RECORD DELIMITED BY ','
          INTO WS-PM-LINE-NAME WS-PM-LINE-COUNT-TEXT
               WS-PM-LINE-SUM-TEXT WS-PM-LINE-HOLDER
      EVALUATE TRUE
       WHEN WS-PM-LINE-NAME = '*SET'
        MOVE SPACES TO WS-PM-SET-TYPE
        MOVE SPACES TO WS-PM-SET-BASE
        UNSTRING PREVIOUS-MANIFEST-RECORD DELIMITED BY ','
            INTO WS-PM-LINE-NAME WS-PM-SET-TYPE WS-PM-SET-BASE
        IF WS-PM-SET-TYPE = 'INCR' AND WS-PM-SET-BASE NOT = SPACES
         MOVE WS-PM-SET-BASE TO WS-BASE-SET
        END-IF
       WHEN FUNCTION TEST-NUMVAL(WS-PM-LINE-COUNT-TEXT) = 0
           AND FUNCTION TEST-NUMVAL(WS-PM-LINE-SUM-TEXT) = 0
           AND WS-PM-TOTAL < 500
        ADD 1 TO WS-PM-TOTAL
        MOVE WS-PM-LINE-NAME TO WS-PM-NAME(WS-PM-TOTAL)
        COMPUTE WS-PM-COUNT(WS-PM-TOTAL) =
            FUNCTION NUMVAL(WS-PM-LINE-COUNT-TEXT)
        COMPUTE WS-PM-CHECKSUM(WS-PM-TOTAL) =
            FUNCTION NUMVAL(WS-PM-LINE-SUM-TEXT)
        IF WS-PM-LINE-HOLDER = SPACES
         MOVE WS-PREVIOUS-SET TO WS-PM-HOLDER(WS-PM-TOTAL)
        ELSE
         MOVE WS-PM-LINE-HOLDER TO WS-PM-HOLDER(WS-PM-TOTAL)
        END-IF
       WHEN OTHER
        CONTINUE
      END-EVALUATE
    END-READ.

BACK-UP-IF-CHANGED.
* The member is read once for its count and checksum; only when
* either differs from the previous manifest (or the member is new)
* is it copied into this set.
    PERFORM MEASURE-ONE-DATASET.
    MOVE 0 TO WS-PM-FOUND.
    IF WS-SOURCE-READABLE
     PERFORM VARYING WS-PM-INDEX FROM 1 BY 1
         UNTIL WS-PM-INDEX > WS-PM-TOTAL
      IF WS-PM-NAME(WS-PM-INDEX) = WS-SOURCE-NAME
          AND WS-PM-COUNT(WS-PM-INDEX) = WS-RECORD-COUNT
          AND WS-PM-CHECKSUM(WS-PM-INDEX) = WS-CHECKSUM
       MOVE WS-PM-INDEX TO WS-PM-FOUND
      END-IF
     END-PERFORM
    END-IF.
    IF WS-PM-FOUND > 0
     ADD 1 TO WS-FILES-CARRIED
     MOVE SPACES TO WS-MANIFEST-LINE
     STRING WS-SOURCE-NAME DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-RECORD-COUNT DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-CHECKSUM DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-PM-HOLDER(WS-PM-FOUND) DELIMITED BY SPACE
         INTO WS-MANIFEST-LINE
     MOVE WS-MANIFEST-LINE TO MANIFEST-RECORD
     WRITE MANIFEST-RECORD
     DISPLAY 'UNCHANGED: ' FUNCTION TRIM(WS-SOURCE-NAME)
         ' (COPY IN ' FUNCTION TRIM(WS-PM-HOLDER(WS-PM-FOUND)) ')'
    ELSE
     PERFORM COPY-ONE-DATASET
    END-IF.

MEASURE-ONE-DATASET.
    MOVE 'N' TO WS-SOURCE-READABLE-FLAG.
    MOVE 'N' TO WS-SOURCE-EOF-FLAG.
    MOVE 0 TO WS-RECORD-COUNT.
    MOVE 0 TO WS-CHECKSUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    OPEN INPUT SOURCE-FILE.
    IF WS-SOURCE-STATUS = '00'
     SET WS-SOURCE-READABLE TO TRUE
     PERFORM MEASURE-ONE-SOURCE-RECORD UNTIL WS-SOURCE-EOF
     CLOSE SOURCE-FILE
    END-IF.

MEASURE-ONE-SOURCE-RECORD.
    READ SOURCE-FILE INTO SOURCE-RECORD
     AT END
      SET WS-SOURCE-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORD-COUNT
      MOVE 'ADD' TO CRC32-OPERATION
      MOVE SOURCE-RECORD TO CRC32-DATA
      MOVE 200 TO CRC32-LENGTH
      CALL 'CRC32' USING CRC32-REQUEST
      MOVE CRC32-VALUE TO WS-CHECKSUM
    END-READ.

COPY-ONE-DATASET.
    MOVE 'N' TO WS-SOURCE-EOF-FLAG.
    MOVE 0 TO WS-RECORD-COUNT.
    MOVE 0 TO WS-CHECKSUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    OPEN INPUT SOURCE-FILE.
    IF WS-SOURCE-STATUS NOT = '00'
     DISPLAY 'MISSING: ' FUNCTION TRIM(WS-SOURCE-NAME)
     NOT AT END
      WRITE BACKUP-RECORD FROM SOURCE-RECORD
      ADD 1 TO WS-RECORD-COUNT
      MOVE 'ADD' TO CRC32-OPERATION
      MOVE SOURCE-RECORD TO CRC32-DATA
      MOVE 200 TO CRC32-LENGTH
      CALL 'CRC32' USING CRC32-REQUEST
      MOVE CRC32-VALUE TO WS-CHECKSUM
    END-READ.

GET-RUN-ID.
