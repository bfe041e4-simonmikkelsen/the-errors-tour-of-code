* The other half of the quarterly restore drill: given a backup set
* directory written by DR-BACKUP, this program restores every file
* named in the set's BACKUP-MANIFEST.TXT record for record, then
* proves each restored file two ways - its record count and CRC-32
* checksum against the manifest, and a record-by-record
* FILE-COMPARE walk against the backup copy itself. Any mismatch
* fails the drill with RETURN-CODE 8, and the whole run lands in
* the shared AUDITLOG.
* The CRC-32 comes from the shared CRC32 subprogram. A set backed up
* while DR-BACKUP still wrote the ORD byte-sum proves on its
* byte-sum while the transition switch in CRC32-LINKAGE.CPY is on,
* and the run says which members did.
* A set can be incremental, holding only the members that changed
* since the set before it. Restoring from one walks its chain back
* through the previous sets to the full set it builds on, and then
* applies the sets oldest first: from each set it restores those
* members the chosen set's manifest names as held there, proving
* each one exactly as above, so the result is the data as it stood
* on the chosen day. The chain - each set, its type, the members it
* supplies, and how many days back the full set lies - is printed
* on DR-CHAIN.RPT and archived; choosing C prints only the chain.
* A set whose chain cannot be walked to its full set fails with
* RETURN-CODE 8 before anything is restored.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
     FILE STATUS IS WS-RESTORED-STATUS.
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    SELECT CHAIN-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

FD  CHAIN-REPORT-FILE.
01  CHAIN-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "crc32-linkage.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
01  WS-SET-DIRECTORY PIC X(30).
01  WS-MANIFEST-NAME PIC X(150).
01  WS-MANIFEST-STATUS PIC X(02).
01  WS-MANIFEST-CHECKSUM PIC 9(10) VALUE 0.
01  WS-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-CHECKSUM PIC 9(10) VALUE 0.
01  WS-LEGACY-SUM PIC 9(10) VALUE 0.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
01  WS-COMPARE-BAD-FLAG PIC X VALUE 'N'.
    88  WS-COMPARE-BAD VALUE 'Y'.
01  WS-FILES-RESTORED PIC 9(04) VALUE 0.
01  WS-FILES-FAILED PIC 9(04) VALUE 0.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE 'SUCCESS'.
01  WS-RUN-MODE PIC X VALUE 'R'.
    88  WS-CHAIN-ONLY VALUE 'C'.
01  WS-MEMBER-HOLDER PIC X(30).
01  WS-APPLY-SET PIC X(30).
01  WS-WALK-SET PIC X(30).
01  WS-SET-TAG PIC X(10).
01  WS-SET-TYPE PIC X(04).
01  WS-SET-BASE PIC X(30).
01  WS-SET-PREVIOUS PIC X(30).
01  WS-CHAIN-TABLE.
    05  WS-CHAIN-ENTRY OCCURS 100 TIMES.
        10  WS-CHAIN-SET PIC X(30).
        10  WS-CHAIN-TYPE PIC X(11).
        10  WS-CHAIN-MEMBERS PIC 9(04).
01  WS-CHAIN-LENGTH PIC 9(03) VALUE 0.
01  WS-CHAIN-INDEX PIC 9(03) VALUE 0.
01  WS-CHAIN-FOUND PIC 9(03) VALUE 0.
01  WS-CHAIN-STEP PIC 9(03) VALUE 0.
01  WS-CHAIN-DONE-FLAG PIC X VALUE 'N'.
    88  WS-CHAIN-DONE VALUE 'Y'.
01  WS-CHAIN-BROKEN-FLAG PIC X VALUE 'N'.
    88  WS-CHAIN-BROKEN VALUE 'Y'.
01  WS-CHAIN-BROKEN-SET PIC X(30) VALUE SPACES.
01  WS-OUTSIDE-MEMBERS PIC 9(04) VALUE 0.
01  WS-DAYS-BACK PIC 9(05) VALUE 0.
01  WS-CHOSEN-DATE PIC 9(08) VALUE 0.
01  WS-FULL-DATE PIC 9(08) VALUE 0.
01  WS-REPORT-NAME PIC X(20) VALUE 'DR-CHAIN.RPT'.
01  WS-REPORT-LINE PIC X(132).
01  WS-PAGE-NUMBER PIC 9(04) VALUE 1.
01  WS-EDIT-STEP PIC ZZ9.
01  WS-EDIT-MEMBERS PIC ZZZ9.
01  WS-EDIT-DAYS PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY 'Backup set directory (e.g. BACKUPSET-20260822): '
        WITH NO ADVANCING.
    ACCEPT WS-SET-DIRECTORY.
    DISPLAY 'R=restore and prove, C=print the restore chain only '
        '(default R): ' WITH NO ADVANCING.
    ACCEPT WS-RUN-MODE.
    MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
    PERFORM BUILD-RESTORE-CHAIN.
    IF WS-CHAIN-LENGTH = 0
     DISPLAY 'No manifest in that backup set.'
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM COUNT-CHAIN-MEMBERS.
    PERFORM PRINT-CHAIN-REPORT.
    IF WS-CHAIN-BROKEN
     DISPLAY '*** RESTORE CHAIN BROKEN - NOTHING RESTORED ***'
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    IF WS-CHAIN-ONLY
     STOP RUN
    END-IF.
    PERFORM APPLY-ONE-CHAIN-SET
        VARYING WS-CHAIN-INDEX FROM WS-CHAIN-LENGTH BY -1
        UNTIL WS-CHAIN-INDEX < 1.

    DISPLAY 'FILES RESTORED : ' WS-FILES-RESTORED.
    DISPLAY 'FILES FAILED   : ' WS-FILES-FAILED.
    PERFORM WRITE-AUDIT-LOG.
    STOP RUN.

BUILD-RESTORE-CHAIN.
* The chain is recorded newest first: the chosen set, the set it
* was taken on top of, and so on back to a full set. Each link must
* be older than the one after it, so a damaged manifest cannot send
* the walk round in a circle.
    MOVE 0 TO WS-CHAIN-LENGTH.
    MOVE 'N' TO WS-CHAIN-DONE-FLAG.
    MOVE 'N' TO WS-CHAIN-BROKEN-FLAG.
    MOVE WS-SET-DIRECTORY TO WS-WALK-SET.
    PERFORM ADD-ONE-CHAIN-LINK UNTIL WS-CHAIN-DONE.

ADD-ONE-CHAIN-LINK.
    PERFORM POINT-AT-WALK-MANIFEST.
    MOVE SPACES TO WS-SET-TAG.
    MOVE SPACES TO WS-SET-TYPE.
    MOVE SPACES TO WS-SET-BASE.
    MOVE SPACES TO WS-SET-PREVIOUS.
    OPEN INPUT MANIFEST-FILE.
    IF WS-MANIFEST-STATUS NOT = '00'
     SET WS-CHAIN-BROKEN TO TRUE
     MOVE WS-WALK-SET TO WS-CHAIN-BROKEN-SET
     SET WS-CHAIN-DONE TO TRUE
    ELSE
     READ MANIFEST-FILE INTO MANIFEST-RECORD
      AT END
       MOVE SPACES TO MANIFEST-RECORD
     END-READ
     CLOSE MANIFEST-FILE
     UNSTRING MANIFEST-RECORD DELIMITED BY ','
         INTO WS-SET-TAG WS-SET-TYPE WS-SET-BASE WS-SET-PREVIOUS
     ADD 1 TO WS-CHAIN-LENGTH
     MOVE WS-WALK-SET TO WS-CHAIN-SET(WS-CHAIN-LENGTH)
     MOVE 0 TO WS-CHAIN-MEMBERS(WS-CHAIN-LENGTH)
     IF WS-SET-TAG = '*SET' AND WS-SET-TYPE = 'INCR'
      MOVE 'INCREMENTAL' TO WS-CHAIN-TYPE(WS-CHAIN-LENGTH)
      EVALUATE TRUE
       WHEN WS-SET-PREVIOUS = SPACES
           OR WS-SET-PREVIOUS NOT < WS-WALK-SET
           OR WS-CHAIN-LENGTH NOT < 100
        SET WS-CHAIN-BROKEN TO TRUE
        MOVE WS-WALK-SET TO WS-CHAIN-BROKEN-SET
        SET WS-CHAIN-DONE TO TRUE
       WHEN OTHER
        MOVE WS-SET-PREVIOUS TO WS-WALK-SET
      END-EVALUATE
     ELSE
      MOVE 'FULL' TO WS-CHAIN-TYPE(WS-CHAIN-LENGTH)
      SET WS-CHAIN-DONE TO TRUE
     END-IF
    END-IF.

POINT-AT-WALK-MANIFEST.
    MOVE SPACES TO WS-MANIFEST-NAME.
    STRING WS-WALK-SET DELIMITED BY SPACE
        '/BACKUP-MANIFEST.TXT' DELIMITED BY SIZE
        INTO WS-MANIFEST-NAME.

COUNT-CHAIN-MEMBERS.
* One pass over the chosen manifest tells how many members each set
* in the chain supplies, and whether any is held outside it.
    MOVE 0 TO WS-OUTSIDE-MEMBERS.
    MOVE WS-SET-DIRECTORY TO WS-WALK-SET.
    PERFORM POINT-AT-WALK-MANIFEST.
    MOVE 'N' TO WS-MANIFEST-EOF-FLAG.
    OPEN INPUT MANIFEST-FILE.
    PERFORM COUNT-ONE-CHAIN-MEMBER UNTIL WS-MANIFEST-EOF.
    CLOSE MANIFEST-FILE.
    IF WS-OUTSIDE-MEMBERS > 0 AND NOT WS-CHAIN-BROKEN
     SET WS-CHAIN-BROKEN TO TRUE
     MOVE SPACES TO WS-CHAIN-BROKEN-SET
    END-IF.

COUNT-ONE-CHAIN-MEMBER.
    READ MANIFEST-FILE INTO MANIFEST-RECORD
     AT END
      SET WS-MANIFEST-EOF TO TRUE
     NOT AT END
      PERFORM SPLIT-MANIFEST-LINE
      IF FUNCTION TEST-NUMVAL(WS-MANIFEST-COUNT-TEXT) = 0
          AND FUNCTION TEST-NUMVAL(WS-MANIFEST-SUM-TEXT) = 0
          AND MANIFEST-RECORD NOT = SPACES
       PERFORM FIND-HOLDER-IN-CHAIN
       IF WS-CHAIN-FOUND > 0
        ADD 1 TO WS-CHAIN-MEMBERS(WS-CHAIN-FOUND)
       ELSE
        ADD 1 TO WS-OUTSIDE-MEMBERS
       END-IF
      END-IF
    END-READ.

SPLIT-MANIFEST-LINE.
    MOVE SPACES TO WS-MEMBER-NAME.
    MOVE SPACES TO WS-MANIFEST-COUNT-TEXT.
    MOVE SPACES TO WS-MANIFEST-SUM-TEXT.
    MOVE SPACES TO WS-MEMBER-HOLDER.
    UNSTRING MANIFEST-RECORD DELIMITED BY ','
        INTO WS-MEMBER-NAME WS-MANIFEST-COUNT-TEXT
             WS-MANIFEST-SUM-TEXT WS-MEMBER-HOLDER.
    IF WS-MEMBER-HOLDER = SPACES
     MOVE WS-SET-DIRECTORY TO WS-MEMBER-HOLDER
    END-IF.

FIND-HOLDER-IN-CHAIN.
    MOVE 0 TO WS-CHAIN-FOUND.
    PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
        UNTIL WS-CHAIN-STEP > WS-CHAIN-LENGTH
     IF WS-CHAIN-SET(WS-CHAIN-STEP) = WS-MEMBER-HOLDER
      MOVE WS-CHAIN-STEP TO WS-CHAIN-FOUND
     END-IF
    END-PERFORM.

PRINT-CHAIN-REPORT.
    OPEN OUTPUT CHAIN-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE CHAIN-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'RESTORE CHAIN FOR ' DELIMITED BY SIZE
        WS-SET-DIRECTORY DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 'STEP  BACKUP SET                       TYPE         MEMBERS'
        TO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-CHAIN-STEP.
    PERFORM PRINT-ONE-CHAIN-STEP
        VARYING WS-CHAIN-INDEX FROM WS-CHAIN-LENGTH BY -1
        UNTIL WS-CHAIN-INDEX < 1.
    MOVE SPACES TO WS-REPORT-LINE.
    EVALUATE TRUE
     WHEN WS-CHAIN-BROKEN AND WS-CHAIN-BROKEN-SET NOT = SPACES
      STRING 'CHAIN BROKEN AT ' DELIMITED BY SIZE
          WS-CHAIN-BROKEN-SET DELIMITED BY SPACE
          ' - ITS MANIFEST IS MISSING OR DOES NOT LEAD TO A FULL SET'
          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
     WHEN WS-CHAIN-BROKEN
      MOVE WS-OUTSIDE-MEMBERS TO WS-EDIT-MEMBERS
      STRING 'CHAIN BROKEN - ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-EDIT-MEMBERS) DELIMITED BY SIZE
          ' MEMBER(S) HELD IN A SET OUTSIDE THE CHAIN'
          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
     WHEN OTHER
      PERFORM MEASURE-CHAIN-REACH
      MOVE WS-DAYS-BACK TO WS-EDIT-DAYS
      MOVE WS-CHAIN-LENGTH TO WS-EDIT-STEP
      STRING 'CHAIN REACHES BACK ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
          ' DAY(S) TO FULL SET ' DELIMITED BY SIZE
          WS-CHAIN-SET(WS-CHAIN-LENGTH) DELIMITED BY SPACE
          ' - ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-EDIT-STEP) DELIMITED BY SIZE
          ' SET(S) TO APPLY' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
    END-EVALUATE.
    PERFORM WRITE-REPORT-LINE.
    CLOSE CHAIN-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.

PRINT-ONE-CHAIN-STEP.
    ADD 1 TO WS-CHAIN-STEP.
    MOVE WS-CHAIN-STEP TO WS-EDIT-STEP.
    MOVE WS-CHAIN-MEMBERS(WS-CHAIN-INDEX) TO WS-EDIT-MEMBERS.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-EDIT-STEP TO WS-REPORT-LINE(2:3).
    MOVE WS-CHAIN-SET(WS-CHAIN-INDEX) TO WS-REPORT-LINE(7:30).
    MOVE WS-CHAIN-TYPE(WS-CHAIN-INDEX) TO WS-REPORT-LINE(40:11).
    MOVE WS-EDIT-MEMBERS TO WS-REPORT-LINE(55:4).
    PERFORM WRITE-REPORT-LINE.

MEASURE-CHAIN-REACH.
* Set names end in their YYYYMMDD date, so the reach is the days
* between the chosen set and the full set under it.
    MOVE 0 TO WS-DAYS-BACK.
    IF WS-SET-DIRECTORY(11:8) IS NUMERIC
        AND WS-CHAIN-SET(WS-CHAIN-LENGTH)(11:8) IS NUMERIC
     MOVE WS-SET-DIRECTORY(11:8) TO WS-CHOSEN-DATE
     MOVE WS-CHAIN-SET(WS-CHAIN-LENGTH)(11:8) TO WS-FULL-DATE
     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHOSEN-DATE) = 0
         AND FUNCTION TEST-DATE-YYYYMMDD(WS-FULL-DATE) = 0
         AND WS-CHOSEN-DATE NOT < WS-FULL-DATE
      COMPUTE WS-DAYS-BACK =
          FUNCTION INTEGER-OF-DATE(WS-CHOSEN-DATE)
          - FUNCTION INTEGER-OF-DATE(WS-FULL-DATE)
     END-IF
    END-IF.

APPLY-ONE-CHAIN-SET.
    MOVE WS-CHAIN-SET(WS-CHAIN-INDEX) TO WS-APPLY-SET.
    DISPLAY 'APPLYING ' FUNCTION TRIM(WS-APPLY-SET)
        ' (' FUNCTION TRIM(WS-CHAIN-TYPE(WS-CHAIN-INDEX)) ')'.
    MOVE WS-SET-DIRECTORY TO WS-WALK-SET.
    PERFORM POINT-AT-WALK-MANIFEST.
    MOVE 'N' TO WS-MANIFEST-EOF-FLAG.
    OPEN INPUT MANIFEST-FILE.
    PERFORM RESTORE-ONE-MEMBER UNTIL WS-MANIFEST-EOF.
    CLOSE MANIFEST-FILE.

RESTORE-ONE-MEMBER.
    READ MANIFEST-FILE INTO MANIFEST-RECORD
     AT END
      SET WS-MANIFEST-EOF TO TRUE
     NOT AT END
      IF MANIFEST-RECORD NOT = SPACES
       PERFORM SPLIT-MANIFEST-LINE
       IF FUNCTION TEST-NUMVAL(WS-MANIFEST-COUNT-TEXT) = 0
           AND FUNCTION TEST-NUMVAL(WS-MANIFEST-SUM-TEXT) = 0
           AND WS-MEMBER-HOLDER = WS-APPLY-SET
        COMPUTE WS-MANIFEST-COUNT =
            FUNCTION NUMVAL(WS-MANIFEST-COUNT-TEXT)
        COMPUTE WS-MANIFEST-CHECKSUM =
    MOVE 'N' TO WS-COMPARE-BAD-FLAG.
    MOVE 'N' TO WS-BACKUP-EOF-FLAG.
    MOVE SPACES TO WS-BACKUP-NAME.
    STRING WS-APPLY-SET DELIMITED BY SPACE
        '/' DELIMITED BY SIZE
        WS-MEMBER-NAME DELIMITED BY SPACE
        INTO WS-BACKUP-NAME.
* equal to the backup copy - the FILE-COMPARE walk.
    MOVE 0 TO WS-RECORD-COUNT.
    MOVE 0 TO WS-CHECKSUM.
    MOVE 0 TO WS-LEGACY-SUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE 'N' TO WS-RESTORED-EOF-FLAG.
    MOVE 'N' TO WS-BACKUP-EOF-FLAG.
    OPEN INPUT RESTORED-FILE.
     DISPLAY 'COUNT MISMATCH FOR ' FUNCTION TRIM(WS-MEMBER-NAME)
     SET WS-COMPARE-BAD TO TRUE
    END-IF.
    EVALUATE TRUE
     WHEN WS-CHECKSUM = WS-MANIFEST-CHECKSUM
      CONTINUE
     WHEN CRC32-LEGACY-ACCEPTED
         AND WS-LEGACY-SUM = WS-MANIFEST-CHECKSUM
      DISPLAY 'CHECKSUM OF ' FUNCTION TRIM(WS-MEMBER-NAME)
          ' PROVED ON THE OLD BYTE-SUM OF THE MANIFEST'
     WHEN OTHER
      DISPLAY 'CHECKSUM MISMATCH FOR ' FUNCTION TRIM(WS-MEMBER-NAME)
      SET WS-COMPARE-BAD TO TRUE
    END-EVALUATE.

COMPARE-ONE-RECORD-PAIR.
    IF NOT WS-RESTORED-EOF
      SET WS-COMPARE-BAD TO TRUE
     WHEN OTHER
      ADD 1 TO WS-RECORD-COUNT
      MOVE 'ADD' TO CRC32-OPERATION
      MOVE RESTORED-RECORD TO CRC32-DATA
      MOVE 200 TO CRC32-LENGTH
      CALL 'CRC32' USING CRC32-REQUEST
      MOVE CRC32-VALUE TO WS-CHECKSUM
      PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
          UNTIL WS-CHAR-INDEX > 200
       ADD FUNCTION ORD(RESTORED-RECORD(WS-CHAR-INDEX:1))
           TO WS-LEGACY-SUM
      END-PERFORM
    END-EVALUATE.

WRITE-REPORT-LINE.
    WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
    DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='DR-RESTORE'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='DR-RESTORE'==.

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='DR-RESTORE'==
