* The inbound half of the partner gateway: given an arrived file in
* the drop directory, it registers the arrival in the shared
* transmission log XMITLOG.TXT, verifies the file's HDR/TRL trailer
* (record count and the standard CRC-32 checksum, the same
* validation the integrity sweep applies) when the file is wrapped,
* and writes the acknowledgment file (<file>.ACK) back into the
* drop directory for the partner. A failed trailer registers the
* PARTNERS.TXT (PARTNER-SELECT.CPY) then supplies the drop
* directory, and the partner id rides on the XMITLOG.TXT line so
* the reconciliation can break out by partner.
* The XMITLOG.TXT line closes with the time of day the arrival was
* registered (HHMMSS), so an arrival can be judged against the time
* the partner promised it by, not just the day.
* A partner that resends an earlier file under a new name would
* otherwise have it posted twice, so every arrival is now compared
* with what the same partner delivered over the past week: the same
* record count, content checksum and HDR business date (which rides
* on the XMITLOG.TXT line after the time) registers it as DUPLICATE,
* unacknowledged, ending with RETURN-CODE 4. An operator releases
* an intentional resend with a reason through DUPLICATE-RELEASE,
* which records it on DUPRELEASE.TXT; the released file is then
* accepted when it is run through again.
* The checksum is the CRC-32 of the shared CRC32 subprogram, and it
* is what the XMITLOG.TXT line records. While the transition switch
* in CRC32-LINKAGE.CPY is on, a file a partner still wraps with the
* byte-sum verifies on it (and the run says so), and an arrival
* logged or released under the byte-sum is still recognised when
* the same content comes again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT XMIT-LOG-FILE ASSIGN TO 'XMITLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-XMIT-LOG-STATUS.
    SELECT DUP-RELEASE-FILE ASSIGN TO 'DUPRELEASE.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DUP-RELEASE-STATUS.
    COPY "run-id-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "partner-select.cpy".
FD  XMIT-LOG-FILE.
01  XMIT-LOG-RECORD PIC X(160).

FD  DUP-RELEASE-FILE.
01  DUP-RELEASE-RECORD PIC X(200).

COPY "run-id-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "partner-fd.cpy".
COPY "run-id-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "partner-ws.cpy".
COPY "dateroutines-linkage.cpy".
COPY "crc32-linkage.cpy".
COPY "crc32-linkage.cpy"
    REPLACING LEADING ==CRC32== BY ==CRC80==.
01  WS-ARRIVED-NAME PIC X(80).
01  WS-DROP-DIRECTORY PIC X(50) VALUE 'PARTNER-DROP'.
01  WS-ARRIVED-PATH PIC X(140).
01  WS-ACK-NAME PIC X(150).
01  WS-XMIT-LOG-STATUS PIC X(02).
01  WS-XMIT-LINE PIC X(160).
01  WS-XMIT-TIME.
    05  WS-XMIT-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  WS-ACK-LINE PIC X(132).
01  WS-VERIFY-STATE PIC X(09) VALUE 'VERIFIED'.
01  WS-HDR-DATE PIC X(08) VALUE SPACES.

01  WS-REPLAY-WINDOW-DAYS PIC 9(03) VALUE 7.
01  WS-TODAY-DATE PIC 9(08).
01  WS-XMIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-XMIT-EOF VALUE 'Y'.
01  WS-XL-DIRECTION PIC X(03).
01  WS-XL-NAME PIC X(80).
01  WS-XL-COUNT PIC 9(07).
01  WS-XL-CHECKSUM PIC 9(10).
01  WS-XL-RUN-STAMP PIC X(13).
01  WS-XL-STATE PIC X(09).
01  WS-XL-PARTNER PIC X(10).
01  WS-XL-TIME PIC X(06).
01  WS-XL-HDR-DATE PIC X(08).
01  WS-REPLAY-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-REPLAY-FOUND VALUE 'Y'.
01  WS-REPLAY-OF-NAME PIC X(80) VALUE SPACES.
01  WS-REPLAY-OF-RUN-ID PIC X(13) VALUE SPACES.
01  WS-DUP-RELEASE-STATUS PIC X(02).
01  WS-DUP-RELEASE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-DUP-RELEASE-EOF VALUE 'Y'.
01  WS-DR-LINE PIC X(200).
01  WS-DR-NAME PIC X(80).
01  WS-DR-PARTNER PIC X(10).
01  WS-DR-CHECKSUM PIC 9(10).
01  WS-DR-DUP-RUN-ID PIC X(13).
01  WS-DR-OPERATOR PIC X(08).
01  WS-DR-DATE PIC X(08).
01  WS-DR-REASON PIC X(60).
01  WS-RELEASED-FLAG PIC X VALUE 'N'.
    88  WS-RELEASED VALUE 'Y'.

01  WS-HDR-SEEN-FLAG PIC X VALUE 'N'.
    88  WS-HDR-SEEN VALUE 'Y'.
01  WS-DATA-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-CHECKSUM-80 PIC 9(10) VALUE 0.
01  WS-CHECKSUM-100 PIC 9(10) VALUE 0.
01  WS-LEGACY-SUM-80 PIC 9(10) VALUE 0.
01  WS-LEGACY-SUM-100 PIC 9(10) VALUE 0.
01  WS-LEGACY-VERIFIED-FLAG PIC X VALUE 'N'.
    88  WS-LEGACY-VERIFIED VALUE 'Y'.
01  WS-TRL-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-TRL-CHECKSUM PIC 9(10) VALUE 0.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
        INTO WS-ARRIVED-PATH.

    PERFORM VERIFY-ARRIVED-TRAILER.
    IF WS-VERIFY-STATE = 'VERIFIED' OR WS-VERIFY-STATE = 'RECEIVED'
     PERFORM CHECK-FOR-REPLAY
    END-IF.
    PERFORM APPEND-XMIT-LOG-LINE.
* The audit line goes first: its CALL to the lock manager would
* otherwise reset the condition code the caller acts on.
    PERFORM WRITE-AUDIT-LOG.
    EVALUATE WS-VERIFY-STATE
     WHEN 'VERIFIED'
      PERFORM WRITE-ACK-FILE
      DISPLAY 'ARRIVAL VERIFIED AND ACKNOWLEDGED: '
          FUNCTION TRIM(WS-ARRIVED-NAME)
      IF WS-LEGACY-VERIFIED
       DISPLAY 'NOTE: THE TRAILER CARRIES THE OLD BYTE-SUM, NOT A'
           ' CRC-32 - ASK THE PARTNER TO MOVE TO CRC-32.'
      END-IF
     WHEN 'DUPLICATE'
      DISPLAY '*** ARRIVAL HELD AS A SUSPECTED DUPLICATE OF '
          FUNCTION TRIM(WS-REPLAY-OF-NAME) ' (RUN '
          WS-REPLAY-OF-RUN-ID ') ***'
      DISPLAY 'RELEASE IT IN DUPLICATE-RELEASE IF THE RESEND WAS'
          ' INTENTIONAL, THEN RUN IT THROUGH AGAIN.'
      MOVE 4 TO RETURN-CODE
     WHEN OTHER
      DISPLAY '*** ARRIVAL REGISTERED AS ' WS-VERIFY-STATE ' ***'
      MOVE 8 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

LOAD-PARTNER-PROFILE.
* only counted once the record after them is seen, so the final TRL
* is never counted as data. An unwrapped file (no HDR) is accepted
* as RECEIVED but cannot claim VERIFIED.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE 'INI' TO CRC80-OPERATION.
    CALL 'CRC32' USING CRC80-REQUEST.
    OPEN INPUT ARRIVED-FILE.
    IF WS-ARRIVED-STATUS NOT = '00'
     MOVE 'MISSING' TO WS-VERIFY-STATE
       MOVE 'BAD' TO WS-VERIFY-STATE
      WHEN WS-TRL-RECORD-COUNT NOT = WS-DATA-RECORD-COUNT
       MOVE 'BAD' TO WS-VERIFY-STATE
      WHEN WS-TRL-CHECKSUM = WS-CHECKSUM-80
          OR WS-TRL-CHECKSUM = WS-CHECKSUM-100
       MOVE 'VERIFIED' TO WS-VERIFY-STATE
      WHEN CRC32-LEGACY-ACCEPTED
          AND (WS-TRL-CHECKSUM = WS-LEGACY-SUM-80
          OR WS-TRL-CHECKSUM = WS-LEGACY-SUM-100)
       MOVE 'VERIFIED' TO WS-VERIFY-STATE
       SET WS-LEGACY-VERIFIED TO TRUE
      WHEN OTHER
       MOVE 'BAD' TO WS-VERIFY-STATE
     END-EVALUATE
    END-IF.

      IF ARRIVED-RECORD(1:3) = 'HDR' AND WS-DATA-RECORD-COUNT = 0
          AND NOT WS-HDR-SEEN AND NOT WS-HELD-PENDING
       SET WS-HDR-SEEN TO TRUE
       IF ARRIVED-RECORD(4:8) IS NUMERIC
        MOVE ARRIVED-RECORD(4:8) TO WS-HDR-DATE
       END-IF
      ELSE
       MOVE ARRIVED-RECORD TO WS-HELD-RECORD
       SET WS-HELD-PENDING TO TRUE
    END-IF.
COUNT-HELD-AS-DATA.
    ADD 1 TO WS-DATA-RECORD-COUNT.
    MOVE 'ADD' TO CRC32-OPERATION.
    MOVE WS-HELD-RECORD TO CRC32-DATA.
    MOVE 100 TO CRC32-LENGTH.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE CRC32-VALUE TO WS-CHECKSUM-100.
    MOVE 'ADD' TO CRC80-OPERATION.
    MOVE WS-HELD-RECORD TO CRC80-DATA.
    MOVE 80 TO CRC80-LENGTH.
    CALL 'CRC32' USING CRC80-REQUEST.
    MOVE CRC80-VALUE TO WS-CHECKSUM-80.
    PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
        UNTIL WS-CHAR-INDEX > 100
     ADD FUNCTION ORD(WS-HELD-RECORD(WS-CHAR-INDEX:1))
         TO WS-LEGACY-SUM-100
     IF WS-CHAR-INDEX <= 80
      ADD FUNCTION ORD(WS-HELD-RECORD(WS-CHAR-INDEX:1))
          TO WS-LEGACY-SUM-80
     END-IF
    END-PERFORM.
    MOVE 'N' TO WS-HELD-PENDING-FLAG.

CHECK-FOR-REPLAY.
* The partner's own recent IN lines (BAD and MISSING ones never
* carried content) are searched for the same record count, content
* checksum and HDR business date within the replay window. An
* unwrapped file has no HDR date, so count and checksum alone must
* match. A line logged before the CRC-32 carries the byte-sum, which
* is compared while the transition lasts. The same file run through
* a second time matches itself and
* is held the same way - it is the operator who knows whether the
* rerun is wanted.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    MOVE 'N' TO WS-XMIT-EOF-FLAG.
    OPEN INPUT XMIT-LOG-FILE.
    IF WS-XMIT-LOG-STATUS NOT = '00'
     SET WS-XMIT-EOF TO TRUE
    END-IF.
    PERFORM UNTIL WS-XMIT-EOF OR WS-REPLAY-FOUND
     READ XMIT-LOG-FILE INTO WS-XMIT-LINE
      AT END
       SET WS-XMIT-EOF TO TRUE
      NOT AT END
       PERFORM COMPARE-ONE-XMIT-LINE
     END-READ
    END-PERFORM.
    IF WS-XMIT-LOG-STATUS = '00' OR WS-XMIT-LOG-STATUS = '10'
     CLOSE XMIT-LOG-FILE
    END-IF.
    IF WS-REPLAY-FOUND
     PERFORM CHECK-FOR-RELEASE
     IF WS-RELEASED
      DISPLAY 'SAME CONTENT AS ' FUNCTION TRIM(WS-REPLAY-OF-NAME)
          ' (RUN ' WS-REPLAY-OF-RUN-ID ') - RELEASED BY '
          FUNCTION TRIM(WS-DR-OPERATOR) ': '
          FUNCTION TRIM(WS-DR-REASON)
     ELSE
      MOVE 'DUPLICATE' TO WS-VERIFY-STATE
     END-IF
    END-IF.

COMPARE-ONE-XMIT-LINE.
    MOVE SPACES TO WS-XL-DIRECTION WS-XL-NAME WS-XL-RUN-STAMP
        WS-XL-STATE WS-XL-PARTNER WS-XL-TIME WS-XL-HDR-DATE.
    MOVE 0 TO WS-XL-COUNT WS-XL-CHECKSUM.
    UNSTRING WS-XMIT-LINE DELIMITED BY ','
        INTO WS-XL-DIRECTION WS-XL-NAME WS-XL-COUNT
             WS-XL-CHECKSUM WS-XL-RUN-STAMP WS-XL-STATE
             WS-XL-PARTNER WS-XL-TIME WS-XL-HDR-DATE
    END-UNSTRING.
    IF WS-XL-DIRECTION = 'IN'
        AND WS-XL-PARTNER = PARTNER-WANTED
        AND WS-XL-STATE NOT = 'BAD'
        AND WS-XL-STATE NOT = 'MISSING'
        AND WS-XL-COUNT = WS-DATA-RECORD-COUNT
        AND (WS-XL-CHECKSUM = WS-CHECKSUM-100
        OR (CRC32-LEGACY-ACCEPTED
        AND WS-XL-CHECKSUM = WS-LEGACY-SUM-100))
        AND WS-XL-HDR-DATE = WS-HDR-DATE
        AND WS-XL-RUN-STAMP(1:8) IS NUMERIC
     MOVE 'DBT' TO DATECALC-OPERATION
     MOVE WS-XL-RUN-STAMP(1:8) TO DATECALC-DATE-1
     MOVE WS-TODAY-DATE TO DATECALC-DATE-2
     CALL 'DATEROUTINES' USING DATECALC-REQUEST
     IF DATECALC-DAY-COUNT <= WS-REPLAY-WINDOW-DAYS
      SET WS-REPLAY-FOUND TO TRUE
      MOVE WS-XL-NAME TO WS-REPLAY-OF-NAME
      MOVE WS-XL-RUN-STAMP TO WS-REPLAY-OF-RUN-ID
     END-IF
    END-IF.

CHECK-FOR-RELEASE.
* DUPRELEASE.TXT, written by DUPLICATE-RELEASE, one line per
* released file: file,partner,checksum,held-run-id,operator,date,
* reason. A release names the exact content it was given for, so a
* later resend under the same name with other content is not let
* through on it.
    MOVE 'N' TO WS-DUP-RELEASE-EOF-FLAG.
    OPEN INPUT DUP-RELEASE-FILE.
    IF WS-DUP-RELEASE-STATUS NOT = '00'
     SET WS-DUP-RELEASE-EOF TO TRUE
    END-IF.
    PERFORM UNTIL WS-DUP-RELEASE-EOF OR WS-RELEASED
     READ DUP-RELEASE-FILE INTO WS-DR-LINE
      AT END
       SET WS-DUP-RELEASE-EOF TO TRUE
      NOT AT END
       MOVE SPACES TO WS-DR-NAME WS-DR-PARTNER WS-DR-DUP-RUN-ID
           WS-DR-OPERATOR WS-DR-DATE WS-DR-REASON
       MOVE 0 TO WS-DR-CHECKSUM
       UNSTRING WS-DR-LINE DELIMITED BY ','
           INTO WS-DR-NAME WS-DR-PARTNER WS-DR-CHECKSUM
                WS-DR-DUP-RUN-ID WS-DR-OPERATOR WS-DR-DATE
                WS-DR-REASON
       END-UNSTRING
       IF WS-DR-NAME = WS-ARRIVED-NAME
           AND WS-DR-PARTNER = PARTNER-WANTED
           AND (WS-DR-CHECKSUM = WS-CHECKSUM-100
           OR (CRC32-LEGACY-ACCEPTED
           AND WS-DR-CHECKSUM = WS-LEGACY-SUM-100))
        SET WS-RELEASED TO TRUE
       END-IF
     END-READ
    END-PERFORM.
    IF WS-DUP-RELEASE-STATUS = '00' OR WS-DUP-RELEASE-STATUS = '10'
     CLOSE DUP-RELEASE-FILE
    END-IF.

APPEND-XMIT-LOG-LINE.
    ACCEPT WS-XMIT-TIME FROM TIME.
    MOVE SPACES TO WS-XMIT-LINE.
    STRING 'IN,' DELIMITED BY SIZE
        WS-ARRIVED-NAME DELIMITED BY SPACE
        WS-VERIFY-STATE DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        PARTNER-WANTED DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-XMIT-HHMMSS DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-HDR-DATE DELIMITED BY SPACE
        INTO WS-XMIT-LINE.
    OPEN EXTEND XMIT-LOG-FILE.
    IF WS-XMIT-LOG-STATUS = '35'
