IDENTIFICATION DIVISION.
PROGRAM-ID. DUPLICATE-RELEASE.
AUTHOR. Simon Mikkelsen.
* GATEWAY-INBOUND holds an arrival as a suspected DUPLICATE when the
* partner already sent the same content - the same record count,
* checksum and HDR business date - within the past week, and
* INBOUND-PIPELINE stops it before MASTER-UPDATE sees it. Sometimes
* the resend is wanted (the partner was asked to send it again,
* or the first copy was posted and then backed out). This console
* lists the held arrivals still waiting from XMITLOG.TXT, lets the
* operator pick one by number, give the reason and confirm, and
* repeats until the operator enters 0. Each release is appended to
* DUPRELEASE.TXT as
*     file,partner,checksum,held-run-id,operator,yyyymmdd,reason
* and GATEWAY-INBOUND accepts that file with that content the next
* time it is run through. Releasing demands an update-class
* sign-on, and every release lands in the shared AUDITLOG with the
* file, the run that held it, and the operator's id.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XMIT-LOG-FILE ASSIGN TO 'XMITLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-XMIT-LOG-STATUS.
    SELECT DUP-RELEASE-FILE ASSIGN TO 'DUPRELEASE.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DUP-RELEASE-STATUS.
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "sandbox-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  XMIT-LOG-FILE.
01  XMIT-LOG-RECORD PIC X(160).

FD  DUP-RELEASE-FILE.
01  DUP-RELEASE-RECORD PIC X(200).

COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "sandbox-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "sandbox-ws.cpy".
01  WS-XMIT-LOG-STATUS PIC X(02).
01  WS-XMIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-XMIT-EOF VALUE 'Y'.
01  WS-XL-DIRECTION PIC X(03).
01  WS-XL-NAME PIC X(80).
01  WS-XL-COUNT PIC X(07).
01  WS-XL-CHECKSUM PIC 9(10).
01  WS-XL-RUN-STAMP PIC X(13).
01  WS-XL-STATE PIC X(09).
01  WS-XL-PARTNER PIC X(10).
01  WS-DUP-RELEASE-STATUS PIC X(02).
01  WS-DUP-RELEASE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-DUP-RELEASE-EOF VALUE 'Y'.
01  WS-DR-NAME PIC X(80).
01  WS-DR-PARTNER PIC X(10).
01  WS-DR-CHECKSUM PIC 9(10).

* One entry per held arrival not yet released; the same content
* held on more than one run is listed once, under its latest run.
01  WS-HELD-TABLE.
    05  WS-HELD-ENTRY OCCURS 200 TIMES.
        10  WS-HD-NAME PIC X(80).
        10  WS-HD-PARTNER PIC X(10).
        10  WS-HD-CHECKSUM PIC 9(10).
        10  WS-HD-COUNT PIC X(07).
        10  WS-HD-RUN-ID PIC X(13).
        10  WS-HD-RELEASED-FLAG PIC X.
            88  WS-HD-RELEASED VALUE 'Y'.
01  WS-HD-COUNT-USED PIC 9(03) VALUE 0.
01  WS-HD-INDEX PIC 9(03) VALUE 0.
01  WS-HD-FOUND PIC 9(03) VALUE 0.
01  WS-WAITING-COUNT PIC 9(03) VALUE 0.
01  WS-RELEASE-COUNT PIC 9(03) VALUE 0.
01  WS-PICKED PIC 9(03) VALUE 0.
01  WS-PICKED-TEXT PIC X(03).
01  WS-DONE-FLAG PIC X VALUE 'N'.
    88  WS-CONSOLE-DONE VALUE 'Y'.
01  WS-ANSWER PIC X.
01  WS-RELEASE-REASON PIC X(60).
01  WS-TODAY-DATE PIC 9(08).
01  WS-RELEASE-LINE PIC X(200).
01  WS-RELEASE-FILE-NAME PIC X(14) VALUE 'DUPRELEASE.TXT'.
01  WS-AUDIT-OUTCOME PIC X(11) VALUE 'RELEASED'.
01  WS-AUDIT-DETAIL PIC X(120).
01  WS-AUDIT-COUNT PIC 9(07) VALUE 1.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM CHECK-TRAINING-SANDBOX.
    MOVE SANDBOX-MODE-FLAG TO AUDITLOG-SANDBOX-FLAG.
    PERFORM SIGN-OPERATOR-ON.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

    PERFORM LOAD-HELD-ARRIVALS.
    PERFORM MARK-RELEASED-ARRIVALS.
    PERFORM VARYING WS-HD-INDEX FROM 1 BY 1
        UNTIL WS-HD-INDEX > WS-HD-COUNT-USED
     IF NOT WS-HD-RELEASED(WS-HD-INDEX)
      ADD 1 TO WS-WAITING-COUNT
     END-IF
    END-PERFORM.
    IF WS-WAITING-COUNT = 0
     DISPLAY 'No arrival is held as a duplicate.'
     GOBACK
    END-IF.

    PERFORM RELEASE-ONE-ARRIVAL UNTIL WS-CONSOLE-DONE.
    IF WS-RELEASE-COUNT > 0
     DISPLAY WS-RELEASE-COUNT ' arrival(s) released - run each'
         ' through INBOUND-PIPELINE again.'
    ELSE
     DISPLAY 'Nothing released.'
    END-IF.
    GOBACK.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='DUPLICATE-RELEASE'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

LOAD-HELD-ARRIVALS.
    OPEN INPUT XMIT-LOG-FILE.
    IF WS-XMIT-LOG-STATUS NOT = '00'
     SET WS-XMIT-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-XMIT-LINE UNTIL WS-XMIT-EOF.
    IF WS-XMIT-LOG-STATUS = '00' OR WS-XMIT-LOG-STATUS = '10'
     CLOSE XMIT-LOG-FILE
    END-IF.

LOAD-ONE-XMIT-LINE.
    READ XMIT-LOG-FILE
     AT END
      SET WS-XMIT-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-XL-DIRECTION WS-XL-NAME WS-XL-COUNT
          WS-XL-RUN-STAMP WS-XL-STATE WS-XL-PARTNER
      MOVE 0 TO WS-XL-CHECKSUM
      UNSTRING XMIT-LOG-RECORD DELIMITED BY ','
          INTO WS-XL-DIRECTION WS-XL-NAME WS-XL-COUNT
               WS-XL-CHECKSUM WS-XL-RUN-STAMP WS-XL-STATE
               WS-XL-PARTNER
      END-UNSTRING
      IF WS-XL-DIRECTION = 'IN' AND WS-XL-STATE = 'DUPLICATE'
       MOVE 0 TO WS-HD-FOUND
       PERFORM VARYING WS-HD-INDEX FROM 1 BY 1
           UNTIL WS-HD-INDEX > WS-HD-COUNT-USED OR WS-HD-FOUND > 0
        IF WS-HD-NAME(WS-HD-INDEX) = WS-XL-NAME
            AND WS-HD-PARTNER(WS-HD-INDEX) = WS-XL-PARTNER
            AND WS-HD-CHECKSUM(WS-HD-INDEX) = WS-XL-CHECKSUM
         MOVE WS-HD-INDEX TO WS-HD-FOUND
        END-IF
       END-PERFORM
       IF WS-HD-FOUND = 0 AND WS-HD-COUNT-USED < 200
        ADD 1 TO WS-HD-COUNT-USED
        MOVE WS-HD-COUNT-USED TO WS-HD-FOUND
        MOVE WS-XL-NAME TO WS-HD-NAME(WS-HD-FOUND)
        MOVE WS-XL-PARTNER TO WS-HD-PARTNER(WS-HD-FOUND)
        MOVE WS-XL-CHECKSUM TO WS-HD-CHECKSUM(WS-HD-FOUND)
        MOVE 'N' TO WS-HD-RELEASED-FLAG(WS-HD-FOUND)
       END-IF
       IF WS-HD-FOUND > 0
        MOVE WS-XL-COUNT TO WS-HD-COUNT(WS-HD-FOUND)
        MOVE WS-XL-RUN-STAMP TO WS-HD-RUN-ID(WS-HD-FOUND)
       END-IF
      END-IF
    END-READ.

MARK-RELEASED-ARRIVALS.
* A release already on file covers the held arrival of the same
* file, partner and content, whichever run held it.
    OPEN INPUT DUP-RELEASE-FILE.
    IF WS-DUP-RELEASE-STATUS NOT = '00'
     SET WS-DUP-RELEASE-EOF TO TRUE
    END-IF.
    PERFORM MARK-ONE-RELEASE UNTIL WS-DUP-RELEASE-EOF.
    IF WS-DUP-RELEASE-STATUS = '00' OR WS-DUP-RELEASE-STATUS = '10'
     CLOSE DUP-RELEASE-FILE
    END-IF.

MARK-ONE-RELEASE.
    READ DUP-RELEASE-FILE
     AT END
      SET WS-DUP-RELEASE-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-DR-NAME WS-DR-PARTNER
      MOVE 0 TO WS-DR-CHECKSUM
      UNSTRING DUP-RELEASE-RECORD DELIMITED BY ','
          INTO WS-DR-NAME WS-DR-PARTNER WS-DR-CHECKSUM
      END-UNSTRING
      PERFORM VARYING WS-HD-INDEX FROM 1 BY 1
          UNTIL WS-HD-INDEX > WS-HD-COUNT-USED
       IF WS-HD-NAME(WS-HD-INDEX) = WS-DR-NAME
           AND WS-HD-PARTNER(WS-HD-INDEX) = WS-DR-PARTNER
           AND WS-HD-CHECKSUM(WS-HD-INDEX) = WS-DR-CHECKSUM
        SET WS-HD-RELEASED(WS-HD-INDEX) TO TRUE
       END-IF
      END-PERFORM
    END-READ.

RELEASE-ONE-ARRIVAL.
    DISPLAY ' '.
    DISPLAY 'HELD AS DUPLICATE (number, held by run, partner,'
        ' records, file):'.
    PERFORM VARYING WS-HD-INDEX FROM 1 BY 1
        UNTIL WS-HD-INDEX > WS-HD-COUNT-USED
     IF NOT WS-HD-RELEASED(WS-HD-INDEX)
      DISPLAY '  ' WS-HD-INDEX ' - ' WS-HD-RUN-ID(WS-HD-INDEX)
          ' ' WS-HD-PARTNER(WS-HD-INDEX)
          ' ' WS-HD-COUNT(WS-HD-INDEX)
          ' ' FUNCTION TRIM(WS-HD-NAME(WS-HD-INDEX))
     END-IF
    END-PERFORM.
    DISPLAY 'Release which arrival (number, 0 to finish): '
        WITH NO ADVANCING.
    ACCEPT WS-PICKED-TEXT.
    MOVE 0 TO WS-PICKED.
    IF FUNCTION TEST-NUMVAL(WS-PICKED-TEXT) = 0
     COMPUTE WS-PICKED = FUNCTION NUMVAL(WS-PICKED-TEXT)
    END-IF.
    EVALUATE TRUE
     WHEN WS-PICKED = 0
      SET WS-CONSOLE-DONE TO TRUE
     WHEN WS-PICKED > WS-HD-COUNT-USED
      DISPLAY 'No such arrival.'
     WHEN WS-HD-RELEASED(WS-PICKED)
      DISPLAY 'That arrival is already released.'
     WHEN OTHER
      DISPLAY 'Reason the resend is wanted: ' WITH NO ADVANCING
      ACCEPT WS-RELEASE-REASON
* The reason closes the comma-separated release line.
      INSPECT WS-RELEASE-REASON REPLACING ALL ',' BY ';'
      IF WS-RELEASE-REASON = SPACES
       DISPLAY 'A release needs a reason - left held.'
      ELSE
       DISPLAY 'Release ' FUNCTION TRIM(WS-HD-NAME(WS-PICKED))
           ' from ' FUNCTION TRIM(WS-HD-PARTNER(WS-PICKED))
           '? (Y/N): ' WITH NO ADVANCING
       ACCEPT WS-ANSWER
       IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
        PERFORM APPEND-RELEASE-LINE
        SET WS-HD-RELEASED(WS-PICKED) TO TRUE
        ADD 1 TO WS-RELEASE-COUNT
        PERFORM WRITE-AUDIT-LOG
        DISPLAY 'Released.'
       ELSE
        DISPLAY 'Left held.'
       END-IF
      END-IF
    END-EVALUATE.

APPEND-RELEASE-LINE.
    MOVE SPACES TO WS-RELEASE-LINE.
    STRING WS-HD-NAME(WS-PICKED) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-PARTNER(WS-PICKED) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-CHECKSUM(WS-PICKED) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-HD-RUN-ID(WS-PICKED) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-TODAY-DATE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-RELEASE-REASON) DELIMITED BY SIZE
        INTO WS-RELEASE-LINE.
    OPEN EXTEND DUP-RELEASE-FILE.
    IF WS-DUP-RELEASE-STATUS = '35'
     OPEN OUTPUT DUP-RELEASE-FILE
    END-IF.
    MOVE WS-RELEASE-LINE TO DUP-RELEASE-RECORD.
    WRITE DUP-RELEASE-RECORD.
    CLOSE DUP-RELEASE-FILE.

GET-RUN-ID.
    COPY "run-id-get.cpy".

CHECK-TRAINING-SANDBOX.
    COPY "sandbox-check.cpy".

WRITE-AUDIT-LOG.
* The detail must stay one unbroken token (the audit copybook cuts
* its fields at the first space): FILE=name,DUP=run,OPERATOR=id.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'FILE=' DELIMITED BY SIZE
        WS-HD-NAME(WS-PICKED) DELIMITED BY SPACE
        ',DUP=' DELIMITED BY SIZE
        WS-HD-RUN-ID(WS-PICKED) DELIMITED BY SIZE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='DUPLICATE-RELEASE'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-RELEASE-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-AUDIT-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
