* PARTNERS.TXT (PARTNER-SELECT.CPY) then supplies the drop
* directory, and the partner id rides on the XMITLOG.TXT line so
* GATEWAY-RECON can chase each partner by its own lateness rule.
* The line closes with the time of day the file was staged
* (HHMMSS), the starting point of the partner's acknowledgment
* turnaround.
* Both drop-directory files follow the commit protocol
* (COMMIT-SELECT.CPY): they are written under temporary names and
* renamed into place together behind a COMMIT line, so the partner's
* pickup job can never collect a half-staged file.
* A partner's profile may carry a cut-off time and the days it
* takes files on. A file staged after the cut-off, or on a day that
* is not a business transmission day for the partner, is value
* dated to the partner's next valid business day: the date goes
* into the file's HDR record (when it has one) and onto the
* XMITLOG.TXT line after the time, and GATEWAY-RECON measures the
* acknowledgment from it. A late send agreed with the partner can
* keep today's value date, but only on an update-class operator's
* sign-on, and the override is written to the AUDITLOG with the
* partner, the cut-off and the operator's id.
* A partner whose profile names its own holiday calendar takes files
* only on days open both there and on the house calendar, so the
* value date is a joint business day of the two.
* The checksum on the XMITLOG.TXT line and the ACKREQ record is the
* CRC-32 of the staged records from the shared CRC32 subprogram; it
* was the ORD byte-sum, which two records swapped in transit passed.
* A file the dataset catalog classifies PERSONAL is not staged for
* a partner unless DATA-MASKER produced it or the partner's profile
* clears the partner for PERSONAL data (CLASSIFY-CHECK.CPY). A
* refusal ends the run with return code 8 before anything reaches
* the drop directory; a masked file or a cleared partner lets the
* transmission through as an override. Both go to the AUDITLOG with
* the class and the partner or drop directory.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "auditlog-select.cpy".
    COPY "commit-select.cpy".
    COPY "partner-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "catalog-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "auditlog-fd.cpy".
COPY "commit-fd.cpy".
COPY "partner-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "catalog-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "commit-ws.cpy".
COPY "partner-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "dateroutines-linkage.cpy".
COPY "crc32-linkage.cpy".
COPY "catalog-ws.cpy".
COPY "classify-ws.cpy".
01  WS-SOURCE-NAME PIC X(80).
01  WS-SOURCE-STATUS PIC X(02).
01  WS-SOURCE-EOF-FLAG PIC X VALUE 'N'.
01  WS-SHELL-COMMAND PIC X(320).
01  WS-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-CHECKSUM PIC 9(10) VALUE 0.
01  WS-XMIT-LINE PIC X(160).
01  WS-XMIT-TIME.
    05  WS-XMIT-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  WS-ACKREQ-LINE PIC X(132).
01  WS-TODAY-DATE PIC 9(08).
01  WS-NOW-TIME.
    05  WS-NOW-HHMM PIC X(04).
    05  FILLER PIC X(04).
01  WS-VALUE-DATE PIC 9(08).
01  WS-VALUE-DATED-FLAG PIC X VALUE 'N'.
    88  WS-VALUE-DATED VALUE 'Y'.
01  WS-PAST-CUTOFF-FLAG PIC X VALUE 'N'.
    88  WS-PAST-CUTOFF VALUE 'Y'.
01  WS-VALID-DAY-FLAG PIC X VALUE 'N'.
    88  WS-VALID-DAY VALUE 'Y'.
01  WS-DAY-DIGIT PIC 9(01).
01  WS-DAY-TRIES PIC 9(02) VALUE 0.
01  WS-ANSWER PIC X.
01  WS-AUDIT-DETAIL PIC X(120).
01  WS-CLASSIFY-OUTCOME PIC X(11) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
      MOVE 'PARTNER-DROP' TO WS-DROP-DIRECTORY
     END-IF
    END-IF.
    PERFORM CHECK-DATA-CLASSIFICATION.
    IF CLASSIFY-REFUSED
     DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-SOURCE-NAME)
         ' IS PERSONAL DATA AND '
         FUNCTION TRIM(WS-DROP-DIRECTORY) ' IS NOT CLEARED FOR IT.'
     MOVE 'REFUSED' TO WS-CLASSIFY-OUTCOME
     PERFORM WRITE-CLASSIFY-AUDIT-LOG
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    IF CLASSIFY-OVERRIDDEN
     DISPLAY 'PERSONAL DATA RELEASED: ' FUNCTION TRIM(CLASSIFY-DETAIL)
     MOVE 'OVERRIDE' TO WS-CLASSIFY-OUTCOME
     PERFORM WRITE-CLASSIFY-AUDIT-LOG
    END-IF.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mkdir -p ' DELIMITED BY SIZE
        WS-DROP-DIRECTORY DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    PERFORM DETERMINE-VALUE-DATE.

    OPEN INPUT SOURCE-FILE.
    IF WS-SOURCE-STATUS NOT = '00'
        INTO WS-STAGED-NAME.
    PERFORM POST-STAGED-INTENT.
    OPEN OUTPUT STAGED-FILE.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    PERFORM STAGE-ONE-RECORD UNTIL WS-SOURCE-EOF.
    CLOSE SOURCE-FILE.
    CLOSE STAGED-FILE.
    PERFORM APPEND-XMIT-LOG-LINE.
    DISPLAY 'STAGED ' WS-RECORD-COUNT ' RECORD(S) TO '
        FUNCTION TRIM(WS-STAGED-NAME) '.'.
    IF WS-VALUE-DATED
     DISPLAY 'VALUE DATE ' WS-VALUE-DATE ' - PAST THE PARTNER''S'
         ' CUT-OFF OR TRANSMISSION DAYS.'
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
    GOBACK.

LOAD-PARTNER-PROFILE.
    COPY "partner-load.cpy".

CHECK-DATA-CLASSIFICATION.
* Whatever the drop directory is called, a staged file has left the
* shop, so the target zone is always PARTNER. With no profile the
* clearance is blank and PERSONAL data goes only masked.
    MOVE WS-SOURCE-NAME TO CLASSIFY-DATASET.
    MOVE SPACES TO CLASSIFY-TARGET.
    MOVE 'PARTNER' TO CLASSIFY-TARGET-ZONE.
    MOVE SPACES TO CLASSIFY-CLEARED-CLASS.
    IF PARTNER-FOUND
     MOVE PARTNER-CLEARED-CLASS TO CLASSIFY-CLEARED-CLASS
    END-IF.
    COPY "classify-check.cpy".

DETERMINE-VALUE-DATE.
* Today is the value date unless the partner's profile says
* otherwise: past its cut-off, or today not a business day it takes
* files on, the file moves to the next day that is both. A
* transmission with no partner profile always carries today.
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-NOW-TIME FROM TIME.
    MOVE WS-TODAY-DATE TO WS-VALUE-DATE.
    IF PARTNER-FOUND
     MOVE PARTNER-CALENDAR TO DATECALC-CALENDAR
     MOVE SPACES TO DATECALC-CALENDAR-2
     PERFORM TEST-TRANSMISSION-DAY
     IF PARTNER-CUTOFF IS NUMERIC AND WS-NOW-HHMM > PARTNER-CUTOFF
      SET WS-PAST-CUTOFF TO TRUE
     END-IF
     IF WS-PAST-CUTOFF OR NOT WS-VALID-DAY
      PERFORM ADVANCE-VALUE-DATE
      SET WS-VALUE-DATED TO TRUE
     END-IF
    END-IF.
    IF WS-VALUE-DATED AND WS-PAST-CUTOFF
        AND WS-VALUE-DATE NOT = WS-TODAY-DATE
     PERFORM OFFER-CUTOFF-OVERRIDE
    END-IF.

TEST-TRANSMISSION-DAY.
* WS-VALUE-DATE is a valid day when it is a business day on the
* house calendar and the partner's own and, unless the partner
* takes files DAILY, its weekday digit is among the partner's
* transmission days.
    MOVE 'N' TO WS-VALID-DAY-FLAG.
    MOVE 'JBD' TO DATECALC-OPERATION.
    MOVE WS-VALUE-DATE TO DATECALC-DATE-1.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    IF DATECALC-BUSINESS-FLAG = 'Y'
     IF PARTNER-XMIT-DAYS = SPACES OR PARTNER-XMIT-DAYS = 'DAILY'
      SET WS-VALID-DAY TO TRUE
     ELSE
      MOVE 'DOW' TO DATECALC-OPERATION
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      MOVE DATECALC-DAY-OF-WEEK TO WS-DAY-DIGIT
      IF PARTNER-XMIT-DAYS(1:1) = WS-DAY-DIGIT
          OR PARTNER-XMIT-DAYS(2:1) = WS-DAY-DIGIT
          OR PARTNER-XMIT-DAYS(3:1) = WS-DAY-DIGIT
          OR PARTNER-XMIT-DAYS(4:1) = WS-DAY-DIGIT
          OR PARTNER-XMIT-DAYS(5:1) = WS-DAY-DIGIT
          OR PARTNER-XMIT-DAYS(6:1) = WS-DAY-DIGIT
          OR PARTNER-XMIT-DAYS(7:1) = WS-DAY-DIGIT
       SET WS-VALID-DAY TO TRUE
      END-IF
     END-IF
    END-IF.

ADVANCE-VALUE-DATE.
* One business day at a time until the partner takes files that
* day; a profile whose days never fall on a business day gives up
* after a month and keeps the last date tried.
    MOVE 0 TO WS-DAY-TRIES.
    MOVE 'N' TO WS-VALID-DAY-FLAG.
    PERFORM UNTIL WS-VALID-DAY OR WS-DAY-TRIES >= 31
     MOVE 'ABD' TO DATECALC-OPERATION
     MOVE WS-VALUE-DATE TO DATECALC-DATE-1
     MOVE 1 TO DATECALC-DAY-COUNT
     CALL 'DATEROUTINES' USING DATECALC-REQUEST
     MOVE DATECALC-RESULT-DATE TO WS-VALUE-DATE
     ADD 1 TO WS-DAY-TRIES
     PERFORM TEST-TRANSMISSION-DAY
    END-PERFORM.

OFFER-CUTOFF-OVERRIDE.
* Only the cut-off can be overridden - a day the partner takes no
* files stays value dated. The answer defaults to no, so a run fed
* from a script keeps the later value date.
    DISPLAY 'Staged after ' FUNCTION TRIM(PARTNER-WANTED)
        '''s ' PARTNER-CUTOFF ' cut-off - value date '
        WS-VALUE-DATE '.'.
    DISPLAY 'Same-day value agreed with the partner? (Y/N): '
        WITH NO ADVANCING.
    MOVE 'N' TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
     PERFORM SIGN-OPERATOR-ON
     MOVE WS-TODAY-DATE TO WS-VALUE-DATE
     MOVE 'N' TO WS-VALUE-DATED-FLAG
     PERFORM WRITE-OVERRIDE-AUDIT-LOG
     DISPLAY 'Cut-off override recorded - value date '
         WS-VALUE-DATE '.'
    END-IF.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='GATEWAY-OUTBOUND'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

POST-STAGED-INTENT.
    COPY "commit-post.cpy"
        REPLACING ==:CJ-STATE:==        BY =='INTENT'==
     AT END
      SET WS-SOURCE-EOF TO TRUE
     NOT AT END
      IF WS-VALUE-DATED AND WS-RECORD-COUNT = 0
          AND SOURCE-RECORD(1:3) = 'HDR'
          AND SOURCE-RECORD(4:8) IS NUMERIC
       MOVE WS-VALUE-DATE TO SOURCE-RECORD(4:8)
      END-IF
      WRITE STAGED-RECORD FROM SOURCE-RECORD
      ADD 1 TO WS-RECORD-COUNT
      MOVE 'ADD' TO CRC32-OPERATION
      MOVE SOURCE-RECORD TO CRC32-DATA
      MOVE 200 TO CRC32-LENGTH
      CALL 'CRC32' USING CRC32-REQUEST
      MOVE CRC32-VALUE TO WS-CHECKSUM
    END-READ.

APPEND-XMIT-LOG-LINE.
    ACCEPT WS-XMIT-TIME FROM TIME.
    MOVE SPACES TO WS-XMIT-LINE.
    STRING 'OUT,' DELIMITED BY SIZE
        WS-SOURCE-NAME DELIMITED BY SPACE
        RUN-ID-STAMP DELIMITED BY SIZE
        ',SENT,' DELIMITED BY SIZE
        PARTNER-WANTED DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-XMIT-HHMMSS DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-VALUE-DATE DELIMITED BY SIZE
        INTO WS-XMIT-LINE.
    OPEN EXTEND XMIT-LOG-FILE.
    IF WS-XMIT-LOG-STATUS = '35'
                   ==:AUDIT-DEST-NAME:==    BY ==WS-DROP-DIRECTORY==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-RECORD-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='SUCCESS'==.

WRITE-OVERRIDE-AUDIT-LOG.
* The detail must stay one unbroken token (the audit copybook cuts
* its fields at the first space): PARTNER=id,CUTOFF=hhmm,
* VALUE=date,OPERATOR=id.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    STRING 'PARTNER=' DELIMITED BY SIZE
        PARTNER-WANTED DELIMITED BY SPACE
        ',CUTOFF=' DELIMITED BY SIZE
        PARTNER-CUTOFF DELIMITED BY SIZE
        ',VALUE=' DELIMITED BY SIZE
        WS-VALUE-DATE DELIMITED BY SIZE
        ',OPERATOR=' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        INTO WS-AUDIT-DETAIL.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='GATEWAY-OUTBOUND'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-SOURCE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==1==
                   ==:AUDIT-OUTCOME:==      BY =='OVERRIDE'==.

WRITE-CLASSIFY-AUDIT-LOG.
* CLASS=PERSONAL,ZONE=PARTNER plus how it was let out, then the
* partner id - or, with no profile, the drop directory.
    MOVE SPACES TO WS-AUDIT-DETAIL.
    IF PARTNER-WANTED NOT = SPACES
     STRING CLASSIFY-DETAIL DELIMITED BY SPACE
         ',PARTNER=' DELIMITED BY SIZE
         PARTNER-WANTED DELIMITED BY SPACE
         INTO WS-AUDIT-DETAIL
    ELSE
     STRING CLASSIFY-DETAIL DELIMITED BY SPACE
         ',DROP=' DELIMITED BY SIZE
         WS-DROP-DIRECTORY DELIMITED BY SPACE
         INTO WS-AUDIT-DETAIL
    END-IF.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='GATEWAY-OUTBOUND'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-SOURCE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-AUDIT-DETAIL==
                   ==:AUDIT-RECORD-COUNT:== BY ==0==
                   ==:AUDIT-OUTCOME:==      BY ==WS-CLASSIFY-OUTCOME==.
