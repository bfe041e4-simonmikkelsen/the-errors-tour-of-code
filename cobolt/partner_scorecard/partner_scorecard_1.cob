IDENTIFICATION DIVISION.
PROGRAM-ID. PARTNER-SCORECARD.
AUTHOR. Simon Mikkelsen.
* When a partner agreement came up for review we had anecdotes and
* no numbers. This monthly scorecard gives every partner on
* PARTNERS.TXT one line for the month asked for:
*   RECVD / SENT  files that came in from and went out to the partner
*                 (XMITLOG.TXT IN and OUT lines of the month);
*   ON-TM / LATE  arrivals against the time the expected-arrivals
*                 calendar INBOUNDCAL.TXT promises them by (see
*                 ARRIVAL-MONITOR) - an arrival the calendar does not
*                 know, or one logged before arrivals carried their
*                 time of day, is neither;
*   TRL-F         arrivals whose HDR/TRL trailer failed (BAD);
*   REJ-F         arrivals INBOUND-PIPELINE failed after a sound
*                 trailer - translation, mapping or validation;
*   REC-REJ%      records the partner's arrivals put into REJECTS.TXT
*                 (the RECORDS count on each INBOUND-PIPELINE AUDITLOG
*                 line) as a percentage of the records received;
*   ACK-AVG/MAX   hours from staging one of our files to GATEWAY-RECON
*                 finding the partner's ACK for it (the ACK lines it
*                 logs), so the figure is good to within the
*                 reconciliation's own cycle.
* The month-over-month trend compares the partner's issue rate -
* late arrivals, trailer failures and rejected files per hundred
* files received - with the month before: BETTER, WORSE or SAME
* (the record reject rate breaks a tie), NEW when nothing came in
* the month before. The report PARTNER-SCORECARD-YYYYMM.RPT is
* archived in RPTARC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XMIT-LOG-FILE ASSIGN TO 'XMITLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-XMIT-LOG-STATUS.
    SELECT INBOUND-CALENDAR-FILE ASSIGN TO 'INBOUNDCAL.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT SCORECARD-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "partner-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  XMIT-LOG-FILE.
01  XMIT-LOG-RECORD PIC X(160).

FD  INBOUND-CALENDAR-FILE.
01  INBOUND-CALENDAR-RECORD PIC X(132).

FD  SCORECARD-REPORT-FILE.
01  SCORECARD-REPORT-RECORD PIC X(132).

COPY "partner-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".

WORKING-STORAGE SECTION.
COPY "partner-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "dateroutines-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-REPORT-NAME PIC X(100) VALUE SPACES.
01  WS-REPORT-LINE PIC X(132).
01  WS-XMIT-LOG-STATUS PIC X(02).
01  WS-CALENDAR-STATUS PIC X(02).
01  WS-XMIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-XMIT-EOF VALUE 'Y'.
01  WS-CALENDAR-EOF-FLAG PIC X VALUE 'N'.
    88  WS-CALENDAR-EOF VALUE 'Y'.
01  WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
    88  WS-AUDIT-EOF VALUE 'Y'.

01  WS-WANTED-MONTH PIC X(06).
01  WS-PRIOR-MONTH PIC X(06).
01  WS-MONTH-YEAR PIC 9(04).
01  WS-MONTH-NUMBER PIC 9(02).
01  WS-PERIOD PIC 9(01) VALUE 0.

* Period 1 is the month asked for, period 2 the month before it.
01  WS-PARTNER-TABLE.
    05  WS-PT-ENTRY OCCURS 20 TIMES.
        10  WS-PT-ID PIC X(08).
        10  WS-PT-PERIOD OCCURS 2 TIMES.
            15  WS-PT-RECEIVED PIC 9(05).
            15  WS-PT-RECORDS PIC 9(09).
            15  WS-PT-SENT PIC 9(05).
            15  WS-PT-ON-TIME PIC 9(05).
            15  WS-PT-LATE PIC 9(05).
            15  WS-PT-TRAILER-FAILED PIC 9(05).
            15  WS-PT-FILES-REJECTED PIC 9(05).
            15  WS-PT-RECORDS-REJECTED PIC 9(09).
            15  WS-PT-ACKED PIC 9(05).
            15  WS-PT-ACK-MINUTES PIC 9(09).
            15  WS-PT-ACK-WORST PIC 9(07).
01  WS-PT-COUNT PIC 9(02) VALUE 0.
01  WS-PT-INDEX PIC 9(02) VALUE 0.
01  WS-PT-FOUND PIC 9(02) VALUE 0.

01  WS-CALENDAR-TABLE.
    05  WS-CL-ENTRY OCCURS 100 TIMES.
        10  WS-CL-PARTNER PIC X(08).
        10  WS-CL-FILE PIC X(80).
        10  WS-CL-PREFIX-LENGTH PIC 9(02).
        10  WS-CL-BY PIC 9(04).
01  WS-CL-COUNT PIC 9(03) VALUE 0.
01  WS-CL-INDEX PIC 9(03) VALUE 0.
01  WS-CL-FOUND PIC 9(03) VALUE 0.
01  WS-CAL-PARTNER PIC X(08).
01  WS-CAL-FILE PIC X(80).
01  WS-CAL-DAYS PIC X(08).
01  WS-CAL-BY-TEXT PIC X(04).

* The two months' arrivals, for the pipeline results to land on,
* and transmissions, for the ACKs to be timed against.
01  WS-ARRIVAL-TABLE.
    05  WS-AR-ENTRY OCCURS 1000 TIMES.
        10  WS-AR-FILE PIC X(80).
        10  WS-AR-DATE PIC X(08).
        10  WS-AR-PARTNER PIC 9(02).
        10  WS-AR-PERIOD PIC 9(01).
        10  WS-AR-STATE PIC X(08).
01  WS-AR-COUNT PIC 9(04) VALUE 0.
01  WS-AR-INDEX PIC 9(04) VALUE 0.
01  WS-AR-FOUND PIC 9(04) VALUE 0.
01  WS-SENDING-TABLE.
    05  WS-SD-ENTRY OCCURS 1000 TIMES.
        10  WS-SD-FILE PIC X(80).
        10  WS-SD-RUN-ID PIC X(13).
        10  WS-SD-TIME PIC X(06).
        10  WS-SD-PARTNER PIC 9(02).
        10  WS-SD-PERIOD PIC 9(01).
01  WS-SD-COUNT PIC 9(04) VALUE 0.
01  WS-SD-INDEX PIC 9(04) VALUE 0.
01  WS-SD-FOUND PIC 9(04) VALUE 0.

01  WS-XL-DIRECTION PIC X(03).
01  WS-XL-NAME PIC X(80).
01  WS-XL-COUNT PIC X(10).
01  WS-XL-CHECKSUM PIC X(12).
01  WS-XL-RUN-STAMP PIC X(13).
01  WS-XL-STATE PIC X(08).
01  WS-XL-PARTNER PIC X(08).
01  WS-XL-TIME PIC X(06).
01  WS-XL-SENT-RUN-ID PIC X(13).
01  WS-NAME-MATCH-FLAG PIC X VALUE 'N'.
    88  WS-NAME-MATCHES VALUE 'Y'.

01  WS-AUDIT-LINE-WORK PIC X(200).
01  WS-AU-PROGRAM PIC X(40).
01  WS-AU-SOURCE PIC X(80).
01  WS-AU-DEST PIC X(40).
01  WS-AU-RECORDS PIC X(12).
01  WS-AU-RUN-ID PIC X(13).
01  WS-AU-DATE PIC X(10).
01  WS-AU-TIME PIC X(08).
01  WS-AU-OUTCOME PIC X(20).

01  WS-TURNAROUND-MINUTES PIC S9(09) VALUE 0.
01  WS-SENT-DATE PIC 9(08).
01  WS-ACK-DATE PIC 9(08).

01  WS-RATE-TABLE.
    05  WS-RATE-ENTRY OCCURS 2 TIMES.
        10  WS-ISSUE-RATE PIC 9(05)V9.
        10  WS-REJECT-RATE PIC 9(05)V9.
01  WS-HOURS PIC 9(07)V9.
01  WS-COUNT-EDIT PIC ZZZZ9.
01  WS-RATE-EDIT PIC ZZZ9.9.
01  WS-HOURS-EDIT PIC ZZZZ9.9.
01  WS-TREND PIC X(08).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Month to score (YYYYMM): ' WITH NO ADVANCING.
    ACCEPT WS-WANTED-MONTH.
    IF WS-WANTED-MONTH IS NOT NUMERIC
        OR WS-WANTED-MONTH(5:2) < '01' OR WS-WANTED-MONTH(5:2) > '12'
     DISPLAY 'A scorecard month of the form YYYYMM is required.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    MOVE WS-WANTED-MONTH(1:4) TO WS-MONTH-YEAR.
    MOVE WS-WANTED-MONTH(5:2) TO WS-MONTH-NUMBER.
    IF WS-MONTH-NUMBER = 1
     SUBTRACT 1 FROM WS-MONTH-YEAR
     MOVE 12 TO WS-MONTH-NUMBER
    ELSE
     SUBTRACT 1 FROM WS-MONTH-NUMBER
    END-IF.
    STRING WS-MONTH-YEAR DELIMITED BY SIZE
        WS-MONTH-NUMBER DELIMITED BY SIZE
        INTO WS-PRIOR-MONTH.

    PERFORM LOAD-PARTNERS.
    IF WS-PT-COUNT = 0
     DISPLAY 'No partners on PARTNERS.TXT to score.'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM LOAD-ARRIVAL-CALENDAR.
    PERFORM SCORE-TRANSMISSION-LOG.
    PERFORM SCORE-PIPELINE-RESULTS.
    PERFORM WRITE-SCORECARD.
    GOBACK.

LOAD-PARTNERS.
    MOVE 'N' TO PARTNER-EOF-FLAG.
    OPEN INPUT PARTNER-PROFILE-FILE.
    IF PARTNER-FILE-STATUS NOT = '00'
     SET PARTNER-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-PARTNER UNTIL PARTNER-EOF.
    IF PARTNER-FILE-STATUS = '00' OR PARTNER-FILE-STATUS = '10'
     CLOSE PARTNER-PROFILE-FILE
    END-IF.

LOAD-ONE-PARTNER.
    READ PARTNER-PROFILE-FILE INTO PARTNER-PROFILE-RECORD
     AT END
      SET PARTNER-EOF TO TRUE
     NOT AT END
      IF PARTNER-PROFILE-RECORD NOT = SPACES
          AND PARTNER-PROFILE-RECORD(1:1) NOT = '*'
          AND WS-PT-COUNT < 20
       MOVE SPACES TO PARTNER-LINE-ID
       UNSTRING PARTNER-PROFILE-RECORD DELIMITED BY ','
           INTO PARTNER-LINE-ID
       ADD 1 TO WS-PT-COUNT
       INITIALIZE WS-PT-ENTRY(WS-PT-COUNT)
       MOVE PARTNER-LINE-ID TO WS-PT-ID(WS-PT-COUNT)
      END-IF
    END-READ.

FIND-PARTNER-SLOT.
    MOVE 0 TO WS-PT-FOUND.
    PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PT-COUNT OR WS-PT-FOUND > 0
     IF WS-PT-ID(WS-PT-INDEX) = WS-XL-PARTNER
         AND WS-XL-PARTNER NOT = SPACES
      MOVE WS-PT-INDEX TO WS-PT-FOUND
     END-IF
    END-PERFORM.

LOAD-ARRIVAL-CALENDAR.
* Every calendar line counts, whatever its days: the question here
* is only the time an arrival was promised by.
    OPEN INPUT INBOUND-CALENDAR-FILE.
    IF WS-CALENDAR-STATUS NOT = '00'
     SET WS-CALENDAR-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-CALENDAR-LINE UNTIL WS-CALENDAR-EOF.
    IF WS-CALENDAR-STATUS = '00' OR WS-CALENDAR-STATUS = '10'
     CLOSE INBOUND-CALENDAR-FILE
    END-IF.

LOAD-ONE-CALENDAR-LINE.
    READ INBOUND-CALENDAR-FILE INTO INBOUND-CALENDAR-RECORD
     AT END
      SET WS-CALENDAR-EOF TO TRUE
     NOT AT END
      IF INBOUND-CALENDAR-RECORD NOT = SPACES
          AND INBOUND-CALENDAR-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-CAL-FILE
       MOVE SPACES TO WS-CAL-BY-TEXT
       UNSTRING INBOUND-CALENDAR-RECORD DELIMITED BY ','
           INTO WS-CAL-PARTNER WS-CAL-FILE WS-CAL-DAYS
                WS-CAL-BY-TEXT
       IF WS-CAL-FILE NOT = SPACES AND WS-CAL-BY-TEXT IS NUMERIC
           AND WS-CL-COUNT < 100
        ADD 1 TO WS-CL-COUNT
        MOVE WS-CAL-PARTNER TO WS-CL-PARTNER(WS-CL-COUNT)
        MOVE WS-CAL-FILE TO WS-CL-FILE(WS-CL-COUNT)
        MOVE WS-CAL-BY-TEXT TO WS-CL-BY(WS-CL-COUNT)
        MOVE 0 TO WS-CL-PREFIX-LENGTH(WS-CL-COUNT)
        IF WS-CAL-FILE(FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-FILE)):1)
            = '*'
         COMPUTE WS-CL-PREFIX-LENGTH(WS-CL-COUNT) =
             FUNCTION LENGTH(FUNCTION TRIM(WS-CAL-FILE)) - 1
        END-IF
       END-IF
      END-IF
    END-READ.

SCORE-TRANSMISSION-LOG.
    OPEN INPUT XMIT-LOG-FILE.
    IF WS-XMIT-LOG-STATUS NOT = '00'
     DISPLAY 'No transmission log XMITLOG.TXT on file.'
     SET WS-XMIT-EOF TO TRUE
    END-IF.
    PERFORM SCORE-ONE-XMITLOG-LINE UNTIL WS-XMIT-EOF.
    IF WS-XMIT-LOG-STATUS = '00' OR WS-XMIT-LOG-STATUS = '10'
     CLOSE XMIT-LOG-FILE
    END-IF.

SCORE-ONE-XMITLOG-LINE.
    READ XMIT-LOG-FILE INTO XMIT-LOG-RECORD
     AT END
      SET WS-XMIT-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-XL-DIRECTION
      MOVE SPACES TO WS-XL-NAME
      MOVE SPACES TO WS-XL-COUNT
      MOVE SPACES TO WS-XL-RUN-STAMP
      MOVE SPACES TO WS-XL-STATE
      MOVE SPACES TO WS-XL-PARTNER
      MOVE SPACES TO WS-XL-TIME
      MOVE SPACES TO WS-XL-SENT-RUN-ID
      UNSTRING XMIT-LOG-RECORD DELIMITED BY ','
          INTO WS-XL-DIRECTION WS-XL-NAME WS-XL-COUNT
               WS-XL-CHECKSUM WS-XL-RUN-STAMP WS-XL-STATE
               WS-XL-PARTNER WS-XL-TIME WS-XL-SENT-RUN-ID
      PERFORM FIND-PARTNER-SLOT
      IF WS-PT-FOUND > 0
       EVALUATE WS-XL-DIRECTION
        WHEN 'IN'
         PERFORM PICK-LINE-PERIOD
         IF WS-PERIOD > 0 AND WS-XL-STATE NOT = 'MISSING'
          PERFORM SCORE-ONE-ARRIVAL
         END-IF
        WHEN 'OUT'
         PERFORM PICK-LINE-PERIOD
         IF WS-PERIOD > 0
          ADD 1 TO WS-PT-SENT(WS-PT-FOUND, WS-PERIOD)
          IF WS-SD-COUNT < 1000
           ADD 1 TO WS-SD-COUNT
           MOVE WS-XL-NAME TO WS-SD-FILE(WS-SD-COUNT)
           MOVE WS-XL-RUN-STAMP TO WS-SD-RUN-ID(WS-SD-COUNT)
           MOVE WS-XL-TIME TO WS-SD-TIME(WS-SD-COUNT)
           MOVE WS-PT-FOUND TO WS-SD-PARTNER(WS-SD-COUNT)
           MOVE WS-PERIOD TO WS-SD-PERIOD(WS-SD-COUNT)
          END-IF
         END-IF
        WHEN 'ACK'
         PERFORM TIME-ONE-ACKNOWLEDGMENT
        WHEN OTHER
         CONTINUE
       END-EVALUATE
      END-IF
    END-READ.

PICK-LINE-PERIOD.
    MOVE 0 TO WS-PERIOD.
    IF WS-XL-RUN-STAMP(1:6) = WS-WANTED-MONTH
     MOVE 1 TO WS-PERIOD
    END-IF.
    IF WS-XL-RUN-STAMP(1:6) = WS-PRIOR-MONTH
     MOVE 2 TO WS-PERIOD
    END-IF.

SCORE-ONE-ARRIVAL.
    ADD 1 TO WS-PT-RECEIVED(WS-PT-FOUND, WS-PERIOD).
    IF FUNCTION TEST-NUMVAL(WS-XL-COUNT) = 0
     COMPUTE WS-PT-RECORDS(WS-PT-FOUND, WS-PERIOD) =
         WS-PT-RECORDS(WS-PT-FOUND, WS-PERIOD)
         + FUNCTION NUMVAL(WS-XL-COUNT)
    END-IF.
    IF WS-XL-STATE = 'BAD'
     ADD 1 TO WS-PT-TRAILER-FAILED(WS-PT-FOUND, WS-PERIOD)
    END-IF.
    IF WS-AR-COUNT < 1000
     ADD 1 TO WS-AR-COUNT
     MOVE WS-XL-NAME TO WS-AR-FILE(WS-AR-COUNT)
     MOVE WS-XL-RUN-STAMP(1:8) TO WS-AR-DATE(WS-AR-COUNT)
     MOVE WS-PT-FOUND TO WS-AR-PARTNER(WS-AR-COUNT)
     MOVE WS-PERIOD TO WS-AR-PERIOD(WS-AR-COUNT)
     MOVE WS-XL-STATE TO WS-AR-STATE(WS-AR-COUNT)
    END-IF.
    IF WS-XL-TIME IS NUMERIC
     MOVE 0 TO WS-CL-FOUND
     PERFORM VARYING WS-CL-INDEX FROM 1 BY 1
         UNTIL WS-CL-INDEX > WS-CL-COUNT OR WS-CL-FOUND > 0
      IF WS-CL-PARTNER(WS-CL-INDEX) = WS-XL-PARTNER
       PERFORM COMPARE-ARRIVAL-NAME
       IF WS-NAME-MATCHES
        MOVE WS-CL-INDEX TO WS-CL-FOUND
       END-IF
      END-IF
     END-PERFORM
     IF WS-CL-FOUND > 0
      IF WS-XL-TIME(1:4) > WS-CL-BY(WS-CL-FOUND)
       ADD 1 TO WS-PT-LATE(WS-PT-FOUND, WS-PERIOD)
      ELSE
       ADD 1 TO WS-PT-ON-TIME(WS-PT-FOUND, WS-PERIOD)
      END-IF
     END-IF
    END-IF.

COMPARE-ARRIVAL-NAME.
* A calendar name ending in '*' matches on what comes before it.
    MOVE 'N' TO WS-NAME-MATCH-FLAG.
    IF WS-CL-PREFIX-LENGTH(WS-CL-INDEX) = 0
     IF WS-CL-FILE(WS-CL-INDEX) = WS-XL-NAME
      SET WS-NAME-MATCHES TO TRUE
     END-IF
    ELSE
     IF WS-XL-NAME(1:WS-CL-PREFIX-LENGTH(WS-CL-INDEX))
         = WS-CL-FILE(WS-CL-INDEX)(1:WS-CL-PREFIX-LENGTH(WS-CL-INDEX))
      SET WS-NAME-MATCHES TO TRUE
     END-IF
    END-IF.

TIME-ONE-ACKNOWLEDGMENT.
* The ACK counts in the month its transmission was sent; a
* transmission staged before its line carried a time of day cannot
* be timed.
    MOVE 0 TO WS-SD-FOUND.
    PERFORM VARYING WS-SD-INDEX FROM 1 BY 1
        UNTIL WS-SD-INDEX > WS-SD-COUNT OR WS-SD-FOUND > 0
     IF WS-SD-FILE(WS-SD-INDEX) = WS-XL-NAME
         AND WS-SD-RUN-ID(WS-SD-INDEX) = WS-XL-SENT-RUN-ID
      MOVE WS-SD-INDEX TO WS-SD-FOUND
     END-IF
    END-PERFORM.
    IF WS-SD-FOUND > 0
        AND WS-SD-TIME(WS-SD-FOUND) IS NUMERIC
        AND WS-XL-TIME IS NUMERIC
        AND WS-XL-RUN-STAMP(1:8) IS NUMERIC
     MOVE WS-SD-RUN-ID(WS-SD-FOUND)(1:8) TO WS-SENT-DATE
     MOVE WS-XL-RUN-STAMP(1:8) TO WS-ACK-DATE
     MOVE 'DBT' TO DATECALC-OPERATION
     MOVE WS-SENT-DATE TO DATECALC-DATE-1
     MOVE WS-ACK-DATE TO DATECALC-DATE-2
     CALL 'DATEROUTINES' USING DATECALC-REQUEST
     COMPUTE WS-TURNAROUND-MINUTES =
         DATECALC-DAY-COUNT * 1440
         + FUNCTION NUMVAL(WS-XL-TIME(1:2)) * 60
         + FUNCTION NUMVAL(WS-XL-TIME(3:2))
         - FUNCTION NUMVAL(WS-SD-TIME(WS-SD-FOUND)(1:2)) * 60
         - FUNCTION NUMVAL(WS-SD-TIME(WS-SD-FOUND)(3:2))
     IF WS-TURNAROUND-MINUTES < 0
      MOVE 0 TO WS-TURNAROUND-MINUTES
     END-IF
     MOVE WS-SD-PARTNER(WS-SD-FOUND) TO WS-PT-INDEX
     MOVE WS-SD-PERIOD(WS-SD-FOUND) TO WS-PERIOD
     ADD 1 TO WS-PT-ACKED(WS-PT-INDEX, WS-PERIOD)
     ADD WS-TURNAROUND-MINUTES
         TO WS-PT-ACK-MINUTES(WS-PT-INDEX, WS-PERIOD)
     IF WS-TURNAROUND-MINUTES > WS-PT-ACK-WORST(WS-PT-INDEX, WS-PERIOD)
      MOVE WS-TURNAROUND-MINUTES
          TO WS-PT-ACK-WORST(WS-PT-INDEX, WS-PERIOD)
     END-IF
    END-IF.

SCORE-PIPELINE-RESULTS.
    OPEN INPUT AUDIT-LOG-FILE.
    IF AUDITLOG-FILE-STATUS NOT = '00'
     SET WS-AUDIT-EOF TO TRUE
    END-IF.
    PERFORM SCORE-ONE-AUDIT-LINE UNTIL WS-AUDIT-EOF.
    IF AUDITLOG-FILE-STATUS = '00' OR AUDITLOG-FILE-STATUS = '10'
     CLOSE AUDIT-LOG-FILE
    END-IF.

SCORE-ONE-AUDIT-LINE.
* An INBOUND-PIPELINE line names the arrival it processed (SRC=);
* it belongs to the latest arrival of that name registered the same
* day. A failure is a rejected file unless the trailer had already
* failed - that arrival is counted as a trailer failure instead.
    READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE-WORK
     AT END
      SET WS-AUDIT-EOF TO TRUE
     NOT AT END
      IF WS-AUDIT-LINE-WORK(1:21) = 'INBOUND-PIPELINE SRC='
       MOVE SPACES TO WS-AU-SOURCE
       MOVE SPACES TO WS-AU-RECORDS
       MOVE SPACES TO WS-AU-RUN-ID
       MOVE SPACES TO WS-AU-OUTCOME
       UNSTRING WS-AUDIT-LINE-WORK
           DELIMITED BY ' SRC=' OR ' DST=' OR ' RECORDS='
               OR ' RUN-ID=' OR ' ON ' OR ' AT ' OR ' OUTCOME='
               OR ' PARENT=' OR ' CHAIN='
           INTO WS-AU-PROGRAM WS-AU-SOURCE WS-AU-DEST WS-AU-RECORDS
                WS-AU-RUN-ID WS-AU-DATE WS-AU-TIME WS-AU-OUTCOME
       MOVE 0 TO WS-AR-FOUND
       PERFORM VARYING WS-AR-INDEX FROM 1 BY 1
           UNTIL WS-AR-INDEX > WS-AR-COUNT
        IF WS-AR-FILE(WS-AR-INDEX) = WS-AU-SOURCE
            AND WS-AR-DATE(WS-AR-INDEX) = WS-AU-RUN-ID(1:8)
         MOVE WS-AR-INDEX TO WS-AR-FOUND
        END-IF
       END-PERFORM
       IF WS-AR-FOUND > 0
        MOVE WS-AR-PARTNER(WS-AR-FOUND) TO WS-PT-INDEX
        MOVE WS-AR-PERIOD(WS-AR-FOUND) TO WS-PERIOD
        IF FUNCTION TEST-NUMVAL(WS-AU-RECORDS) = 0
         COMPUTE WS-PT-RECORDS-REJECTED(WS-PT-INDEX, WS-PERIOD) =
             WS-PT-RECORDS-REJECTED(WS-PT-INDEX, WS-PERIOD)
             + FUNCTION NUMVAL(WS-AU-RECORDS)
        END-IF
        IF WS-AU-OUTCOME(1:6) = 'FAILED'
            AND WS-AR-STATE(WS-AR-FOUND) NOT = 'BAD'
         ADD 1 TO WS-PT-FILES-REJECTED(WS-PT-INDEX, WS-PERIOD)
        END-IF
       END-IF
      END-IF
    END-READ.

WRITE-SCORECARD.
    MOVE SPACES TO WS-REPORT-NAME.
    STRING 'PARTNER-SCORECARD-' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SIZE
        '.RPT' DELIMITED BY SIZE
        INTO WS-REPORT-NAME.
    OPEN OUTPUT SCORECARD-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE SCORECARD-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'PARTNER TRANSMISSION SCORECARD FOR ' DELIMITED BY SIZE
        WS-WANTED-MONTH DELIMITED BY SIZE
        ' - TREND AGAINST ' DELIMITED BY SIZE
        WS-PRIOR-MONTH DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'PARTNER' TO WS-REPORT-LINE(1:7).
    MOVE 'RECVD' TO WS-REPORT-LINE(11:5).
    MOVE ' SENT' TO WS-REPORT-LINE(18:5).
    MOVE 'ON-TM' TO WS-REPORT-LINE(25:5).
    MOVE ' LATE' TO WS-REPORT-LINE(32:5).
    MOVE 'TRL-F' TO WS-REPORT-LINE(39:5).
    MOVE 'REJ-F' TO WS-REPORT-LINE(46:5).
    MOVE 'REC-REJ%' TO WS-REPORT-LINE(53:8).
    MOVE 'ACK-AVG-H' TO WS-REPORT-LINE(63:9).
    MOVE 'ACK-MAX-H' TO WS-REPORT-LINE(74:9).
    MOVE 'ISSUE%' TO WS-REPORT-LINE(85:6).
    MOVE 'PRIOR%' TO WS-REPORT-LINE(93:6).
    MOVE 'TREND' TO WS-REPORT-LINE(101:5).
    WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-PARTNER-LINE
        VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PT-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE.
    STRING 'ISSUE% = LATE ARRIVALS + TRAILER FAILURES' DELIMITED BY SIZE
        ' + REJECTED FILES PER 100 FILES RECEIVED' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE.
    CLOSE SCORECARD-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    DISPLAY 'Partner scorecard written to '
        FUNCTION TRIM(WS-REPORT-NAME) '.'.

WRITE-ONE-PARTNER-LINE.
    PERFORM RATE-ONE-PERIOD
        VARYING WS-PERIOD FROM 1 BY 1 UNTIL WS-PERIOD > 2.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-PT-ID(WS-PT-INDEX) TO WS-REPORT-LINE(1:8).
    MOVE WS-PT-RECEIVED(WS-PT-INDEX, 1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(11:5).
    MOVE WS-PT-SENT(WS-PT-INDEX, 1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(18:5).
    MOVE WS-PT-ON-TIME(WS-PT-INDEX, 1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(25:5).
    MOVE WS-PT-LATE(WS-PT-INDEX, 1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(32:5).
    MOVE WS-PT-TRAILER-FAILED(WS-PT-INDEX, 1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(39:5).
    MOVE WS-PT-FILES-REJECTED(WS-PT-INDEX, 1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(46:5).
    IF WS-PT-RECORDS(WS-PT-INDEX, 1) > 0
     MOVE WS-REJECT-RATE(1) TO WS-RATE-EDIT
     MOVE WS-RATE-EDIT TO WS-REPORT-LINE(55:6)
    ELSE
     MOVE '   N/A' TO WS-REPORT-LINE(55:6)
    END-IF.
    IF WS-PT-ACKED(WS-PT-INDEX, 1) > 0
     COMPUTE WS-HOURS ROUNDED =
         WS-PT-ACK-MINUTES(WS-PT-INDEX, 1)
         / WS-PT-ACKED(WS-PT-INDEX, 1) / 60
     MOVE WS-HOURS TO WS-HOURS-EDIT
     MOVE WS-HOURS-EDIT TO WS-REPORT-LINE(65:7)
     COMPUTE WS-HOURS ROUNDED = WS-PT-ACK-WORST(WS-PT-INDEX, 1) / 60
     MOVE WS-HOURS TO WS-HOURS-EDIT
     MOVE WS-HOURS-EDIT TO WS-REPORT-LINE(76:7)
    ELSE
     MOVE '    N/A' TO WS-REPORT-LINE(65:7)
     MOVE '    N/A' TO WS-REPORT-LINE(76:7)
    END-IF.
    IF WS-PT-RECEIVED(WS-PT-INDEX, 1) > 0
     MOVE WS-ISSUE-RATE(1) TO WS-RATE-EDIT
     MOVE WS-RATE-EDIT TO WS-REPORT-LINE(85:6)
    ELSE
     MOVE '   N/A' TO WS-REPORT-LINE(85:6)
    END-IF.
    IF WS-PT-RECEIVED(WS-PT-INDEX, 2) > 0
     MOVE WS-ISSUE-RATE(2) TO WS-RATE-EDIT
     MOVE WS-RATE-EDIT TO WS-REPORT-LINE(93:6)
    ELSE
     MOVE '   N/A' TO WS-REPORT-LINE(93:6)
    END-IF.
    EVALUATE TRUE
     WHEN WS-PT-RECEIVED(WS-PT-INDEX, 1) = 0
      MOVE 'NO FILES' TO WS-TREND
     WHEN WS-PT-RECEIVED(WS-PT-INDEX, 2) = 0
      MOVE 'NEW' TO WS-TREND
     WHEN WS-ISSUE-RATE(1) < WS-ISSUE-RATE(2)
      MOVE 'BETTER' TO WS-TREND
     WHEN WS-ISSUE-RATE(1) > WS-ISSUE-RATE(2)
      MOVE 'WORSE' TO WS-TREND
     WHEN WS-REJECT-RATE(1) < WS-REJECT-RATE(2)
      MOVE 'BETTER' TO WS-TREND
     WHEN WS-REJECT-RATE(1) > WS-REJECT-RATE(2)
      MOVE 'WORSE' TO WS-TREND
     WHEN OTHER
      MOVE 'SAME' TO WS-TREND
    END-EVALUATE.
    MOVE WS-TREND TO WS-REPORT-LINE(101:8).
    WRITE SCORECARD-REPORT-RECORD FROM WS-REPORT-LINE.

RATE-ONE-PERIOD.
    MOVE 0 TO WS-ISSUE-RATE(WS-PERIOD).
    MOVE 0 TO WS-REJECT-RATE(WS-PERIOD).
    IF WS-PT-RECEIVED(WS-PT-INDEX, WS-PERIOD) > 0
     COMPUTE WS-ISSUE-RATE(WS-PERIOD) ROUNDED =
         (WS-PT-LATE(WS-PT-INDEX, WS-PERIOD)
          + WS-PT-TRAILER-FAILED(WS-PT-INDEX, WS-PERIOD)
          + WS-PT-FILES-REJECTED(WS-PT-INDEX, WS-PERIOD)) * 100
         / WS-PT-RECEIVED(WS-PT-INDEX, WS-PERIOD)
    END-IF.
    IF WS-PT-RECORDS(WS-PT-INDEX, WS-PERIOD) > 0
     COMPUTE WS-REJECT-RATE(WS-PERIOD) ROUNDED =
         WS-PT-RECORDS-REJECTED(WS-PT-INDEX, WS-PERIOD) * 100
         / WS-PT-RECORDS(WS-PT-INDEX, WS-PERIOD)
    END-IF.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='PARTNER-SCORECARD'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='PARTNER-SCORECARD'==.
