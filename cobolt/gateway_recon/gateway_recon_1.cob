* days (rounded up). The
* report closes with a per-partner breakdown. Transmissions with
* no partner id use the operator-entered default deadline.
* The first run to find a transmission's ACK back logs it in
* XMITLOG.TXT as an ACK line - the file, this run's id, ACKED, the
* partner, the time of day it was found (HHMMSS) and the sending
* run's id - once per transmission, so the partner's acknowledgment
* turnaround can be measured to within the reconciliation's own
* cycle.
* A transmission staged past its partner's cut-off carries a later
* value date on its OUT line (the field after the time); its
* acknowledgment is aged from that value date, not from the day it
* was staged, and a report line or alert for it names both dates.
* A partner whose profile names a holiday calendar (the ninth field)
* has its deadline counted in business days of that calendar: the
* ACK is late once today passes the value date plus the deadline's
* days of the partner's own business calendar, so a Swedish or
* TARGET2 holiday no longer counts against the partner.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-LINE-RUN-ID PIC X(13).
01  WS-LINE-STATE PIC X(08).
01  WS-LINE-PARTNER PIC X(08).
01  WS-LINE-TIME PIC X(06).
01  WS-LINE-SENT-RUN-ID PIC X(13).
01  WS-XMIT-LINE PIC X(160).
01  WS-XMIT-TIME.
    05  WS-XMIT-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
* Transmissions whose ACK is already logged, and those found
* acknowledged this run, logged after the log has been read.
01  WS-LOGGED-ACK-TABLE.
    05  WS-LA-ENTRY OCCURS 500 TIMES.
        10  WS-LA-FILE PIC X(80).
        10  WS-LA-SENT-RUN-ID PIC X(13).
01  WS-LA-COUNT PIC 9(03) VALUE 0.
01  WS-LA-INDEX PIC 9(03) VALUE 0.
01  WS-NEW-ACK-TABLE.
    05  WS-NA-ENTRY OCCURS 100 TIMES.
        10  WS-NA-FILE PIC X(80).
        10  WS-NA-SENT-RUN-ID PIC X(13).
        10  WS-NA-PARTNER PIC X(08).
01  WS-NA-COUNT PIC 9(03) VALUE 0.
01  WS-NA-INDEX PIC 9(03) VALUE 0.
01  WS-ACK-LOGGED-FLAG PIC X VALUE 'N'.
    88  WS-ACK-LOGGED VALUE 'Y'.
01  WS-ACKS-LOGGED PIC 9(03) VALUE 0.
01  WS-SENT-DATE PIC 9(08) VALUE 0.
01  WS-VALUE-DATE PIC 9(08) VALUE 0.
01  WS-ALERT-POINTER PIC 9(03) VALUE 1.
01  WS-CHASE-FLAG PIC X VALUE 'Y'.
01  WS-CHASE-DEADLINE PIC 9(03) VALUE 0.
01  WS-CHASE-DROP-DIR PIC X(50).
01  WS-CHASE-CALENDAR PIC X(08) VALUE SPACES.
01  WS-DUE-DATE PIC 9(08) VALUE 0.
01  WS-OVERDUE-FLAG PIC X VALUE 'N'.
    88  WS-OVERDUE VALUE 'Y'.
01  WS-PARTNER-TABLE.
    05  WS-PT-ENTRY OCCURS 10 TIMES.
        10  WS-PT-ID PIC X(08).
        10  WS-PT-DROP PIC X(50).
        10  WS-PT-ACK PIC X(01).
        10  WS-PT-DAYS PIC 9(03).
        10  WS-PT-CALENDAR PIC X(08).
        10  WS-PT-SENT PIC 9(05).
        10  WS-PT-UNACKED PIC 9(05).
01  WS-PT-COUNT PIC 9(02) VALUE 0.
        WS-DEADLINE-DAYS ' DAY(S)'.
    PERFORM RECONCILE-ONE-LINE UNTIL WS-XMIT-EOF.
    CLOSE XMIT-LOG-FILE.
    PERFORM LOG-ONE-NEW-ACK
        VARYING WS-NA-INDEX FROM 1 BY 1
        UNTIL WS-NA-INDEX > WS-NA-COUNT.
    IF WS-ACKS-LOGGED > 0
     DISPLAY 'ACKNOWLEDGMENTS NEWLY LOGGED: ' WS-ACKS-LOGGED
    END-IF.

    DISPLAY 'TRANSMISSIONS CHECKED: ' WS-OUT-COUNT
        '  STILL UNACKNOWLEDGED: ' WS-UNACKED-COUNT.
      MOVE SPACES TO WS-LINE-FILE
      MOVE SPACES TO WS-LINE-STATE
      MOVE SPACES TO WS-LINE-PARTNER
      MOVE SPACES TO WS-LINE-SENT-RUN-ID
      UNSTRING XMIT-LOG-RECORD DELIMITED BY ','
          INTO WS-LINE-DIRECTION WS-LINE-FILE WS-LINE-COUNT
               WS-LINE-CHECKSUM WS-LINE-RUN-ID WS-LINE-STATE
               WS-LINE-PARTNER WS-LINE-TIME WS-LINE-SENT-RUN-ID
      IF WS-LINE-DIRECTION = 'OUT'
       ADD 1 TO WS-OUT-COUNT
       PERFORM CHECK-ONE-TRANSMISSION
      END-IF
      IF WS-LINE-DIRECTION = 'ACK' AND WS-LA-COUNT < 500
       ADD 1 TO WS-LA-COUNT
       MOVE WS-LINE-FILE TO WS-LA-FILE(WS-LA-COUNT)
       MOVE WS-LINE-SENT-RUN-ID TO WS-LA-SENT-RUN-ID(WS-LA-COUNT)
      END-IF
    END-READ.

CHECK-ONE-TRANSMISSION.
    OPEN INPUT ACK-PROBE-FILE.
    IF WS-ACK-PROBE-STATUS = '00'
     CLOSE ACK-PROBE-FILE
     IF WS-NA-COUNT < 100
      ADD 1 TO WS-NA-COUNT
      MOVE WS-LINE-FILE TO WS-NA-FILE(WS-NA-COUNT)
      MOVE WS-LINE-RUN-ID TO WS-NA-SENT-RUN-ID(WS-NA-COUNT)
      MOVE WS-LINE-PARTNER TO WS-NA-PARTNER(WS-NA-COUNT)
     END-IF
    ELSE
     IF WS-LINE-RUN-ID(1:8) IS NUMERIC
      MOVE WS-LINE-RUN-ID(1:8) TO WS-SENT-DATE
* On an OUT line the field after the time is the value date.
      IF WS-LINE-SENT-RUN-ID(1:8) IS NUMERIC
       MOVE WS-LINE-SENT-RUN-ID(1:8) TO WS-VALUE-DATE
      ELSE
       MOVE WS-SENT-DATE TO WS-VALUE-DATE
      END-IF
      MOVE 'DBT' TO DATECALC-OPERATION
      MOVE WS-VALUE-DATE TO DATECALC-DATE-1
      MOVE RUN-ID-CURRENT-DATE TO DATECALC-DATE-2
      CALL 'DATEROUTINES' USING DATECALC-REQUEST
      MOVE DATECALC-DAY-COUNT TO WS-DAYS-OLD
      MOVE 'N' TO WS-OVERDUE-FLAG
      IF WS-CHASE-CALENDAR = SPACES
       IF WS-DAYS-OLD > WS-CHASE-DEADLINE
        SET WS-OVERDUE TO TRUE
       END-IF
      ELSE
       PERFORM FIND-PARTNER-DUE-DATE
       IF RUN-ID-CURRENT-DATE > WS-DUE-DATE
        SET WS-OVERDUE TO TRUE
       END-IF
      END-IF
      IF WS-OVERDUE
       ADD 1 TO WS-UNACKED-COUNT
       IF WS-PT-FOUND > 0
        ADD 1 TO WS-PT-UNACKED(WS-PT-FOUND)
       END-IF
       IF WS-VALUE-DATE = WS-SENT-DATE
        DISPLAY '* ' FUNCTION TRIM(WS-LINE-FILE) ' SENT '
            WS-SENT-DATE ' - NO ACK AFTER ' WS-DAYS-OLD ' DAY(S)'
            ' (' FUNCTION TRIM(WS-LINE-PARTNER) ')'
       ELSE
        DISPLAY '* ' FUNCTION TRIM(WS-LINE-FILE) ' SENT '
            WS-SENT-DATE ' VALUE ' WS-VALUE-DATE
            ' - NO ACK AFTER ' WS-DAYS-OLD ' DAY(S)'
            ' (' FUNCTION TRIM(WS-LINE-PARTNER) ')'
       END-IF
       MOVE SPACES TO WS-ALERT-TEXT
       MOVE 1 TO WS-ALERT-POINTER
       STRING WS-LINE-FILE DELIMITED BY SPACE
           ' SENT ' DELIMITED BY SIZE
           WS-SENT-DATE DELIMITED BY SIZE
           WS-DAYS-OLD DELIMITED BY SIZE
           ' DAY(S) PARTNER ' DELIMITED BY SIZE
           WS-LINE-PARTNER DELIMITED BY SPACE
           INTO WS-ALERT-TEXT WITH POINTER WS-ALERT-POINTER
       IF WS-VALUE-DATE NOT = WS-SENT-DATE
        STRING ' VALUE ' DELIMITED BY SIZE
            WS-VALUE-DATE DELIMITED BY SIZE
            INTO WS-ALERT-TEXT WITH POINTER WS-ALERT-POINTER
       END-IF
       PERFORM POST-ONE-ALERT
      END-IF
     END-IF
    END-IF.

FIND-PARTNER-DUE-DATE.
* The deadline's days counted forward from the value date on the
* partner's own holiday calendar.
    MOVE 'ABD' TO DATECALC-OPERATION.
    MOVE WS-VALUE-DATE TO DATECALC-DATE-1.
    MOVE WS-CHASE-DEADLINE TO DATECALC-DAY-COUNT.
    MOVE WS-CHASE-CALENDAR TO DATECALC-CALENDAR.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE DATECALC-RESULT-DATE TO WS-DUE-DATE.
    MOVE SPACES TO DATECALC-CALENDAR.

LOG-ONE-NEW-ACK.
* An ACK already logged by an earlier run keeps its first time; the
* log is read in full before any line is added to it.
    MOVE 'N' TO WS-ACK-LOGGED-FLAG.
    PERFORM VARYING WS-LA-INDEX FROM 1 BY 1
        UNTIL WS-LA-INDEX > WS-LA-COUNT
     IF WS-LA-FILE(WS-LA-INDEX) = WS-NA-FILE(WS-NA-INDEX)
         AND WS-LA-SENT-RUN-ID(WS-LA-INDEX)
             = WS-NA-SENT-RUN-ID(WS-NA-INDEX)
      SET WS-ACK-LOGGED TO TRUE
     END-IF
    END-PERFORM.
    IF NOT WS-ACK-LOGGED
     ACCEPT WS-XMIT-TIME FROM TIME
     MOVE SPACES TO WS-XMIT-LINE
     STRING 'ACK,' DELIMITED BY SIZE
         WS-NA-FILE(WS-NA-INDEX) DELIMITED BY SPACE
         ',,,' DELIMITED BY SIZE
         RUN-ID-STAMP DELIMITED BY SIZE
         ',ACKED,' DELIMITED BY SIZE
         WS-NA-PARTNER(WS-NA-INDEX) DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-XMIT-HHMMSS DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-NA-SENT-RUN-ID(WS-NA-INDEX) DELIMITED BY SIZE
         INTO WS-XMIT-LINE
     OPEN EXTEND XMIT-LOG-FILE
     MOVE WS-XMIT-LINE TO XMIT-LOG-RECORD
     WRITE XMIT-LOG-RECORD
     CLOSE XMIT-LOG-FILE
     ADD 1 TO WS-ACKS-LOGGED
    END-IF.

POST-ONE-ALERT.
    COPY "alert-post.cpy"
        REPLACING ==:ALERT-RAISER:== BY =='GATEWAY-RECON'==
    MOVE 'Y' TO WS-CHASE-FLAG.
    MOVE WS-DEADLINE-DAYS TO WS-CHASE-DEADLINE.
    MOVE WS-DROP-DIRECTORY TO WS-CHASE-DROP-DIR.
    MOVE SPACES TO WS-CHASE-CALENDAR.
    MOVE 0 TO WS-PT-FOUND.
    PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PT-COUNT
    IF WS-PT-FOUND > 0
     ADD 1 TO WS-PT-SENT(WS-PT-FOUND)
     MOVE WS-PT-DAYS(WS-PT-FOUND) TO WS-CHASE-DEADLINE
     MOVE WS-PT-CALENDAR(WS-PT-FOUND) TO WS-CHASE-CALENDAR
     IF WS-PT-DROP(WS-PT-FOUND) NOT = SPACES
      MOVE WS-PT-DROP(WS-PT-FOUND) TO WS-CHASE-DROP-DIR
     END-IF
       MOVE SPACES TO PARTNER-DROP-DIR
       MOVE SPACES TO PARTNER-LINE-ACK
       MOVE SPACES TO PARTNER-LINE-HOURS
       MOVE SPACES TO PARTNER-CALENDAR
       UNSTRING PARTNER-PROFILE-RECORD DELIMITED BY ','
           INTO PARTNER-LINE-ID PARTNER-DROP-DIR
                PARTNER-CODEPAGE PARTNER-LAYOUT
                PARTNER-LINE-ACK PARTNER-LINE-HOURS
                PARTNER-CUTOFF PARTNER-XMIT-DAYS
                PARTNER-CALENDAR
       MOVE PARTNER-LINE-ID TO WS-PT-ID(WS-PT-COUNT)
       MOVE PARTNER-DROP-DIR TO WS-PT-DROP(WS-PT-COUNT)
       MOVE PARTNER-LINE-ACK TO WS-PT-ACK(WS-PT-COUNT)
       MOVE PARTNER-CALENDAR TO WS-PT-CALENDAR(WS-PT-COUNT)
       IF FUNCTION TEST-NUMVAL(PARTNER-LINE-HOURS) = 0
        COMPUTE WS-PT-DAYS(WS-PT-COUNT) =
            (FUNCTION NUMVAL(PARTNER-LINE-HOURS) + 23) / 24
