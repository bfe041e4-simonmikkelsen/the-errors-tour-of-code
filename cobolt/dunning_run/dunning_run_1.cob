IDENTIFICATION DIVISION.
PROGRAM-ID. DUNNING-RUN.
AUTHOR. Simon Mikkelsen.
* The reminder letters came from someone reading the aging buckets
* on the SETTLE-INTEREST report and typing the letters through
* SIMPLE-FILE-WRITER's MERGE mode by hand. This program runs the
* dunning cycle itself. It reads the same open-items file SETTLE-
* INTEREST ages (reference, amount, due-date YYYYMMDD), ages every
* overdue item in business days the same way, through the shared
* DATEROUTINES subprogram, and keeps a per-item dunning history in
*     DUNNHIST.TXT: reference,due-date,level,last-notice-date,run-id
* The escalation levels come from the control file
*     DUNNLEVELS.TXT: level,min-age-bd,grace-bd,template
* where an item may be raised to a level once its business-day age
* has reached min-age-bd AND grace-bd business days have passed
* since its previous notice (the grace is ignored for the first
* notice); template names the SIMPLE-FILE-WRITER MERGE template the
* level's letters are printed with. Without the control file the
* levels follow the aging buckets on the interest report:
*     1,1,10,REMINDER.TPL   friendly reminder
*     2,31,10,NOTICE.TPL    formal notice
*     3,61,10,FINAL.TPL     final demand
* An item moves up at most one level per run. For every level a
* notice went out at, the run writes the merge data file
* DUNNING-Ln.DAT (n the level) in the form the MERGE mode reads - a
* first line naming the fields REFERENCE, AMOUNT, DUEDATE, AGE,
* LEVEL, NOTICEDATE, TEMPLATE and one line per letter - ready to run
* against that level's template. Items standing at the highest level
* are listed on the report for collections, whether they reached it
* this run or earlier. An item that is no longer on the open-items
* file - paid, or closed by PAYMENT-MATCH - leaves the cycle: its
* history line is not carried forward and the report counts it.
* The history is rewritten through DUNNHIST.NEW and only takes the
* standing name once the run has finished with the old one. The
* report DUNNING.RPT is archived in RPTARC and the run is written to
* the shared AUDITLOG.
* Ages are counted on the partner's own holiday calendar, as SETTLE-
* INTEREST counts them: the partner id in an item's fifth field
* picks the calendar named in that partner's PARTNERS.TXT profile,
* and an item with no partner, or a partner with no calendar, is
* aged on the house calendar.
* The new history is written from the history table alone, so a
* history line that cannot be read, or one past the 1000 items the
* table holds, would lose its level and start over at a reminder.
* Such lines are listed and the run stops with RETURN-CODE 8 before
* the report is begun; an item that would need a new history entry
* once the table is full stops it the same way, before any merge
* file or DUNNHIST.NEW is written. A DUNNHIST.NEW that cannot take
* the standing name is reported and ends the run with RETURN-CODE 8,
* so the next run is not escalated from the old history unseen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEMS-FILE ASSIGN TO WS-ITEMS-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ITEMS-STATUS.
    SELECT LEVEL-TABLE-FILE ASSIGN TO 'DUNNLEVELS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEVELS-STATUS.
    SELECT HISTORY-FILE ASSIGN TO 'DUNNHIST.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HISTORY-STATUS.
    SELECT HISTORY-NEW-FILE ASSIGN TO 'DUNNHIST.NEW'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HISTORY-NEW-STATUS.
    SELECT MERGE-DATA-FILE ASSIGN TO WS-MERGE-DATA-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MERGE-DATA-STATUS.
    SELECT DUNNING-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "partner-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  OPEN-ITEMS-FILE.
01  OPEN-ITEMS-RECORD PIC X(100).

FD  LEVEL-TABLE-FILE.
01  LEVEL-TABLE-RECORD PIC X(80).

FD  HISTORY-FILE.
01  HISTORY-RECORD PIC X(100).

FD  HISTORY-NEW-FILE.
01  HISTORY-NEW-RECORD PIC X(100).

FD  MERGE-DATA-FILE.
01  MERGE-DATA-RECORD PIC X(200).

FD  DUNNING-REPORT-FILE.
01  DUNNING-REPORT-RECORD PIC X(132).

COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "partner-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "dateroutines-linkage.cpy".
COPY "partner-ws.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-ITEMS-FILE-NAME PIC X(100).
01  WS-ITEMS-STATUS PIC X(02).
01  WS-LEVELS-STATUS PIC X(02).
01  WS-HISTORY-STATUS PIC X(02).
01  WS-HISTORY-NEW-STATUS PIC X(02).
01  WS-MERGE-DATA-NAME PIC X(100).
01  WS-MERGE-DATA-STATUS PIC X(02).
01  WS-REPORT-NAME PIC X(100) VALUE 'DUNNING.RPT'.
01  WS-HISTORY-NAME PIC X(100) VALUE 'DUNNHIST.TXT'.
01  WS-SHELL-COMMAND PIC X(300).
01  WS-ITEMS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-ITEMS-EOF VALUE 'Y'.
01  WS-LEVELS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-LEVELS-EOF VALUE 'Y'.
01  WS-HISTORY-EOF-FLAG PIC X VALUE 'N'.
    88  WS-HISTORY-EOF VALUE 'Y'.

01  WS-LEVEL-TABLE.
    05  WS-LV-ENTRY OCCURS 9 TIMES.
        10  WS-LV-MIN-AGE PIC 9(04).
        10  WS-LV-GRACE PIC 9(04).
        10  WS-LV-TEMPLATE PIC X(40).
        10  WS-LV-NOTICES PIC 9(05).
01  WS-LEVEL-COUNT PIC 9(01) VALUE 0.
01  WS-LV-INDEX PIC 9(01) VALUE 0.
01  WS-LV-NUMBER-TEXT PIC X(02).
01  WS-LV-AGE-TEXT PIC X(05).
01  WS-LV-GRACE-TEXT PIC X(05).
01  WS-LV-TEMPLATE-TEXT PIC X(40).
01  WS-LV-NUMBER PIC 9(01) VALUE 0.

* One entry per item the cycle knows about: loaded from the history
* file, added to when an item receives its first notice, and marked
* when the item is still on the open-items file this run.
01  WS-HISTORY-TABLE.
    05  WS-HS-ENTRY OCCURS 1000 TIMES.
        10  WS-HS-REFERENCE PIC X(30).
        10  WS-HS-DUE-DATE PIC X(08).
        10  WS-HS-LEVEL PIC 9(01).
        10  WS-HS-LAST-DATE PIC 9(08).
        10  WS-HS-RUN-STAMP PIC X(13).
        10  WS-HS-AMOUNT PIC 9(11)V99.
        10  WS-HS-AGE PIC 9(05).
        10  WS-HS-SEEN-FLAG PIC X.
            88  WS-HS-SEEN VALUE 'Y'.
        10  WS-HS-NOTICED-FLAG PIC X.
            88  WS-HS-NOTICED VALUE 'Y'.
01  WS-HISTORY-COUNT PIC 9(04) VALUE 0.
01  WS-HS-INDEX PIC 9(04) VALUE 0.
01  WS-HS-FOUND PIC 9(04) VALUE 0.
01  WS-HS-LEVEL-TEXT PIC X(02).
01  WS-HS-LAST-TEXT PIC X(08).
01  WS-HISTORY-REFUSED PIC 9(05) VALUE 0.
01  WS-HISTORY-FULL-COUNT PIC 9(05) VALUE 0.
01  WS-TURNOVER-RESULT PIC S9(09) VALUE 0.

01  WS-ITEM-REFERENCE PIC X(30).
01  WS-ITEM-AMOUNT-TEXT PIC X(15).
01  WS-ITEM-DUE-TEXT PIC X(08).
01  WS-ITEM-CURRENCY PIC X(03).
01  WS-ITEM-PARTNER PIC X(08).
01  WS-ITEM-CALENDAR PIC X(08) VALUE SPACES.
* The partner whose calendar WS-ITEM-CALENDAR holds, so consecutive
* items of one partner read the profile file only once.
01  WS-CALENDAR-PARTNER PIC X(08) VALUE SPACES.
01  WS-ITEM-AMOUNT PIC 9(11)V99 VALUE 0.
01  WS-ITEM-DUE-DATE PIC 9(08) VALUE 0.
01  WS-CALENDAR-OVERDUE PIC S9(05) VALUE 0.
01  WS-BUSINESS-AGE PIC 9(05) VALUE 0.
01  WS-GRACE-ELAPSED PIC 9(05) VALUE 0.
01  WS-NEXT-LEVEL PIC 9(02) VALUE 0.
01  WS-WALK-FROM-DATE PIC 9(08) VALUE 0.
01  WS-WALK-INTEGER PIC 9(08) VALUE 0.
01  WS-TODAY-INTEGER PIC 9(08) VALUE 0.
01  WS-BUSINESS-COUNT PIC 9(05) VALUE 0.

01  WS-ITEMS-READ PIC 9(05) VALUE 0.
01  WS-ITEMS-OVERDUE PIC 9(05) VALUE 0.
01  WS-NOTICES-ISSUED PIC 9(05) VALUE 0.
01  WS-IN-GRACE-COUNT PIC 9(05) VALUE 0.
01  WS-LEFT-CYCLE-COUNT PIC 9(05) VALUE 0.
01  WS-COLLECTIONS-COUNT PIC 9(05) VALUE 0.
01  WS-COLLECTIONS-AMOUNT PIC 9(13)V99 VALUE 0.
01  WS-HISTORY-OUT-COUNT PIC 9(05) VALUE 0.
01  WS-AMOUNT-EDIT PIC Z(10)9.99.
01  WS-TOTAL-EDIT PIC Z(12)9.99.
01  WS-AMOUNT-PLAIN PIC Z(10)9.99.
01  WS-REPORT-LINE PIC X(132).
01  WS-OUT-LINE PIC X(200).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(RUN-ID-CURRENT-DATE).
    DISPLAY 'Open-items file (reference,amount,due-date): '
        WITH NO ADVANCING.
    ACCEPT WS-ITEMS-FILE-NAME.
    PERFORM LOAD-LEVEL-TABLE.
    IF WS-LEVEL-COUNT = 0
     PERFORM SET-DEFAULT-LEVELS
    END-IF.
    PERFORM LOAD-DUNNING-HISTORY.
    IF WS-HISTORY-REFUSED > 0
     DISPLAY '*** ' WS-HISTORY-REFUSED ' HISTORY LINE(S) NOT LOADED'
         ' - RUN STOPPED, NO NOTICES ***'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    OPEN INPUT OPEN-ITEMS-FILE.
    IF WS-ITEMS-STATUS NOT = '00'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-ITEMS-FILE-NAME)
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT DUNNING-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE DUNNING-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'DUNNING RUN AS OF ' DELIMITED BY SIZE
        RUN-ID-CURRENT-DATE DELIMITED BY SIZE
        ' OVER ' DELIMITED BY SIZE
        WS-ITEMS-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'NOTICES ISSUED:' TO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'REFERENCE                      AMOUNT      AGE(BD)  '
        & 'LEVEL  TEMPLATE' TO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.

    PERFORM DUN-ONE-ITEM UNTIL WS-ITEMS-EOF.
    CLOSE OPEN-ITEMS-FILE.
    IF WS-HISTORY-FULL-COUNT > 0
     MOVE SPACES TO WS-REPORT-LINE
     STRING '*** DUNNING HISTORY FULL (1000) - ' DELIMITED BY SIZE
         WS-HISTORY-FULL-COUNT DELIMITED BY SIZE
         ' ITEM(S) LEFT OUT - RUN STOPPED ***' DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE
     CLOSE DUNNING-REPORT-FILE
     DISPLAY '*** DUNNING HISTORY FULL - ' WS-HISTORY-FULL-COUNT
         ' ITEM(S) LEFT OUT - RUN STOPPED, NO MERGE FILES OR '
         'HISTORY WRITTEN ***'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM WRITE-ONE-MERGE-FILE
        VARYING WS-LV-INDEX FROM 1 BY 1
        UNTIL WS-LV-INDEX > WS-LEVEL-COUNT.
    PERFORM WRITE-COLLECTIONS-LIST.
    PERFORM WRITE-RUN-SUMMARY.
    CLOSE DUNNING-REPORT-FILE.
    PERFORM WRITE-NEW-HISTORY.
    PERFORM TURN-OVER-HISTORY-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    IF WS-TURNOVER-RESULT = 0
     PERFORM WRITE-AUDIT-LOG
    ELSE
     PERFORM WRITE-FAILURE-AUDIT-LOG
    END-IF.
    DISPLAY 'ITEMS READ: ' WS-ITEMS-READ
        '  OVERDUE: ' WS-ITEMS-OVERDUE
        '  NOTICES: ' WS-NOTICES-ISSUED.
    DISPLAY 'FOR COLLECTIONS: ' WS-COLLECTIONS-COUNT
        '  LEFT THE CYCLE: ' WS-LEFT-CYCLE-COUNT.
    DISPLAY 'Report written to ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    IF WS-TURNOVER-RESULT NOT = 0
     DISPLAY '*** DUNNHIST.NEW WAS NOT INSTALLED AS '
         FUNCTION TRIM(WS-HISTORY-NAME)
         ' - INSTALL IT BEFORE THE NEXT RUN ***'
     MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-LEVEL-TABLE.
    OPEN INPUT LEVEL-TABLE-FILE.
    IF WS-LEVELS-STATUS NOT = '00'
     SET WS-LEVELS-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-LEVEL UNTIL WS-LEVELS-EOF.
    IF WS-LEVELS-STATUS = '00' OR WS-LEVELS-STATUS = '10'
     CLOSE LEVEL-TABLE-FILE
    END-IF.

LOAD-ONE-LEVEL.
* Levels must be listed in order 1, 2, 3 ... - a line that skips a
* level is ignored, so the ladder can never have a gap in it.
    READ LEVEL-TABLE-FILE INTO LEVEL-TABLE-RECORD
     AT END
      SET WS-LEVELS-EOF TO TRUE
     NOT AT END
      IF LEVEL-TABLE-RECORD NOT = SPACES
          AND LEVEL-TABLE-RECORD(1:1) NOT = '*'
       MOVE SPACES TO WS-LV-NUMBER-TEXT
       MOVE SPACES TO WS-LV-AGE-TEXT
       MOVE SPACES TO WS-LV-GRACE-TEXT
       MOVE SPACES TO WS-LV-TEMPLATE-TEXT
       UNSTRING LEVEL-TABLE-RECORD DELIMITED BY ','
           INTO WS-LV-NUMBER-TEXT WS-LV-AGE-TEXT WS-LV-GRACE-TEXT
                WS-LV-TEMPLATE-TEXT
       IF WS-LV-NUMBER-TEXT(1:1) IS NUMERIC
           AND FUNCTION TEST-NUMVAL(WS-LV-AGE-TEXT) = 0
           AND FUNCTION TEST-NUMVAL(WS-LV-GRACE-TEXT) = 0
           AND WS-LV-TEMPLATE-TEXT NOT = SPACES
        MOVE WS-LV-NUMBER-TEXT(1:1) TO WS-LV-NUMBER
        IF WS-LV-NUMBER = WS-LEVEL-COUNT + 1
         ADD 1 TO WS-LEVEL-COUNT
         COMPUTE WS-LV-MIN-AGE(WS-LEVEL-COUNT) =
             FUNCTION NUMVAL(WS-LV-AGE-TEXT)
         COMPUTE WS-LV-GRACE(WS-LEVEL-COUNT) =
             FUNCTION NUMVAL(WS-LV-GRACE-TEXT)
         MOVE FUNCTION TRIM(WS-LV-TEMPLATE-TEXT)
             TO WS-LV-TEMPLATE(WS-LEVEL-COUNT)
         MOVE 0 TO WS-LV-NOTICES(WS-LEVEL-COUNT)
        ELSE
         DISPLAY 'LEVEL LINE OUT OF ORDER IGNORED: '
             LEVEL-TABLE-RECORD
        END-IF
       END-IF
      END-IF
    END-READ.

SET-DEFAULT-LEVELS.
    MOVE 3 TO WS-LEVEL-COUNT.
    MOVE 1 TO WS-LV-MIN-AGE(1).
    MOVE 10 TO WS-LV-GRACE(1).
    MOVE 'REMINDER.TPL' TO WS-LV-TEMPLATE(1).
    MOVE 31 TO WS-LV-MIN-AGE(2).
    MOVE 10 TO WS-LV-GRACE(2).
    MOVE 'NOTICE.TPL' TO WS-LV-TEMPLATE(2).
    MOVE 61 TO WS-LV-MIN-AGE(3).
    MOVE 10 TO WS-LV-GRACE(3).
    MOVE 'FINAL.TPL' TO WS-LV-TEMPLATE(3).
    MOVE 0 TO WS-LV-NOTICES(1).
    MOVE 0 TO WS-LV-NOTICES(2).
    MOVE 0 TO WS-LV-NOTICES(3).

LOAD-DUNNING-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = '00'
     SET WS-HISTORY-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-HISTORY-LINE UNTIL WS-HISTORY-EOF.
    IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
     CLOSE HISTORY-FILE
    END-IF.

LOAD-ONE-HISTORY-LINE.
    READ HISTORY-FILE INTO HISTORY-RECORD
     AT END
      SET WS-HISTORY-EOF TO TRUE
     NOT AT END
      IF HISTORY-RECORD NOT = SPACES
          AND HISTORY-RECORD(1:1) NOT = '*'
       PERFORM TABLE-ONE-HISTORY-LINE
      END-IF
    END-READ.

TABLE-ONE-HISTORY-LINE.
    IF WS-HISTORY-COUNT = 1000
     ADD 1 TO WS-HISTORY-REFUSED
     DISPLAY 'HISTORY TABLE FULL (1000): ' HISTORY-RECORD
    ELSE
     ADD 1 TO WS-HISTORY-COUNT
     MOVE SPACES TO WS-HS-LEVEL-TEXT
     MOVE SPACES TO WS-HS-LAST-TEXT
     UNSTRING HISTORY-RECORD DELIMITED BY ','
         INTO WS-HS-REFERENCE(WS-HISTORY-COUNT)
              WS-HS-DUE-DATE(WS-HISTORY-COUNT)
              WS-HS-LEVEL-TEXT
              WS-HS-LAST-TEXT
              WS-HS-RUN-STAMP(WS-HISTORY-COUNT)
     IF WS-HS-LEVEL-TEXT(1:1) IS NUMERIC
         AND WS-HS-LAST-TEXT IS NUMERIC
      MOVE WS-HS-LEVEL-TEXT(1:1) TO WS-HS-LEVEL(WS-HISTORY-COUNT)
      MOVE WS-HS-LAST-TEXT TO WS-HS-LAST-DATE(WS-HISTORY-COUNT)
      MOVE 'N' TO WS-HS-SEEN-FLAG(WS-HISTORY-COUNT)
      MOVE 'N' TO WS-HS-NOTICED-FLAG(WS-HISTORY-COUNT)
      MOVE 0 TO WS-HS-AMOUNT(WS-HISTORY-COUNT)
      MOVE 0 TO WS-HS-AGE(WS-HISTORY-COUNT)
     ELSE
      ADD 1 TO WS-HISTORY-REFUSED
      DISPLAY 'HISTORY LINE NOT VALID: ' HISTORY-RECORD
      SUBTRACT 1 FROM WS-HISTORY-COUNT
     END-IF
    END-IF.

DUN-ONE-ITEM.
    READ OPEN-ITEMS-FILE INTO OPEN-ITEMS-RECORD
     AT END
      SET WS-ITEMS-EOF TO TRUE
     NOT AT END
      IF OPEN-ITEMS-RECORD NOT = SPACES
          AND OPEN-ITEMS-RECORD(1:1) NOT = '*'
       ADD 1 TO WS-ITEMS-READ
       MOVE SPACES TO WS-ITEM-REFERENCE
       MOVE SPACES TO WS-ITEM-AMOUNT-TEXT
       MOVE SPACES TO WS-ITEM-DUE-TEXT
       MOVE SPACES TO WS-ITEM-CURRENCY
       MOVE SPACES TO WS-ITEM-PARTNER
       UNSTRING OPEN-ITEMS-RECORD DELIMITED BY ','
           INTO WS-ITEM-REFERENCE WS-ITEM-AMOUNT-TEXT
                WS-ITEM-DUE-TEXT WS-ITEM-CURRENCY
                WS-ITEM-PARTNER
       IF FUNCTION TEST-NUMVAL(WS-ITEM-AMOUNT-TEXT) = 0
           AND WS-ITEM-DUE-TEXT(1:8) IS NUMERIC
        COMPUTE WS-ITEM-AMOUNT =
            FUNCTION NUMVAL(WS-ITEM-AMOUNT-TEXT)
        MOVE WS-ITEM-DUE-TEXT TO WS-ITEM-DUE-DATE
        PERFORM FIND-HISTORY-ENTRY
        IF WS-HS-FOUND > 0
         MOVE 'Y' TO WS-HS-SEEN-FLAG(WS-HS-FOUND)
         MOVE WS-ITEM-AMOUNT TO WS-HS-AMOUNT(WS-HS-FOUND)
        END-IF
        PERFORM JUDGE-ONE-ITEM
       ELSE
        DISPLAY 'ITEM LINE DROPPED: ' OPEN-ITEMS-RECORD
       END-IF
      END-IF
    END-READ.

FIND-HISTORY-ENTRY.
    MOVE 0 TO WS-HS-FOUND.
    PERFORM VARYING WS-HS-INDEX FROM 1 BY 1
        UNTIL WS-HS-INDEX > WS-HISTORY-COUNT OR WS-HS-FOUND > 0
     IF WS-HS-REFERENCE(WS-HS-INDEX) = WS-ITEM-REFERENCE
         AND WS-HS-DUE-DATE(WS-HS-INDEX) = WS-ITEM-DUE-TEXT
      MOVE WS-HS-INDEX TO WS-HS-FOUND
     END-IF
    END-PERFORM.

JUDGE-ONE-ITEM.
    MOVE 'DBT' TO DATECALC-OPERATION.
    MOVE WS-ITEM-DUE-DATE TO DATECALC-DATE-1.
    MOVE RUN-ID-CURRENT-DATE TO DATECALC-DATE-2.
    CALL 'DATEROUTINES' USING DATECALC-REQUEST.
    MOVE DATECALC-DAY-COUNT TO WS-CALENDAR-OVERDUE.
    IF WS-CALENDAR-OVERDUE <= 0
     CONTINUE
    ELSE
     ADD 1 TO WS-ITEMS-OVERDUE
     MOVE WS-ITEM-DUE-DATE TO WS-WALK-FROM-DATE
     PERFORM COUNT-BUSINESS-DAYS-SINCE
     MOVE WS-BUSINESS-COUNT TO WS-BUSINESS-AGE
     IF WS-HS-FOUND = 0
      COMPUTE WS-NEXT-LEVEL = 1
     ELSE
      MOVE WS-BUSINESS-AGE TO WS-HS-AGE(WS-HS-FOUND)
      COMPUTE WS-NEXT-LEVEL = WS-HS-LEVEL(WS-HS-FOUND) + 1
     END-IF
     IF WS-NEXT-LEVEL <= WS-LEVEL-COUNT
      IF WS-BUSINESS-AGE >= WS-LV-MIN-AGE(WS-NEXT-LEVEL)
       PERFORM WEIGH-GRACE-PERIOD
      END-IF
     END-IF
    END-IF.

WEIGH-GRACE-PERIOD.
* The first notice waits only for the age; every later one also
* waits out the grace period since the notice before it, so a
* partner always has time to react to the letter it just received.
    MOVE 0 TO WS-GRACE-ELAPSED.
    IF WS-HS-FOUND > 0
     MOVE WS-HS-LAST-DATE(WS-HS-FOUND) TO WS-WALK-FROM-DATE
     PERFORM COUNT-BUSINESS-DAYS-SINCE
     MOVE WS-BUSINESS-COUNT TO WS-GRACE-ELAPSED
    END-IF.
    IF WS-HS-FOUND > 0
        AND WS-GRACE-ELAPSED < WS-LV-GRACE(WS-NEXT-LEVEL)
     ADD 1 TO WS-IN-GRACE-COUNT
    ELSE
     PERFORM ISSUE-ONE-NOTICE
    END-IF.

ISSUE-ONE-NOTICE.
    IF WS-HS-FOUND = 0
     IF WS-HISTORY-COUNT < 1000
      ADD 1 TO WS-HISTORY-COUNT
      MOVE WS-HISTORY-COUNT TO WS-HS-FOUND
      MOVE WS-ITEM-REFERENCE TO WS-HS-REFERENCE(WS-HS-FOUND)
      MOVE WS-ITEM-DUE-TEXT TO WS-HS-DUE-DATE(WS-HS-FOUND)
      MOVE 'Y' TO WS-HS-SEEN-FLAG(WS-HS-FOUND)
      MOVE WS-ITEM-AMOUNT TO WS-HS-AMOUNT(WS-HS-FOUND)
     ELSE
      ADD 1 TO WS-HISTORY-FULL-COUNT
      DISPLAY 'DUNNING HISTORY FULL (1000) - NO ROOM FOR '
          WS-ITEM-REFERENCE
     END-IF
    END-IF.
    IF WS-HS-FOUND > 0
     MOVE WS-NEXT-LEVEL TO WS-HS-LEVEL(WS-HS-FOUND)
     MOVE RUN-ID-CURRENT-DATE TO WS-HS-LAST-DATE(WS-HS-FOUND)
     MOVE RUN-ID-STAMP TO WS-HS-RUN-STAMP(WS-HS-FOUND)
     MOVE WS-BUSINESS-AGE TO WS-HS-AGE(WS-HS-FOUND)
     MOVE 'Y' TO WS-HS-NOTICED-FLAG(WS-HS-FOUND)
     ADD 1 TO WS-NOTICES-ISSUED
     ADD 1 TO WS-LV-NOTICES(WS-NEXT-LEVEL)
     PERFORM WRITE-ONE-NOTICE-LINE
    END-IF.

COUNT-BUSINESS-DAYS-SINCE.
* Walk the calendar from the day after WS-WALK-FROM-DATE to today,
* counting only the days DATEROUTINES calls business days on the
* item's partner's calendar.
    MOVE 0 TO WS-BUSINESS-COUNT.
    PERFORM SET-ITEM-CALENDAR.
    MOVE WS-ITEM-CALENDAR TO DATECALC-CALENDAR.
    COMPUTE WS-WALK-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-WALK-FROM-DATE) + 1.
    PERFORM UNTIL WS-WALK-INTEGER > WS-TODAY-INTEGER
     MOVE 'IBD' TO DATECALC-OPERATION
     MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-INTEGER)
         TO DATECALC-DATE-1
     CALL 'DATEROUTINES' USING DATECALC-REQUEST
     IF DATECALC-BUSINESS-FLAG = 'Y'
      ADD 1 TO WS-BUSINESS-COUNT
     END-IF
     ADD 1 TO WS-WALK-INTEGER
    END-PERFORM.

WRITE-ONE-NOTICE-LINE.
    MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING WS-ITEM-REFERENCE DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-AMOUNT-EDIT DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-BUSINESS-AGE DELIMITED BY SIZE
        '    ' DELIMITED BY SIZE
        WS-NEXT-LEVEL DELIMITED BY SIZE
        '     ' DELIMITED BY SIZE
        WS-LV-TEMPLATE(WS-NEXT-LEVEL) DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-ONE-MERGE-FILE.
* One merge data file per level that had notices this run, named
* by level, in the shape SIMPLE-FILE-WRITER's MERGE mode reads.
    IF WS-LV-NOTICES(WS-LV-INDEX) > 0
     MOVE SPACES TO WS-MERGE-DATA-NAME
     STRING 'DUNNING-L' DELIMITED BY SIZE
         WS-LV-INDEX DELIMITED BY SIZE
         '.DAT' DELIMITED BY SIZE
         INTO WS-MERGE-DATA-NAME
     OPEN OUTPUT MERGE-DATA-FILE
     MOVE 'REFERENCE,AMOUNT,DUEDATE,AGE,LEVEL,NOTICEDATE,TEMPLATE'
         TO MERGE-DATA-RECORD
     WRITE MERGE-DATA-RECORD
     PERFORM WRITE-ONE-MERGE-LINE
         VARYING WS-HS-INDEX FROM 1 BY 1
         UNTIL WS-HS-INDEX > WS-HISTORY-COUNT
     CLOSE MERGE-DATA-FILE
     MOVE SPACES TO WS-REPORT-LINE
     STRING 'LEVEL ' DELIMITED BY SIZE
         WS-LV-INDEX DELIMITED BY SIZE
         ': ' DELIMITED BY SIZE
         WS-LV-NOTICES(WS-LV-INDEX) DELIMITED BY SIZE
         ' LETTER(S) IN ' DELIMITED BY SIZE
         WS-MERGE-DATA-NAME DELIMITED BY SPACE
         ' FOR TEMPLATE ' DELIMITED BY SIZE
         WS-LV-TEMPLATE(WS-LV-INDEX) DELIMITED BY SPACE
         INTO WS-REPORT-LINE
     WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-ONE-MERGE-LINE.
    IF WS-HS-NOTICED(WS-HS-INDEX)
        AND WS-HS-LEVEL(WS-HS-INDEX) = WS-LV-INDEX
     MOVE WS-HS-AMOUNT(WS-HS-INDEX) TO WS-AMOUNT-PLAIN
     MOVE SPACES TO WS-OUT-LINE
     STRING FUNCTION TRIM(WS-HS-REFERENCE(WS-HS-INDEX))
         DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-AMOUNT-PLAIN) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-DUE-DATE(WS-HS-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-AGE(WS-HS-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-LEVEL(WS-HS-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-LAST-DATE(WS-HS-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-LV-TEMPLATE(WS-LV-INDEX) DELIMITED BY SPACE
         INTO WS-OUT-LINE
     MOVE WS-OUT-LINE TO MERGE-DATA-RECORD
     WRITE MERGE-DATA-RECORD
    END-IF.

WRITE-COLLECTIONS-LIST.
* Everything still open at the top of the ladder belongs to
* collections now, whichever run put it there.
    MOVE 'FOR COLLECTIONS (FINAL LEVEL REACHED):' TO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'REFERENCE                      AMOUNT      DUE       '
        & 'LAST NOTICE' TO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM WRITE-ONE-COLLECTIONS-LINE
        VARYING WS-HS-INDEX FROM 1 BY 1
        UNTIL WS-HS-INDEX > WS-HISTORY-COUNT.
    MOVE WS-COLLECTIONS-AMOUNT TO WS-TOTAL-EDIT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING '  ITEMS ' DELIMITED BY SIZE
        WS-COLLECTIONS-COUNT DELIMITED BY SIZE
        '  AMOUNT ' DELIMITED BY SIZE
        WS-TOTAL-EDIT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-ONE-COLLECTIONS-LINE.
    IF WS-HS-SEEN(WS-HS-INDEX)
        AND WS-HS-LEVEL(WS-HS-INDEX) = WS-LEVEL-COUNT
     ADD 1 TO WS-COLLECTIONS-COUNT
     ADD WS-HS-AMOUNT(WS-HS-INDEX) TO WS-COLLECTIONS-AMOUNT
     MOVE WS-HS-AMOUNT(WS-HS-INDEX) TO WS-AMOUNT-EDIT
     MOVE SPACES TO WS-REPORT-LINE
     STRING WS-HS-REFERENCE(WS-HS-INDEX) DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         WS-AMOUNT-EDIT DELIMITED BY SIZE
         ' ' DELIMITED BY SIZE
         WS-HS-DUE-DATE(WS-HS-INDEX) DELIMITED BY SIZE
         '  ' DELIMITED BY SIZE
         WS-HS-LAST-DATE(WS-HS-INDEX) DELIMITED BY SIZE
         INTO WS-REPORT-LINE
     WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE
    END-IF.

WRITE-RUN-SUMMARY.
    PERFORM COUNT-ONE-DEPARTURE
        VARYING WS-HS-INDEX FROM 1 BY 1
        UNTIL WS-HS-INDEX > WS-HISTORY-COUNT.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'ITEMS READ ' DELIMITED BY SIZE
        WS-ITEMS-READ DELIMITED BY SIZE
        '  OVERDUE ' DELIMITED BY SIZE
        WS-ITEMS-OVERDUE DELIMITED BY SIZE
        '  NOTICES ' DELIMITED BY SIZE
        WS-NOTICES-ISSUED DELIMITED BY SIZE
        '  STILL IN GRACE ' DELIMITED BY SIZE
        WS-IN-GRACE-COUNT DELIMITED BY SIZE
        '  LEFT THE CYCLE (PAID/MATCHED) ' DELIMITED BY SIZE
        WS-LEFT-CYCLE-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE DUNNING-REPORT-RECORD FROM WS-REPORT-LINE.

COUNT-ONE-DEPARTURE.
    IF NOT WS-HS-SEEN(WS-HS-INDEX)
     ADD 1 TO WS-LEFT-CYCLE-COUNT
    END-IF.

WRITE-NEW-HISTORY.
* Only items still open carry forward; a paid or matched item's
* history simply ends here.
    OPEN OUTPUT HISTORY-NEW-FILE.
    PERFORM WRITE-ONE-HISTORY-LINE
        VARYING WS-HS-INDEX FROM 1 BY 1
        UNTIL WS-HS-INDEX > WS-HISTORY-COUNT.
    CLOSE HISTORY-NEW-FILE.

WRITE-ONE-HISTORY-LINE.
    IF WS-HS-SEEN(WS-HS-INDEX)
     ADD 1 TO WS-HISTORY-OUT-COUNT
     MOVE SPACES TO WS-OUT-LINE
     STRING FUNCTION TRIM(WS-HS-REFERENCE(WS-HS-INDEX))
         DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-DUE-DATE(WS-HS-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-LEVEL(WS-HS-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-LAST-DATE(WS-HS-INDEX) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-HS-RUN-STAMP(WS-HS-INDEX) DELIMITED BY SIZE
         INTO WS-OUT-LINE
     MOVE WS-OUT-LINE TO HISTORY-NEW-RECORD
     WRITE HISTORY-NEW-RECORD
    END-IF.

TURN-OVER-HISTORY-FILE.
* The run read the old history while building the new one, so only
* now can the new file take the standing name.
    MOVE SPACES TO WS-SHELL-COMMAND.
    STRING 'mv DUNNHIST.NEW ' DELIMITED BY SIZE
        WS-HISTORY-NAME DELIMITED BY SPACE
        INTO WS-SHELL-COMMAND.
    CALL 'SYSTEM' USING WS-SHELL-COMMAND.
    MOVE RETURN-CODE TO WS-TURNOVER-RESULT.
    MOVE 0 TO RETURN-CODE.

SET-ITEM-CALENDAR.
    IF WS-ITEM-PARTNER NOT = WS-CALENDAR-PARTNER
     MOVE WS-ITEM-PARTNER TO WS-CALENDAR-PARTNER
     MOVE SPACES TO WS-ITEM-CALENDAR
     IF WS-ITEM-PARTNER NOT = SPACES
      MOVE WS-ITEM-PARTNER TO PARTNER-WANTED
      PERFORM LOAD-PARTNER-PROFILE
      IF PARTNER-FOUND
       MOVE PARTNER-CALENDAR TO WS-ITEM-CALENDAR
      END-IF
     END-IF
    END-IF.

LOAD-PARTNER-PROFILE.
    COPY "partner-load.cpy".

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='DUNNING-RUN'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='DUNNING-RUN'==.

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='DUNNING-RUN'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-ITEMS-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-HISTORY-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-NOTICES-ISSUED==
                   ==:AUDIT-OUTCOME:==      BY =='SUCCESS'==.

WRITE-FAILURE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='DUNNING-RUN'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-ITEMS-FILE-NAME==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-HISTORY-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-NOTICES-ISSUED==
                   ==:AUDIT-OUTCOME:==      BY =='NOT-INSTALLED'==.
