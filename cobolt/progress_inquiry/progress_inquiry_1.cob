IDENTIFICATION DIVISION.
PROGRAM-ID. PROGRESS-INQUIRY.
AUTHOR. Simon Mikkelsen.
* PERFSTATS.TXT only hears about a run once it is over, so at 02:00
* nobody could say whether the night's FILE-SORT was half done or
* had not moved since midnight. The long-running programs now post
* a heartbeat to the shared progress file PROGRESS.TXT (see
* PROGRESS-SELECT.CPY) - a START, a BEAT every so many records, and
* an END - and this inquiry reads it back: for every run that has
* started and not yet ended it shows when it started, when it last
* said anything and how long ago that was, and how far into its
* input it has read. The input's size comes from its record count
* on the dataset catalog, or - for a file the catalog does not know
* - from counting the file's records here (a HDR or TRL record is
* not counted, as the sort does not count it). From the rate the
* run has kept up since its START the inquiry estimates when it
* will have read the rest. A run that has read all of its input
* and is still going (the sort's merge passes, say) is shown as
* finishing. A run that stopped posting without an END has either
* hung or died; STALL-WATCHDOG is what raises the alert for it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SIZE-PROBE-FILE ASSIGN TO WS-PROBE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PROBE-STATUS.
    COPY "run-id-select.cpy".
    COPY "progress-select.cpy".
    COPY "catalog-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  SIZE-PROBE-FILE.
01  SIZE-PROBE-RECORD PIC X(200).

COPY "run-id-fd.cpy".
COPY "progress-fd.cpy".
COPY "catalog-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "progress-ws.cpy".
COPY "progress-run-ws.cpy".
COPY "catalog-ws.cpy".
01  WS-PROBE-NAME PIC X(100).
01  WS-PROBE-STATUS PIC X(02).
01  WS-PROBE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PROBE-EOF VALUE 'Y'.
01  WS-CATALOG-OPEN-FLAG PIC X VALUE 'N'.
    88  WS-CATALOG-OPEN VALUE 'Y'.

01  WS-INPUT-SIZE PIC 9(09) VALUE 0.
01  WS-SIZE-SOURCE PIC X(09) VALUE SPACES.
01  WS-RUNNING-COUNT PIC 9(03) VALUE 0.
01  WS-PERCENT PIC 9(03) VALUE 0.
01  WS-DONE-SINCE-START PIC 9(09) VALUE 0.

* A date and time are turned into seconds from the start of the
* calendar so that spans over midnight subtract cleanly.
01  WS-STAMP-DATE PIC 9(08) VALUE 0.
01  WS-STAMP-TIME PIC 9(06) VALUE 0.
01  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
    05  WS-STAMP-HOUR PIC 9(02).
    05  WS-STAMP-MINUTE PIC 9(02).
    05  WS-STAMP-SECOND PIC 9(02).
01  WS-STAMP-SECONDS PIC 9(11) VALUE 0.
01  WS-NOW-DATE PIC 9(08) VALUE 0.
01  WS-NOW-TIME.
    05  WS-NOW-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  WS-NOW-SECONDS PIC 9(11) VALUE 0.
01  WS-START-SECONDS PIC 9(11) VALUE 0.
01  WS-LAST-SECONDS PIC 9(11) VALUE 0.
01  WS-FINISH-SECONDS PIC 9(11) VALUE 0.
01  WS-RUN-SECONDS PIC 9(11) VALUE 0.
01  WS-SILENT-MINUTES PIC 9(07) VALUE 0.
01  WS-FINISH-DAY PIC 9(07) VALUE 0.
01  WS-FINISH-DATE PIC 9(08) VALUE 0.
01  WS-FINISH-TIME PIC 9(06) VALUE 0.
01  WS-FINISH-TIME-PARTS REDEFINES WS-FINISH-TIME.
    05  WS-FINISH-HOUR PIC 9(02).
    05  WS-FINISH-MINUTE PIC 9(02).
    05  WS-FINISH-SECOND PIC 9(02).
01  WS-DAY-SECONDS PIC 9(05) VALUE 0.

01  WS-DATE-EDIT PIC 9999/99/99.
01  WS-TIME-EDIT PIC 99B99B99.
01  WS-COUNT-EDIT PIC Z(8)9.
01  WS-SIZE-EDIT PIC Z(8)9.
01  WS-MINUTES-EDIT PIC Z(6)9.
01  WS-PERCENT-EDIT PIC ZZ9.
01  WS-DISPLAY-LINE PIC X(100).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-NOW-TIME FROM TIME.
    MOVE WS-NOW-DATE TO WS-STAMP-DATE.
    MOVE WS-NOW-HHMMSS TO WS-STAMP-TIME.
    PERFORM STAMP-TO-SECONDS.
    MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS.
    PERFORM LOAD-PROGRESS-TABLE.
    OPEN INPUT DATASET-CATALOG-FILE.
    IF CATALOG-FILE-STATUS = '00'
     SET WS-CATALOG-OPEN TO TRUE
    END-IF.

    MOVE WS-NOW-DATE TO WS-DATE-EDIT.
    MOVE WS-NOW-HHMMSS TO WS-TIME-EDIT.
    INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'.
    DISPLAY 'PROGRAMS RUNNING AT ' WS-DATE-EDIT ' ' WS-TIME-EDIT.
    DISPLAY ' '.
    PERFORM SHOW-ONE-RUN
        VARYING PROGRESS-RUN-INDEX FROM 1 BY 1
        UNTIL PROGRESS-RUN-INDEX > PROGRESS-RUN-COUNT.
    IF WS-RUNNING-COUNT = 0
     DISPLAY 'NO PROGRAM HAS A RUN IN PROGRESS.'
    END-IF.
    IF PROGRESS-TABLE-OVERFLOWED
     DISPLAY '*** MORE THAN 200 RUNS IN FLIGHT ON PROGRESS.TXT - '
         'SOME ARE NOT SHOWN ***'
    END-IF.
    IF WS-CATALOG-OPEN
     CLOSE DATASET-CATALOG-FILE
    END-IF.
    GOBACK.

SHOW-ONE-RUN.
    IF PROGRESS-RUN-STATE(PROGRESS-RUN-INDEX) = 'RUNNING'
     ADD 1 TO WS-RUNNING-COUNT
     MOVE PROGRESS-RUN-START-DATE(PROGRESS-RUN-INDEX)
         TO WS-STAMP-DATE
     MOVE PROGRESS-RUN-START-TIME(PROGRESS-RUN-INDEX)
         TO WS-STAMP-TIME
     PERFORM STAMP-TO-SECONDS
     MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
     MOVE PROGRESS-RUN-LAST-DATE(PROGRESS-RUN-INDEX) TO WS-STAMP-DATE
     MOVE PROGRESS-RUN-LAST-TIME(PROGRESS-RUN-INDEX) TO WS-STAMP-TIME
     PERFORM STAMP-TO-SECONDS
     MOVE WS-STAMP-SECONDS TO WS-LAST-SECONDS
     IF WS-NOW-SECONDS > WS-LAST-SECONDS
      COMPUTE WS-SILENT-MINUTES =
          (WS-NOW-SECONDS - WS-LAST-SECONDS) / 60
     ELSE
      MOVE 0 TO WS-SILENT-MINUTES
     END-IF
     PERFORM MEASURE-INPUT-SIZE

     MOVE PROGRESS-RUN-START-DATE(PROGRESS-RUN-INDEX)
         TO WS-DATE-EDIT
     MOVE PROGRESS-RUN-START-TIME(PROGRESS-RUN-INDEX)
         TO WS-TIME-EDIT
     INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'
     DISPLAY PROGRESS-RUN-PROGRAM(PROGRESS-RUN-INDEX) ' RUN '
         PROGRESS-RUN-ID(PROGRESS-RUN-INDEX) ' STARTED '
         WS-DATE-EDIT ' ' WS-TIME-EDIT
     MOVE PROGRESS-RUN-LAST-TIME(PROGRESS-RUN-INDEX)
         TO WS-TIME-EDIT
     INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'
     MOVE PROGRESS-RUN-RECORDS(PROGRESS-RUN-INDEX) TO WS-COUNT-EDIT
     MOVE WS-SILENT-MINUTES TO WS-MINUTES-EDIT
     DISPLAY '    LAST HEARD ' WS-TIME-EDIT ' ('
         FUNCTION TRIM(WS-MINUTES-EDIT) ' MIN AGO)  RECORDS HANDLED '
         FUNCTION TRIM(WS-COUNT-EDIT)
     MOVE PROGRESS-RUN-POSITION(PROGRESS-RUN-INDEX) TO WS-COUNT-EDIT
     MOVE SPACES TO WS-DISPLAY-LINE
     IF WS-INPUT-SIZE > 0
      MOVE WS-INPUT-SIZE TO WS-SIZE-EDIT
      IF PROGRESS-RUN-POSITION(PROGRESS-RUN-INDEX) >= WS-INPUT-SIZE
       MOVE 100 TO WS-PERCENT
      ELSE
       COMPUTE WS-PERCENT =
           PROGRESS-RUN-POSITION(PROGRESS-RUN-INDEX) * 100
           / WS-INPUT-SIZE
      END-IF
      MOVE WS-PERCENT TO WS-PERCENT-EDIT
      STRING '    INPUT ' DELIMITED BY SIZE
          PROGRESS-RUN-INPUT(PROGRESS-RUN-INDEX) DELIMITED BY SPACE
          ' READ ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
          ' OF ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-SIZE-EDIT) DELIMITED BY SIZE
          ' (' DELIMITED BY SIZE
          WS-SIZE-SOURCE DELIMITED BY SPACE
          ') - ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-PERCENT-EDIT) DELIMITED BY SIZE
          '% DONE' DELIMITED BY SIZE
          INTO WS-DISPLAY-LINE
     ELSE
      STRING '    INPUT ' DELIMITED BY SIZE
          PROGRESS-RUN-INPUT(PROGRESS-RUN-INDEX) DELIMITED BY SPACE
          ' READ ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
          ' - SIZE NOT KNOWN' DELIMITED BY SIZE
          INTO WS-DISPLAY-LINE
     END-IF
     DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE TRAILING)
     PERFORM ESTIMATE-FINISH
     DISPLAY ' '
    END-IF.

MEASURE-INPUT-SIZE.
* The catalog's count is what the producing run wrote; a file the
* catalog has never heard of is counted where it lies.
    MOVE 0 TO WS-INPUT-SIZE.
    MOVE SPACES TO WS-SIZE-SOURCE.
    IF WS-CATALOG-OPEN
     MOVE PROGRESS-RUN-INPUT(PROGRESS-RUN-INDEX) TO CATALOG-FILE-KEY
     READ DATASET-CATALOG-FILE
      INVALID KEY
       CONTINUE
      NOT INVALID KEY
       MOVE CATALOG-RECORD-COUNT TO WS-INPUT-SIZE
       MOVE 'CATALOG' TO WS-SIZE-SOURCE
     END-READ
    END-IF.
    IF WS-SIZE-SOURCE = SPACES
     MOVE PROGRESS-RUN-INPUT(PROGRESS-RUN-INDEX) TO WS-PROBE-NAME
     MOVE 'N' TO WS-PROBE-EOF-FLAG
     OPEN INPUT SIZE-PROBE-FILE
     IF WS-PROBE-STATUS = '00'
      PERFORM COUNT-ONE-PROBE-RECORD UNTIL WS-PROBE-EOF
      CLOSE SIZE-PROBE-FILE
      MOVE 'COUNTED' TO WS-SIZE-SOURCE
     END-IF
    END-IF.

COUNT-ONE-PROBE-RECORD.
    READ SIZE-PROBE-FILE
     AT END
      SET WS-PROBE-EOF TO TRUE
     NOT AT END
      IF SIZE-PROBE-RECORD(1:3) NOT = 'HDR'
          AND SIZE-PROBE-RECORD(1:3) NOT = 'TRL'
       ADD 1 TO WS-INPUT-SIZE
      END-IF
    END-READ.

ESTIMATE-FINISH.
* The rate is what the run has read since its START over the time
* to its latest line; the rest of the input at that rate, counted
* from that line, is the finish.
    COMPUTE WS-DONE-SINCE-START =
        PROGRESS-RUN-POSITION(PROGRESS-RUN-INDEX)
        - PROGRESS-RUN-START-POSITION(PROGRESS-RUN-INDEX).
    IF WS-LAST-SECONDS > WS-START-SECONDS
     COMPUTE WS-RUN-SECONDS = WS-LAST-SECONDS - WS-START-SECONDS
    ELSE
     MOVE 0 TO WS-RUN-SECONDS
    END-IF.
    EVALUATE TRUE
     WHEN WS-INPUT-SIZE = 0
      CONTINUE
     WHEN PROGRESS-RUN-POSITION(PROGRESS-RUN-INDEX) >= WS-INPUT-SIZE
      DISPLAY '    INPUT ALL READ - FINISHING'
     WHEN WS-DONE-SINCE-START = 0 OR WS-RUN-SECONDS = 0
      DISPLAY '    ESTIMATED FINISH NOT YET KNOWN'
     WHEN OTHER
      COMPUTE WS-FINISH-SECONDS = WS-LAST-SECONDS
          + (WS-INPUT-SIZE - PROGRESS-RUN-POSITION(PROGRESS-RUN-INDEX))
          * WS-RUN-SECONDS / WS-DONE-SINCE-START
      DIVIDE WS-FINISH-SECONDS BY 86400 GIVING WS-FINISH-DAY
          REMAINDER WS-DAY-SECONDS
      COMPUTE WS-FINISH-DATE = FUNCTION DATE-OF-INTEGER(WS-FINISH-DAY)
      DIVIDE WS-DAY-SECONDS BY 3600 GIVING WS-FINISH-HOUR
          REMAINDER WS-DAY-SECONDS
      DIVIDE WS-DAY-SECONDS BY 60 GIVING WS-FINISH-MINUTE
          REMAINDER WS-FINISH-SECOND
      MOVE WS-FINISH-DATE TO WS-DATE-EDIT
      MOVE WS-FINISH-TIME TO WS-TIME-EDIT
      INSPECT WS-TIME-EDIT REPLACING ALL SPACE BY ':'
      DISPLAY '    ESTIMATED FINISH ' WS-DATE-EDIT ' ' WS-TIME-EDIT
    END-EVALUATE.

STAMP-TO-SECONDS.
    IF WS-STAMP-DATE = 0
     MOVE 0 TO WS-STAMP-SECONDS
    ELSE
     COMPUTE WS-STAMP-SECONDS =
         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
         + WS-STAMP-HOUR * 3600 + WS-STAMP-MINUTE * 60
         + WS-STAMP-SECOND
    END-IF.

LOAD-PROGRESS-TABLE.
    COPY "progress-load.cpy".

GET-RUN-ID.
    COPY "run-id-get.cpy".
