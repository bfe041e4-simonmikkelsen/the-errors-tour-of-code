*                                  3-digit run count and the byte as
*                                  two hex digits
*     RLET<record-count><checksum> one trailer line, the checksum
*                                  being the same CRC-32 (shared
*                                  CRC32 subprogram) the HDR/TRL
*                                  wrap convention uses
* Runs of blanks - the usual bulk of a padded record - collapse to a
* single five-character token, which is where the space comes back.
* Run as a job step, or CALLed by RETENTION-RUN, the program takes
* its three answers from the step parameter instead of asking:
* JOBSTEP-PASSED-PARAMETER (JOBSTEP-PARM-WS.CPY) holds
* file,archive,record-length.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-PLAIN-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PLAIN-EOF VALUE 'Y'.
01  WS-RECORD-LENGTH PIC 9(03) VALUE 80.
01  WS-STEP-PARAMETER PIC X(300) VALUE SPACES.
COPY "jobstep-parm-ws.cpy".
01  WS-RECORD-LENGTH-TEXT PIC X(05) VALUE SPACES.
01  WS-RECORD-COUNT PIC 9(07) VALUE 0.
01  WS-CHECKSUM PIC 9(10) VALUE 0.
01  WS-IN-BYTES PIC 9(10) VALUE 0.
01  WS-ENCODED-LINE PIC X(512).
01  WS-ENCODED-FILL PIC 9(03) VALUE 0.
01  WS-RUN-COUNT-TEXT PIC 9(03).
COPY "crc32-linkage.cpy".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    MOVE JOBSTEP-PASSED-PARAMETER TO WS-STEP-PARAMETER.
    INSPECT WS-STEP-PARAMETER REPLACING ALL LOW-VALUE BY SPACE.
    IF WS-STEP-PARAMETER NOT = SPACES
     PERFORM TAKE-STEP-PARAMETER
    ELSE
     DISPLAY 'File to compress: ' WITH NO ADVANCING
     ACCEPT WS-PLAIN-FILE-NAME
     DISPLAY 'Archive file to write: ' WITH NO ADVANCING
     ACCEPT WS-ARCHIVE-FILE-NAME
     DISPLAY 'Record length of the file (1-100, default 80): '
         WITH NO ADVANCING
     ACCEPT WS-RECORD-LENGTH
    END-IF.
    IF WS-RECORD-LENGTH < 1 OR WS-RECORD-LENGTH > 100
     MOVE 80 TO WS-RECORD-LENGTH
    END-IF.
     GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVE-FILE.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE SPACES TO ARCHIVE-RECORD.
    STRING 'RLE1' DELIMITED BY SIZE
        WS-RECORD-LENGTH DELIMITED BY SIZE
    DISPLAY 'ARCHIVE BYTES OUT  : ' WS-OUT-BYTES.
    GOBACK.

TAKE-STEP-PARAMETER.
    MOVE SPACES TO WS-PLAIN-FILE-NAME.
    MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
    MOVE SPACES TO WS-RECORD-LENGTH-TEXT.
    UNSTRING WS-STEP-PARAMETER DELIMITED BY ','
        INTO WS-PLAIN-FILE-NAME WS-ARCHIVE-FILE-NAME
             WS-RECORD-LENGTH-TEXT.
    IF FUNCTION TEST-NUMVAL(WS-RECORD-LENGTH-TEXT) = 0
     COMPUTE WS-RECORD-LENGTH = FUNCTION NUMVAL(WS-RECORD-LENGTH-TEXT)
    ELSE
     MOVE 80 TO WS-RECORD-LENGTH
    END-IF.

COMPRESS-ONE-RECORD.
    READ PLAIN-FILE INTO PLAIN-RECORD
     AT END
     NOT AT END
      ADD 1 TO WS-RECORD-COUNT
      ADD WS-RECORD-LENGTH TO WS-IN-BYTES
      MOVE 'ADD' TO CRC32-OPERATION
      MOVE PLAIN-RECORD TO CRC32-DATA
      MOVE WS-RECORD-LENGTH TO CRC32-LENGTH
      CALL 'CRC32' USING CRC32-REQUEST
      MOVE CRC32-VALUE TO WS-CHECKSUM
      PERFORM ENCODE-RECORD-RUNS
      MOVE WS-ENCODED-LINE TO ARCHIVE-RECORD
      WRITE ARCHIVE-RECORD

ENCODE-RECORD-RUNS.
* Walk the record once; each maximal run of one byte becomes a
* five-character token (run length, then the byte in hex).
    MOVE SPACES TO WS-ENCODED-LINE.
    MOVE 0 TO WS-ENCODED-FILL.
    MOVE 1 TO WS-SCAN-POSITION.
        OR WS-RUN-LENGTH >= 999
     ADD 1 TO WS-RUN-LENGTH
     ADD 1 TO WS-SCAN-POSITION
    END-PERFORM.
    COMPUTE WS-BYTE-VALUE = FUNCTION ORD(WS-RUN-CHARACTER) - 1.
    COMPUTE WS-HIGH-NIBBLE = WS-BYTE-VALUE / 16.
