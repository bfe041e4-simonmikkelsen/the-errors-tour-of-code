* before a single frame is computed. The derived feature file is
* registered in the shared dataset catalog with the input file as
* its lineage parent.
* The header parsing now lives in the shared WAV-HEADER members, so
* PCM-FILTER accepts exactly the WAV files this program does.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-MFCC-FILE-NAME   PIC X(100).
01 WS-INPUT-KIND       PIC X VALUE 'T'.
    88  WS-WAV-INPUT       VALUE 'W'.
COPY "wav-header-ws.cpy".
01 WS-PCM-EOF-FLAG     PIC X VALUE 'N'.
    88  WS-PCM-EOF         VALUE 'Y'.
01 WS-SAMPLES-IN-FRAME PIC 9(3) VALUE 0.
                   ==:CAT-RECORD-COUNT:== BY ==WS-FRAME-NUMBER==.

PARSE-WAV-HEADER.
    COPY "wav-header-parse.cpy".

REJECT-WAV-FILE.
    MOVE 'MFCC' TO MSGISSUE-PROGRAM.
