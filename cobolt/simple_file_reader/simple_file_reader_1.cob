
WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-INPUT-FILE-NAME     PIC X(100) VALUE 'INPUT.DAT'.
01  WS-SEARCH-STRING       PIC X(100) VALUE SPACES.
01  WS-EOF-FLAG            PIC X VALUE 'N'.
