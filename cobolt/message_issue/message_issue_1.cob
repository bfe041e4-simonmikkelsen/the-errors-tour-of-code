* severity, and the formatted text - so a message that scrolled off
* the night operator's terminal can be found again with
* CONSOLE-REPLAY instead of being gone forever. The run identifier
* is read (never advanced) from RUNID.DAT, once per run. A message
* issued by an operator signed on under a break-glass session has
* its console-log text opened with BREAKGLASS=<session>, so the
* next-day review finds it.
* A cataloged action is held at 140 characters, as the longest ones
* ran past the 80 the table used to cut them to.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-MSGCAT-STATUS PIC X(02).
01  WS-CONSOLE-LOG-STATUS PIC X(02).
01  WS-CONSOLE-LINE PIC X(250).
01  WS-CONSOLE-POINTER PIC 9(03) VALUE 1.
01  WS-STAMP-LOADED-FLAG PIC X VALUE 'N'.
    88  WS-STAMP-LOADED VALUE 'Y'.
01  WS-CONSOLE-DATE PIC 9(08) VALUE 0.
        10  WS-MSG-ID PIC X(08).
        10  WS-MSG-SEVERITY PIC X.
        10  WS-MSG-TEXT PIC X(120).
        10  WS-MSG-ACTION PIC X(140).
        10  WS-MSG-LANGUAGE PIC X(02).
01  WS-WANT-LANGUAGE PIC X(02).
01  WS-MESSAGE-COUNT PIC 9(03) VALUE 0.
    ACCEPT WS-CONSOLE-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-CONSOLE-TIME FROM TIME.
    MOVE SPACES TO WS-CONSOLE-LINE.
    MOVE 1 TO WS-CONSOLE-POINTER.
    STRING WS-CONSOLE-DATE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-CONSOLE-HHMMSS DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        MSGISSUE-SEVERITY DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        INTO WS-CONSOLE-LINE WITH POINTER WS-CONSOLE-POINTER.
    IF MSGISSUE-BREAKGLASS NOT = SPACES
     STRING 'BREAKGLASS=' DELIMITED BY SIZE
         MSGISSUE-BREAKGLASS DELIMITED BY SPACE
         ' ' DELIMITED BY SIZE
         INTO WS-CONSOLE-LINE WITH POINTER WS-CONSOLE-POINTER
    END-IF.
    STRING MSGISSUE-TEXT DELIMITED BY SIZE
        INTO WS-CONSOLE-LINE WITH POINTER WS-CONSOLE-POINTER.
    OPEN EXTEND CONSOLE-LOG-FILE.
    IF WS-CONSOLE-LOG-STATUS = '35'
     OPEN OUTPUT CONSOLE-LOG-FILE
