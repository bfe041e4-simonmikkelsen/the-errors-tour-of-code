* more than one language shows every language's text and action
* side by side, so the wall tape of Danish translations can come
* down.
* The action is held at 140 characters, as the catalog's longest
* actions ran past the 80 it used to be cut to.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-LINE-ID PIC X(08).
01  WS-LINE-SEVERITY PIC X(05).
01  WS-LINE-TEXT PIC X(120).
01  WS-LINE-ACTION PIC X(140).
01  WS-LINE-LANGUAGE PIC X(05).
01  WS-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-FOUND VALUE 'Y'.
