* lines to the page - and can reprint any archived run to the
* screen or re-distribute it unchanged through the standard
* printer-queue/email step.
* A snapshot RETENTION-RUN has compressed (its member now ends .RLE)
* is named as such instead of being printed as archive tokens; it
* comes back readable through FILE-EXPAND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-LISTED-COUNT PIC 9(04) VALUE 0.
01  WS-LINE-COUNT PIC 9(06) VALUE 0.
01  WS-PAGE-COUNT PIC 9(04) VALUE 0.
01  WS-MEMBER-LEN PIC 9(03) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
      MOVE RPTARCH-MEMBER TO WS-ARCHIVED-NAME
      MOVE 'N' TO WS-LIST-EOF-FLAG
    END-READ.
    IF NOT WS-LIST-EOF
     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARCHIVED-NAME TRAILING))
         TO WS-MEMBER-LEN
     IF WS-MEMBER-LEN > 4
      IF WS-ARCHIVED-NAME(WS-MEMBER-LEN - 3:4) = '.RLE'
       DISPLAY 'That snapshot is kept compressed as '
           FUNCTION TRIM(WS-ARCHIVED-NAME)
       DISPLAY 'Expand it with FILE-EXPAND to print it.'
       MOVE 'Y' TO WS-LIST-EOF-FLAG
      END-IF
     END-IF
    END-IF.

REPRINT-ONE-REPORT.
    PERFORM FETCH-NAMED-ARCHIVE-ENTRY.
