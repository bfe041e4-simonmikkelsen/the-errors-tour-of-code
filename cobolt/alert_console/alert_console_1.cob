* The alert table holds 100 lines; a longer ALERTS.TXT is shown in
* full up to that point but acknowledgment is refused, because the
* whole-file rewrite would truncate what the table could not hold.
* A BREAK-GLASS alert is the exception: it stands until an
* administrator has countersigned the session in BREAKGLASS-REVIEW,
* which closes it there, so it is acknowledged here only once
* BREAKGLASS.TXT shows that session REVIEWED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    88  WS-DONE VALUE 'Y'.
01  WS-ACKED-COUNT PIC 9(03) VALUE 0.
01  WS-DISPOSITION PIC X(40).
01  WS-SESSION-REVIEWED-FLAG PIC X VALUE 'N'.
    88  WS-SESSION-REVIEWED VALUE 'Y'.
01  WS-HELD-WORK PIC X(250).
01  WS-HELD-WORK-R REDEFINES WS-HELD-WORK.
    05  WS-HW-STATE PIC X(08).

ACKNOWLEDGE-ONE-ALERT.
    MOVE ALERT-HELD-LINE(WS-PICKED) TO WS-HELD-WORK.
    IF WS-HW-RAISER = 'BREAK-GLASS'
     PERFORM CHECK-SESSION-REVIEWED
    END-IF.
    IF ALERT-TABLE-OVERFLOWED
* An acknowledgment forces the whole-file rewrite, and the table
* does not hold the whole file - refusing loses nothing, rewriting
    ELSE
    IF WS-HW-STATE NOT = 'OPEN'
     DISPLAY 'That alert is not open.'
    ELSE
    IF WS-HW-RAISER = 'BREAK-GLASS'
        AND NOT WS-SESSION-REVIEWED
     DISPLAY 'A break-glass alert stays open until BREAKGLASS-REVIEW '
         'countersigns session ' WS-HW-RUN-ID '.'
    ELSE
     DISPLAY 'Disposition note: ' WITH NO ADVANCING
     ACCEPT WS-DISPOSITION
     ADD 1 TO WS-ACKED-COUNT
     DISPLAY 'Acknowledged.'
    END-IF
    END-IF
    END-IF.

CHECK-SESSION-REVIEWED.
    MOVE 'N' TO WS-SESSION-REVIEWED-FLAG.
    MOVE 'N' TO OPERATOR-BG-EOF-FLAG.
    OPEN INPUT BREAKGLASS-FILE.
    IF OPERATOR-BG-STATUS NOT = '00'
     SET OPERATOR-BG-EOF TO TRUE
    END-IF.
    PERFORM UNTIL OPERATOR-BG-EOF
     READ BREAKGLASS-FILE
      AT END
       SET OPERATOR-BG-EOF TO TRUE
      NOT AT END
       IF OPERATOR-BG-SESSION = WS-HW-RUN-ID AND OPERATOR-BG-REVIEWED
        SET WS-SESSION-REVIEWED TO TRUE
       END-IF
     END-READ
    END-PERFORM.
    IF OPERATOR-BG-STATUS = '00' OR OPERATOR-BG-STATUS = '10'
     CLOSE BREAKGLASS-FILE
    END-IF.

REWRITE-OPS-ALERT-FILE.
