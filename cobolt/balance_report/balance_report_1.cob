* totals passed and the totals received disagree. An out-of-balance
* night ends with RETURN-CODE 8 so the machine catches it, not
* accounting three days later.
* The ledger's amount field now carries money as well as counts:
* SETTLE-INTEREST and CHARGEBACK-REPORT post the totals they
* calculated, GL-POSTING posts what it took from the general-ledger
* feed (IN) and what it journaled as debits (OUT), and this balancer
* proves, for the same run date, that calculated equals taken equals
* journaled. GL-POSTING is expected in the same night's stream as
* the calculating steps, so the three meet on one date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-LINE-PROGRAM PIC X(20).
01  WS-LINE-DIRECTION PIC X(03).
01  WS-LINE-COUNT-TEXT PIC X(10).
01  WS-LINE-AMOUNT-TEXT PIC X(20).
01  WS-POSTING-LINES PIC 9(05) VALUE 0.

01  WS-TOTALS.
    05  WS-COPIER-OUT PIC 9(09) VALUE 0.
    05  WS-MERGER-IN PIC 9(09) VALUE 0.
    05  WS-MERGER-OUT PIC 9(09) VALUE 0.
01  WS-AMOUNT-TOTALS.
    05  WS-INTEREST-OUT-AMOUNT PIC 9(13)V99 VALUE 0.
    05  WS-CHARGEBACK-OUT-AMOUNT PIC 9(13)V99 VALUE 0.
    05  WS-CALCULATED-AMOUNT PIC 9(13)V99 VALUE 0.
    05  WS-GL-IN-AMOUNT PIC 9(13)V99 VALUE 0.
    05  WS-GL-OUT-AMOUNT PIC 9(13)V99 VALUE 0.
01  WS-AMOUNT-EDIT PIC Z(12)9.99.
01  WS-AMOUNT-EDIT-2 PIC Z(12)9.99.
01  WS-OUT-OF-BALANCE PIC 9(02) VALUE 0.

PROCEDURE DIVISION.
    DISPLAY '  SIMPLE-FILE-COPIER OUT : ' WS-COPIER-OUT.
    DISPLAY '  FILEMERGER IN          : ' WS-MERGER-IN.
    DISPLAY '  FILEMERGER OUT         : ' WS-MERGER-OUT.
    COMPUTE WS-CALCULATED-AMOUNT =
        WS-INTEREST-OUT-AMOUNT + WS-CHARGEBACK-OUT-AMOUNT.
    MOVE WS-INTEREST-OUT-AMOUNT TO WS-AMOUNT-EDIT.
    DISPLAY '  SETTLE-INTEREST OUT    : ' WS-AMOUNT-EDIT.
    MOVE WS-CHARGEBACK-OUT-AMOUNT TO WS-AMOUNT-EDIT.
    DISPLAY '  CHARGEBACK-REPORT OUT  : ' WS-AMOUNT-EDIT.
    MOVE WS-GL-IN-AMOUNT TO WS-AMOUNT-EDIT.
    DISPLAY '  GL-POSTING IN          : ' WS-AMOUNT-EDIT.
    MOVE WS-GL-OUT-AMOUNT TO WS-AMOUNT-EDIT.
    DISPLAY '  GL-POSTING OUT         : ' WS-AMOUNT-EDIT.
    IF WS-SPLITTER-OUT NOT = WS-COPIER-IN
     ADD 1 TO WS-OUT-OF-BALANCE
     DISPLAY '* SPLITTER PASSED ' WS-SPLITTER-OUT
     DISPLAY '* COPIER PASSED ' WS-COPIER-OUT
         ' BUT THE MERGER RECEIVED ' WS-MERGER-IN
    END-IF.
    IF WS-CALCULATED-AMOUNT NOT = WS-GL-IN-AMOUNT
     ADD 1 TO WS-OUT-OF-BALANCE
     MOVE WS-CALCULATED-AMOUNT TO WS-AMOUNT-EDIT
     MOVE WS-GL-IN-AMOUNT TO WS-AMOUNT-EDIT-2
     DISPLAY '* INTEREST AND CHARGEBACK CALCULATED ' WS-AMOUNT-EDIT
         ' BUT GL-POSTING TOOK ' WS-AMOUNT-EDIT-2
    END-IF.
    IF WS-GL-IN-AMOUNT NOT = WS-GL-OUT-AMOUNT
     ADD 1 TO WS-OUT-OF-BALANCE
     MOVE WS-GL-IN-AMOUNT TO WS-AMOUNT-EDIT
     MOVE WS-GL-OUT-AMOUNT TO WS-AMOUNT-EDIT-2
     DISPLAY '* GL-POSTING TOOK ' WS-AMOUNT-EDIT
         ' BUT JOURNALED ' WS-AMOUNT-EDIT-2
    END-IF.
    IF WS-OUT-OF-BALANCE = 0
     DISPLAY 'ALL HAND-OFFS BALANCE.'
    ELSE
      MOVE SPACES TO WS-LINE-PROGRAM
      MOVE SPACES TO WS-LINE-DIRECTION
      MOVE SPACES TO WS-LINE-COUNT-TEXT
      MOVE SPACES TO WS-LINE-AMOUNT-TEXT
      UNSTRING BALANCE-LEDGER-LINE DELIMITED BY ','
          INTO WS-LINE-RUN-ID WS-LINE-PROGRAM WS-LINE-DIRECTION
               WS-LINE-COUNT-TEXT WS-LINE-AMOUNT-TEXT
      IF WS-LINE-AMOUNT-TEXT = SPACES
          OR FUNCTION TEST-NUMVAL(WS-LINE-AMOUNT-TEXT) NOT = 0
       MOVE '0' TO WS-LINE-AMOUNT-TEXT
      END-IF
      IF WS-LINE-RUN-ID(1:8) = WS-WANTED-DATE
          AND FUNCTION TEST-NUMVAL(WS-LINE-COUNT-TEXT) = 0
       ADD 1 TO WS-POSTING-LINES
            AND WS-LINE-DIRECTION = 'OUT'
         COMPUTE WS-MERGER-OUT = WS-MERGER-OUT
             + FUNCTION NUMVAL(WS-LINE-COUNT-TEXT)
        WHEN WS-LINE-PROGRAM = 'SETTLE-INTEREST'
            AND WS-LINE-DIRECTION = 'OUT'
         COMPUTE WS-INTEREST-OUT-AMOUNT = WS-INTEREST-OUT-AMOUNT
             + FUNCTION NUMVAL(WS-LINE-AMOUNT-TEXT)
        WHEN WS-LINE-PROGRAM = 'CHARGEBACK-REPORT'
            AND WS-LINE-DIRECTION = 'OUT'
         COMPUTE WS-CHARGEBACK-OUT-AMOUNT = WS-CHARGEBACK-OUT-AMOUNT
             + FUNCTION NUMVAL(WS-LINE-AMOUNT-TEXT)
        WHEN WS-LINE-PROGRAM = 'GL-POSTING'
            AND WS-LINE-DIRECTION = 'IN'
         COMPUTE WS-GL-IN-AMOUNT = WS-GL-IN-AMOUNT
             + FUNCTION NUMVAL(WS-LINE-AMOUNT-TEXT)
        WHEN WS-LINE-PROGRAM = 'GL-POSTING'
            AND WS-LINE-DIRECTION = 'OUT'
         COMPUTE WS-GL-OUT-AMOUNT = WS-GL-OUT-AMOUNT
             + FUNCTION NUMVAL(WS-LINE-AMOUNT-TEXT)
        WHEN OTHER
         CONTINUE
       END-EVALUATE
