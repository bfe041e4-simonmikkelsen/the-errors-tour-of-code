IDENTIFICATION DIVISION.
PROGRAM-ID. PARTNER-NETTING.
AUTHOR. Simon Mikkelsen.
* On one value date we may owe a trading partner and be owed by the
* same partner, and treasury was moving both amounts gross. This
* program nets them to one settlement per partner. Two files in the
* shared open-items layout go in - what partners owe us (the open
* receivables PAYMENT-MATCH leaves behind) and what we owe them:
*     reference,amount,due-date,currency,partner,booking-date
* Every item falling due on or before the value date is taken at the
* house-currency value FXRATES gives for the value date, and each
* partner's receivables less its payables is its net: positive we
* COLLECT, negative we PAY, nothing when they cancel out.
* The run is proved before anything is written: an item with no
* partner, a partner not on PARTNERS.TXT, or a currency with no rate
* for the value date rejects the whole netting (report only,
* RETURN-CODE 8). Otherwise one instruction line per partner with a
* net to settle goes into SETTLINS-<run-id>.TXT inside the suite's
* HDR/TRL wrapper,
*     partner,value-date,COLLECT|PAY,net-amount,currency,
*     receivables-gross,payables-gross,run-id
* and the netting report NETTING.RPT ties the gross amounts to the
* nets partner by partner and in total, for treasury's signature.
* Nothing goes out on the netting run itself: the instruction file
* is HELD on NETHOLD.TXT. Release (function R) signs a treasury
* operator on, shows the held nettings, re-proves the instruction
* file's trailer against the count and checksum it was held with (a
* file touched after sign-off is refused), and only then queues it
* on WORKQUEUE.TXT for GATEWAY-OUTBOUND; the releasing operator goes
* on NETHOLD.TXT and the shared AUDITLOG.
* The instruction file's checksum is the CRC-32 of its instruction
* lines (shared CRC32 subprogram). A netting held while the byte-sum
* was in use still re-proves on its byte-sum until the transition
* switch in CRC32-LINKAGE.CPY is turned off.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECEIVABLES-FILE ASSIGN TO WS-RECEIVABLES-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RECEIVABLES-STATUS.
    SELECT PAYABLES-FILE ASSIGN TO WS-PAYABLES-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PAYABLES-STATUS.
    SELECT INSTRUCTION-FILE ASSIGN TO WS-INSTRUCTION-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-INSTRUCTION-STATUS.
    SELECT NETTING-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    SELECT NETHOLD-FILE ASSIGN TO 'NETHOLD.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-NETHOLD-STATUS.
    COPY "partner-select.cpy".
    COPY "operator-profile-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "catalog-select.cpy".
    COPY "workqueue-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  RECEIVABLES-FILE.
01  RECEIVABLES-RECORD PIC X(100).

FD  PAYABLES-FILE.
01  PAYABLES-RECORD PIC X(100).

FD  INSTRUCTION-FILE.
01  INSTRUCTION-RECORD PIC X(100).

FD  NETTING-REPORT-FILE.
01  NETTING-REPORT-RECORD PIC X(132).

FD  NETHOLD-FILE.
01  NETHOLD-RECORD PIC X(200).

COPY "partner-fd.cpy".
COPY "operator-profile-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "catalog-fd.cpy".
COPY "workqueue-fd.cpy".

WORKING-STORAGE SECTION.
COPY "partner-ws.cpy".
COPY "operator-profile-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "catalog-ws.cpy".
COPY "workqueue-ws.cpy".
COPY "fxrates-linkage.cpy".
COPY "crc32-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-FUNCTION PIC X VALUE SPACE.
01  WS-RECEIVABLES-NAME PIC X(100).
01  WS-PAYABLES-NAME PIC X(100).
01  WS-INPUT-NAMES PIC X(200).
01  WS-RECEIVABLES-STATUS PIC X(02).
01  WS-PAYABLES-STATUS PIC X(02).
01  WS-INSTRUCTION-NAME PIC X(100) VALUE SPACES.
01  WS-INSTRUCTION-STATUS PIC X(02).
01  WS-REPORT-NAME PIC X(100) VALUE 'NETTING.RPT'.
01  WS-NETHOLD-STATUS PIC X(02).
01  WS-NEXT-PROGRAM PIC X(20) VALUE 'GATEWAY-OUTBOUND'.
01  WS-ITEMS-EOF-FLAG PIC X VALUE 'N'.
    88  WS-ITEMS-EOF VALUE 'Y'.
01  WS-NETHOLD-EOF-FLAG PIC X VALUE 'N'.
    88  WS-NETHOLD-EOF VALUE 'Y'.
01  WS-VALUE-TEXT PIC X(08).
01  WS-VALUE-DATE PIC 9(08) VALUE 0.
01  WS-NETTING-OK-FLAG PIC X VALUE 'Y'.
    88  WS-NETTING-OK VALUE 'Y'.

* One item line as read, and the side it came from.
01  WS-ITEM-LINE PIC X(100).
01  WS-ITEM-SIDE PIC X VALUE SPACE.
    88  WS-ITEM-RECEIVABLE VALUE 'R'.
    88  WS-ITEM-PAYABLE VALUE 'P'.
01  WS-ITEM-REFERENCE PIC X(30).
01  WS-ITEM-AMOUNT-TEXT PIC X(15).
01  WS-ITEM-DUE-TEXT PIC X(08).
01  WS-ITEM-CURRENCY PIC X(03).
01  WS-ITEM-PARTNER PIC X(08).
01  WS-ITEM-AMOUNT PIC 9(11)V99 VALUE 0.
01  WS-ITEM-HOUSE PIC 9(13)V99 VALUE 0.
01  WS-ITEM-PROBLEM PIC X(30).

* Per-partner gross and net, in the house currency at the value
* date; the partner-known flag is looked up once per partner.
01  WS-PARTNER-TABLE.
    05  WS-PT-ENTRY OCCURS 200 TIMES.
        10  WS-PT-PARTNER PIC X(08).
        10  WS-PT-KNOWN PIC X.
        10  WS-PT-RECEIVABLE-COUNT PIC 9(05).
        10  WS-PT-RECEIVABLE-GROSS PIC 9(13)V99.
        10  WS-PT-PAYABLE-COUNT PIC 9(05).
        10  WS-PT-PAYABLE-GROSS PIC 9(13)V99.
        10  WS-PT-NET PIC S9(13)V99.
01  WS-PARTNER-COUNT PIC 9(03) VALUE 0.
01  WS-PT-INDEX PIC 9(03) VALUE 0.
01  WS-PT-FOUND PIC 9(03) VALUE 0.

01  WS-ITEMS-READ PIC 9(05) VALUE 0.
01  WS-ITEMS-NETTED PIC 9(05) VALUE 0.
01  WS-ITEMS-NOT-DUE PIC 9(05) VALUE 0.
01  WS-ITEMS-IN-ERROR PIC 9(05) VALUE 0.
01  WS-RECEIVABLE-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-PAYABLE-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-COLLECT-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-PAY-TOTAL PIC 9(13)V99 VALUE 0.
01  WS-NET-AMOUNT PIC 9(13)V99 VALUE 0.
01  WS-PROOF-LEFT PIC S9(14)V99 VALUE 0.
01  WS-PROOF-RIGHT PIC S9(14)V99 VALUE 0.
01  WS-DIRECTION PIC X(07).
01  WS-AMOUNT-EDIT PIC Z(12)9.99.
01  WS-NET-EDIT PIC -(13)9.99.
01  WS-AMOUNT-PLAIN PIC Z(12)9.99.
01  WS-GROSS-PLAIN-1 PIC Z(12)9.99.
01  WS-GROSS-PLAIN-2 PIC Z(12)9.99.
01  WS-REPORT-LINE PIC X(132).

* The instruction file's HDR/TRL wrapper.
01  WS-HEADER-DATE PIC 9(08) VALUE 0.
01  WS-INSTRUCTION-COUNT PIC 9(07) VALUE 0.
01  WS-INSTRUCTION-CHECKSUM PIC 9(10) VALUE 0.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
01  WS-INSTRUCTION-LINE PIC X(100).

* Held nettings, for release.
01  WS-HOLD-TABLE.
    05  WS-HD-ENTRY OCCURS 100 TIMES.
        10  WS-HD-STATE PIC X(09).
        10  WS-HD-FILE PIC X(40).
        10  WS-HD-VALUE-DATE PIC X(08).
        10  WS-HD-RUN-ID PIC X(13).
        10  WS-HD-COUNT PIC X(07).
        10  WS-HD-CHECKSUM PIC X(10).
        10  WS-HD-COLLECT PIC X(16).
        10  WS-HD-PAY PIC X(16).
        10  WS-HD-OPERATOR PIC X(20).
01  WS-HOLD-COUNT PIC 9(03) VALUE 0.
01  WS-HD-INDEX PIC 9(03) VALUE 0.
01  WS-HELD-SHOWN PIC 9(03) VALUE 0.
01  WS-PICKED PIC 9(03) VALUE 0.
01  WS-ANSWER PIC X.
01  WS-DONE-FLAG PIC X VALUE 'N'.
    88  WS-DONE VALUE 'Y'.
01  WS-RELEASED-COUNT PIC 9(03) VALUE 0.
01  WS-TRAILER-FLAG PIC X VALUE 'N'.
    88  WS-TRAILER-PROVEN VALUE 'Y'.
01  WS-RECHECK-COUNT PIC 9(07) VALUE 0.
01  WS-RECHECK-CHECKSUM PIC 9(10) VALUE 0.
01  WS-RECHECK-LEGACY-SUM PIC 9(10) VALUE 0.
01  WS-TRAILER-TEXT PIC X(17).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Function (N = net and hold, R = review and release): '
        WITH NO ADVANCING.
    ACCEPT WS-FUNCTION.
    MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION.
    EVALUATE WS-FUNCTION
     WHEN 'N'
      PERFORM NET-AND-HOLD
     WHEN 'R'
      PERFORM REVIEW-AND-RELEASE
     WHEN OTHER
      DISPLAY 'Unknown function.'
      MOVE 8 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

NET-AND-HOLD.
    DISPLAY 'Receivables file (partners owe us): ' WITH NO ADVANCING.
    ACCEPT WS-RECEIVABLES-NAME.
    DISPLAY 'Payables file (we owe partners): ' WITH NO ADVANCING.
    ACCEPT WS-PAYABLES-NAME.
    DISPLAY 'Value date (YYYYMMDD, blank = today): '
        WITH NO ADVANCING.
    ACCEPT WS-VALUE-TEXT.
    IF WS-VALUE-TEXT = SPACES
     MOVE RUN-ID-CURRENT-DATE TO WS-VALUE-DATE
    ELSE
     IF WS-VALUE-TEXT IS NOT NUMERIC
      DISPLAY 'The value date must be YYYYMMDD.'
      MOVE 8 TO RETURN-CODE
      GOBACK
     END-IF
     MOVE WS-VALUE-TEXT TO WS-VALUE-DATE
    END-IF.
    MOVE SPACES TO WS-INPUT-NAMES.
    STRING WS-RECEIVABLES-NAME DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        WS-PAYABLES-NAME DELIMITED BY SPACE
        INTO WS-INPUT-NAMES.
    MOVE SPACES TO WS-INSTRUCTION-NAME.
    STRING 'SETTLINS-' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        '.TXT' DELIMITED BY SIZE
        INTO WS-INSTRUCTION-NAME.

    OPEN INPUT RECEIVABLES-FILE.
    IF WS-RECEIVABLES-STATUS NOT = '00'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-RECEIVABLES-NAME)
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN INPUT PAYABLES-FILE.
    IF WS-PAYABLES-STATUS NOT = '00'
     CLOSE RECEIVABLES-FILE
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-PAYABLES-NAME)
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    OPEN OUTPUT NETTING-REPORT-FILE.
    PERFORM PRINT-REPORT-HEADER.
    WRITE NETTING-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'PARTNER NET SETTLEMENT FOR VALUE DATE ' DELIMITED BY SIZE
        WS-VALUE-DATE DELIMITED BY SIZE
        ' - RECEIVABLES ' DELIMITED BY SIZE
        WS-RECEIVABLES-NAME DELIMITED BY SPACE
        ', PAYABLES ' DELIMITED BY SIZE
        WS-PAYABLES-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.

    MOVE 'R' TO WS-ITEM-SIDE.
    MOVE 'N' TO WS-ITEMS-EOF-FLAG.
    PERFORM READ-ONE-RECEIVABLE UNTIL WS-ITEMS-EOF.
    CLOSE RECEIVABLES-FILE.
    MOVE 'P' TO WS-ITEM-SIDE.
    MOVE 'N' TO WS-ITEMS-EOF-FLAG.
    PERFORM READ-ONE-PAYABLE UNTIL WS-ITEMS-EOF.
    CLOSE PAYABLES-FILE.
    IF WS-ITEMS-IN-ERROR > 0
     MOVE 'N' TO WS-NETTING-OK-FLAG
    END-IF.

    MOVE 'PARTNER    RECV ITEMS  RECEIVABLES GROSS  PAY ITEMS'
        & '     PAYABLES GROSS                NET  DIRECTION'
        TO WS-REPORT-LINE.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    PERFORM NET-ONE-PARTNER
        VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
    PERFORM PROVE-NETTING.
    PERFORM WRITE-NETTING-TOTALS.

    IF NOT WS-NETTING-OK
     MOVE '*** NETTING REJECTED - NO INSTRUCTIONS WRITTEN ***'
         TO WS-REPORT-LINE
     WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE
     CLOSE NETTING-REPORT-FILE
     PERFORM REGISTER-REPORT-IN-ARCHIVE
     PERFORM WRITE-REJECTED-AUDIT-LOG
     DISPLAY '*** NETTING REJECTED - SEE '
         FUNCTION TRIM(WS-REPORT-NAME) ' ***'
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.

    PERFORM WRITE-INSTRUCTION-FILE.
    PERFORM WRITE-SIGN-OFF-BLOCK.
    CLOSE NETTING-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM REGISTER-INSTRUCTIONS-IN-CATALOG.
    PERFORM APPEND-HOLD-LINE.
    PERFORM WRITE-HELD-AUDIT-LOG.
    DISPLAY 'PARTNERS: ' WS-PARTNER-COUNT
        '  INSTRUCTIONS: ' WS-INSTRUCTION-COUNT.
    MOVE WS-COLLECT-TOTAL TO WS-AMOUNT-EDIT.
    DISPLAY 'NET TO COLLECT: ' WS-AMOUNT-EDIT.
    MOVE WS-PAY-TOTAL TO WS-AMOUNT-EDIT.
    DISPLAY 'NET TO PAY:     ' WS-AMOUNT-EDIT.
    DISPLAY 'Instructions ' FUNCTION TRIM(WS-INSTRUCTION-NAME)
        ' HELD for treasury sign-off (function R).'.

READ-ONE-RECEIVABLE.
    READ RECEIVABLES-FILE INTO RECEIVABLES-RECORD
     AT END
      SET WS-ITEMS-EOF TO TRUE
     NOT AT END
      MOVE RECEIVABLES-RECORD TO WS-ITEM-LINE
      PERFORM TAKE-ONE-ITEM
    END-READ.

READ-ONE-PAYABLE.
    READ PAYABLES-FILE INTO PAYABLES-RECORD
     AT END
      SET WS-ITEMS-EOF TO TRUE
     NOT AT END
      MOVE PAYABLES-RECORD TO WS-ITEM-LINE
      PERFORM TAKE-ONE-ITEM
    END-READ.

TAKE-ONE-ITEM.
    IF WS-ITEM-LINE NOT = SPACES
        AND WS-ITEM-LINE(1:1) NOT = '*'
        AND WS-ITEM-LINE(1:3) NOT = 'HDR'
        AND WS-ITEM-LINE(1:3) NOT = 'TRL'
     ADD 1 TO WS-ITEMS-READ
     MOVE SPACES TO WS-ITEM-REFERENCE
     MOVE SPACES TO WS-ITEM-AMOUNT-TEXT
     MOVE SPACES TO WS-ITEM-DUE-TEXT
     MOVE SPACES TO WS-ITEM-CURRENCY
     MOVE SPACES TO WS-ITEM-PARTNER
     UNSTRING WS-ITEM-LINE DELIMITED BY ','
         INTO WS-ITEM-REFERENCE WS-ITEM-AMOUNT-TEXT
              WS-ITEM-DUE-TEXT WS-ITEM-CURRENCY WS-ITEM-PARTNER
     MOVE FUNCTION UPPER-CASE(WS-ITEM-CURRENCY) TO WS-ITEM-CURRENCY
     MOVE SPACES TO WS-ITEM-PROBLEM
     EVALUATE TRUE
      WHEN FUNCTION TEST-NUMVAL(WS-ITEM-AMOUNT-TEXT) NOT = 0
          OR WS-ITEM-DUE-TEXT IS NOT NUMERIC
       MOVE 'LINE DOES NOT PARSE' TO WS-ITEM-PROBLEM
      WHEN WS-ITEM-DUE-TEXT > WS-VALUE-DATE
       ADD 1 TO WS-ITEMS-NOT-DUE
      WHEN WS-ITEM-PARTNER = SPACES
       MOVE 'NO PARTNER ON ITEM' TO WS-ITEM-PROBLEM
      WHEN OTHER
       PERFORM NET-ONE-ITEM
     END-EVALUATE
     IF WS-ITEM-PROBLEM NOT = SPACES
      PERFORM REPORT-ITEM-PROBLEM
     END-IF
    END-IF.

NET-ONE-ITEM.
    PERFORM FIND-PARTNER-SLOT.
    IF WS-PT-FOUND = 0
     MOVE 'PARTNER TABLE FULL' TO WS-ITEM-PROBLEM
    ELSE
     IF WS-PT-KNOWN(WS-PT-FOUND) NOT = 'Y'
      MOVE 'PARTNER NOT ON PARTNERS.TXT' TO WS-ITEM-PROBLEM
     ELSE
      COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(WS-ITEM-AMOUNT-TEXT)
      MOVE 'CNV' TO FXRATE-OPERATION
      MOVE WS-ITEM-CURRENCY TO FXRATE-CURRENCY
      MOVE WS-VALUE-DATE TO FXRATE-DATE
      MOVE WS-ITEM-AMOUNT TO FXRATE-AMOUNT
      CALL 'FXRATES' USING FXRATE-REQUEST
      IF FXRATE-RESULT NOT = '00'
       MOVE SPACES TO WS-ITEM-PROBLEM
       STRING 'NO FX RATE ' DELIMITED BY SIZE
           FXRATE-CURRENCY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           FXRATE-RATE-DATE DELIMITED BY SIZE
           INTO WS-ITEM-PROBLEM
      ELSE
       MOVE FXRATE-HOUSE-AMOUNT TO WS-ITEM-HOUSE
       ADD 1 TO WS-ITEMS-NETTED
       IF WS-ITEM-RECEIVABLE
        ADD 1 TO WS-PT-RECEIVABLE-COUNT(WS-PT-FOUND)
        ADD WS-ITEM-HOUSE TO WS-PT-RECEIVABLE-GROSS(WS-PT-FOUND)
        ADD WS-ITEM-HOUSE TO WS-RECEIVABLE-TOTAL
       ELSE
        ADD 1 TO WS-PT-PAYABLE-COUNT(WS-PT-FOUND)
        ADD WS-ITEM-HOUSE TO WS-PT-PAYABLE-GROSS(WS-PT-FOUND)
        ADD WS-ITEM-HOUSE TO WS-PAYABLE-TOTAL
       END-IF
      END-IF
     END-IF
    END-IF.

FIND-PARTNER-SLOT.
* A partner met for the first time is looked up on PARTNERS.TXT once
* and the answer kept with its slot.
    MOVE 0 TO WS-PT-FOUND.
    PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PARTNER-COUNT
     IF WS-PT-PARTNER(WS-PT-INDEX) = WS-ITEM-PARTNER
      MOVE WS-PT-INDEX TO WS-PT-FOUND
     END-IF
    END-PERFORM.
    IF WS-PT-FOUND = 0 AND WS-PARTNER-COUNT < 200
     ADD 1 TO WS-PARTNER-COUNT
     MOVE WS-PARTNER-COUNT TO WS-PT-FOUND
     MOVE WS-ITEM-PARTNER TO WS-PT-PARTNER(WS-PT-FOUND)
     MOVE 0 TO WS-PT-RECEIVABLE-COUNT(WS-PT-FOUND)
     MOVE 0 TO WS-PT-RECEIVABLE-GROSS(WS-PT-FOUND)
     MOVE 0 TO WS-PT-PAYABLE-COUNT(WS-PT-FOUND)
     MOVE 0 TO WS-PT-PAYABLE-GROSS(WS-PT-FOUND)
     MOVE 0 TO WS-PT-NET(WS-PT-FOUND)
     MOVE WS-ITEM-PARTNER TO PARTNER-WANTED
     PERFORM LOAD-PARTNER-PROFILE
     MOVE PARTNER-FOUND-FLAG TO WS-PT-KNOWN(WS-PT-FOUND)
    END-IF.

REPORT-ITEM-PROBLEM.
    ADD 1 TO WS-ITEMS-IN-ERROR.
    MOVE SPACES TO WS-REPORT-LINE.
    IF WS-ITEM-RECEIVABLE
     MOVE '*** RECEIVABLE ' TO WS-REPORT-LINE(1:15)
    ELSE
     MOVE '*** PAYABLE    ' TO WS-REPORT-LINE(1:15)
    END-IF.
    MOVE WS-ITEM-REFERENCE TO WS-REPORT-LINE(16:30).
    MOVE WS-ITEM-PARTNER TO WS-REPORT-LINE(47:8).
    MOVE WS-ITEM-PROBLEM TO WS-REPORT-LINE(56:30).
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.

NET-ONE-PARTNER.
    COMPUTE WS-PT-NET(WS-PT-INDEX) =
        WS-PT-RECEIVABLE-GROSS(WS-PT-INDEX)
        - WS-PT-PAYABLE-GROSS(WS-PT-INDEX).
    EVALUATE TRUE
     WHEN WS-PT-NET(WS-PT-INDEX) > 0
      MOVE 'COLLECT' TO WS-DIRECTION
      ADD WS-PT-NET(WS-PT-INDEX) TO WS-COLLECT-TOTAL
     WHEN WS-PT-NET(WS-PT-INDEX) < 0
      MOVE 'PAY' TO WS-DIRECTION
      SUBTRACT WS-PT-NET(WS-PT-INDEX) FROM WS-PAY-TOTAL
     WHEN OTHER
      MOVE 'NONE' TO WS-DIRECTION
    END-EVALUATE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE WS-PT-PARTNER(WS-PT-INDEX) TO WS-REPORT-LINE(1:8).
    MOVE WS-PT-RECEIVABLE-COUNT(WS-PT-INDEX) TO WS-REPORT-LINE(11:5).
    MOVE WS-PT-RECEIVABLE-GROSS(WS-PT-INDEX) TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(20:16).
    MOVE WS-PT-PAYABLE-COUNT(WS-PT-INDEX) TO WS-REPORT-LINE(41:5).
    MOVE WS-PT-PAYABLE-GROSS(WS-PT-INDEX) TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(51:16).
    MOVE WS-PT-NET(WS-PT-INDEX) TO WS-NET-EDIT.
    MOVE WS-NET-EDIT TO WS-REPORT-LINE(68:17).
    MOVE WS-DIRECTION TO WS-REPORT-LINE(87:7).
    IF WS-PT-KNOWN(WS-PT-INDEX) NOT = 'Y'
     MOVE '*** NOT ON PARTNERS.TXT' TO WS-REPORT-LINE(96:23)
    END-IF.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.

PROVE-NETTING.
* Gross receivables less gross payables must equal the nets to
* collect less the nets to pay - the tie treasury signs against.
    COMPUTE WS-PROOF-LEFT = WS-RECEIVABLE-TOTAL - WS-PAYABLE-TOTAL.
    COMPUTE WS-PROOF-RIGHT = WS-COLLECT-TOTAL - WS-PAY-TOTAL.
    IF WS-PROOF-LEFT NOT = WS-PROOF-RIGHT
     MOVE 'N' TO WS-NETTING-OK-FLAG
    END-IF.

WRITE-NETTING-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'ITEMS READ ' DELIMITED BY SIZE
        WS-ITEMS-READ DELIMITED BY SIZE
        '  NETTED ' DELIMITED BY SIZE
        WS-ITEMS-NETTED DELIMITED BY SIZE
        '  NOT YET DUE ' DELIMITED BY SIZE
        WS-ITEMS-NOT-DUE DELIMITED BY SIZE
        '  IN ERROR ' DELIMITED BY SIZE
        WS-ITEMS-IN-ERROR DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'GROSS RECEIVABLES' TO WS-REPORT-LINE(1:17).
    MOVE WS-RECEIVABLE-TOTAL TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(20:16).
    MOVE 'NET TO COLLECT' TO WS-REPORT-LINE(41:14).
    MOVE WS-COLLECT-TOTAL TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(69:16).
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'GROSS PAYABLES' TO WS-REPORT-LINE(1:14).
    MOVE WS-PAYABLE-TOTAL TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(20:16).
    MOVE 'NET TO PAY' TO WS-REPORT-LINE(41:10).
    MOVE WS-PAY-TOTAL TO WS-AMOUNT-EDIT.
    MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(69:16).
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    MOVE 'GROSS DIFFERENCE' TO WS-REPORT-LINE(1:16).
    MOVE WS-PROOF-LEFT TO WS-NET-EDIT.
    MOVE WS-NET-EDIT TO WS-REPORT-LINE(19:17).
    MOVE 'NET DIFFERENCE' TO WS-REPORT-LINE(41:14).
    MOVE WS-PROOF-RIGHT TO WS-NET-EDIT.
    MOVE WS-NET-EDIT TO WS-REPORT-LINE(68:17).
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    IF WS-PROOF-LEFT = WS-PROOF-RIGHT
     MOVE 'GROSS RECEIVABLES - GROSS PAYABLES = NET COLLECT - NET PAY:'
         & ' PROVEN' TO WS-REPORT-LINE
    ELSE
     MOVE '*** GROSS AND NET DO NOT TIE ***' TO WS-REPORT-LINE
    END-IF.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.

WRITE-INSTRUCTION-FILE.
* HDR date-and-count, one instruction per partner with a net to
* settle, TRL count-and-checksum - the suite's transmission wrapper.
    MOVE 0 TO WS-INSTRUCTION-COUNT.
    PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PARTNER-COUNT
     IF WS-PT-NET(WS-PT-INDEX) NOT = 0
      ADD 1 TO WS-INSTRUCTION-COUNT
     END-IF
    END-PERFORM.
    ACCEPT WS-HEADER-DATE FROM DATE YYYYMMDD.
    MOVE 0 TO WS-INSTRUCTION-CHECKSUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    OPEN OUTPUT INSTRUCTION-FILE.
    MOVE SPACES TO INSTRUCTION-RECORD.
    STRING 'HDR' DELIMITED BY SIZE
        WS-HEADER-DATE DELIMITED BY SIZE
        WS-INSTRUCTION-COUNT DELIMITED BY SIZE
        INTO INSTRUCTION-RECORD.
    WRITE INSTRUCTION-RECORD.
    PERFORM WRITE-ONE-INSTRUCTION
        VARYING WS-PT-INDEX FROM 1 BY 1
        UNTIL WS-PT-INDEX > WS-PARTNER-COUNT.
    MOVE SPACES TO INSTRUCTION-RECORD.
    STRING 'TRL' DELIMITED BY SIZE
        WS-INSTRUCTION-COUNT DELIMITED BY SIZE
        WS-INSTRUCTION-CHECKSUM DELIMITED BY SIZE
        INTO INSTRUCTION-RECORD.
    WRITE INSTRUCTION-RECORD.
    CLOSE INSTRUCTION-FILE.

WRITE-ONE-INSTRUCTION.
    IF WS-PT-NET(WS-PT-INDEX) NOT = 0
     IF WS-PT-NET(WS-PT-INDEX) > 0
      MOVE 'COLLECT' TO WS-DIRECTION
      MOVE WS-PT-NET(WS-PT-INDEX) TO WS-NET-AMOUNT
     ELSE
      MOVE 'PAY' TO WS-DIRECTION
      COMPUTE WS-NET-AMOUNT = 0 - WS-PT-NET(WS-PT-INDEX)
     END-IF
     MOVE WS-NET-AMOUNT TO WS-AMOUNT-PLAIN
     MOVE WS-PT-RECEIVABLE-GROSS(WS-PT-INDEX) TO WS-GROSS-PLAIN-1
     MOVE WS-PT-PAYABLE-GROSS(WS-PT-INDEX) TO WS-GROSS-PLAIN-2
     MOVE SPACES TO WS-INSTRUCTION-LINE
     STRING WS-PT-PARTNER(WS-PT-INDEX) DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         WS-VALUE-DATE DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         WS-DIRECTION DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-AMOUNT-PLAIN) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FXRATE-HOUSE-CURRENCY DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-GROSS-PLAIN-1) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         FUNCTION TRIM(WS-GROSS-PLAIN-2) DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         RUN-ID-STAMP DELIMITED BY SIZE
         INTO WS-INSTRUCTION-LINE
     MOVE WS-INSTRUCTION-LINE TO INSTRUCTION-RECORD
     MOVE 'ADD' TO CRC32-OPERATION
     MOVE INSTRUCTION-RECORD TO CRC32-DATA
     MOVE 100 TO CRC32-LENGTH
     CALL 'CRC32' USING CRC32-REQUEST
     MOVE CRC32-VALUE TO WS-INSTRUCTION-CHECKSUM
     WRITE INSTRUCTION-RECORD
    END-IF.

WRITE-SIGN-OFF-BLOCK.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'INSTRUCTIONS ' DELIMITED BY SIZE
        WS-INSTRUCTION-NAME DELIMITED BY SPACE
        ' - ' DELIMITED BY SIZE
        WS-INSTRUCTION-COUNT DELIMITED BY SIZE
        ' RECORD(S), CHECKSUM ' DELIMITED BY SIZE
        WS-INSTRUCTION-CHECKSUM DELIMITED BY SIZE
        ' - HELD UNTIL RELEASED' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.
    MOVE 'TREASURY SIGN-OFF: ______________________  DATE: __________'
        TO WS-REPORT-LINE.
    WRITE NETTING-REPORT-RECORD FROM WS-REPORT-LINE.

APPEND-HOLD-LINE.
* state,instruction-file,value-date,run-id,count,checksum,
* net-collect,net-pay,operator (filled in on release)
    MOVE WS-COLLECT-TOTAL TO WS-GROSS-PLAIN-1.
    MOVE WS-PAY-TOTAL TO WS-GROSS-PLAIN-2.
    MOVE SPACES TO NETHOLD-RECORD.
    STRING 'HELD,' DELIMITED BY SIZE
        WS-INSTRUCTION-NAME DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-VALUE-DATE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-INSTRUCTION-COUNT DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-INSTRUCTION-CHECKSUM DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-GROSS-PLAIN-1) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-GROSS-PLAIN-2) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        INTO NETHOLD-RECORD.
    OPEN EXTEND NETHOLD-FILE.
    IF WS-NETHOLD-STATUS = '35'
     OPEN OUTPUT NETHOLD-FILE
    END-IF.
    WRITE NETHOLD-RECORD.
    CLOSE NETHOLD-FILE.

REVIEW-AND-RELEASE.
    PERFORM SIGN-OPERATOR-ON.
    PERFORM LOAD-HOLD-FILE.
    IF WS-HOLD-COUNT = 0
     DISPLAY 'No nettings on NETHOLD.TXT.'
     GOBACK
    END-IF.
    PERFORM RELEASE-ONE-ROUND UNTIL WS-DONE.
    PERFORM REWRITE-HOLD-FILE.
    DISPLAY WS-RELEASED-COUNT ' netting(s) released this session.'.

LOAD-HOLD-FILE.
    OPEN INPUT NETHOLD-FILE.
    IF WS-NETHOLD-STATUS NOT = '00'
     SET WS-NETHOLD-EOF TO TRUE
    END-IF.
    PERFORM LOAD-ONE-HOLD-LINE UNTIL WS-NETHOLD-EOF.
    IF WS-NETHOLD-STATUS = '00' OR WS-NETHOLD-STATUS = '10'
     CLOSE NETHOLD-FILE
    END-IF.

LOAD-ONE-HOLD-LINE.
    READ NETHOLD-FILE INTO NETHOLD-RECORD
     AT END
      SET WS-NETHOLD-EOF TO TRUE
     NOT AT END
      IF NETHOLD-RECORD NOT = SPACES AND WS-HOLD-COUNT < 100
       ADD 1 TO WS-HOLD-COUNT
       MOVE SPACES TO WS-HD-ENTRY(WS-HOLD-COUNT)
       UNSTRING NETHOLD-RECORD DELIMITED BY ','
           INTO WS-HD-STATE(WS-HOLD-COUNT)
                WS-HD-FILE(WS-HOLD-COUNT)
                WS-HD-VALUE-DATE(WS-HOLD-COUNT)
                WS-HD-RUN-ID(WS-HOLD-COUNT)
                WS-HD-COUNT(WS-HOLD-COUNT)
                WS-HD-CHECKSUM(WS-HOLD-COUNT)
                WS-HD-COLLECT(WS-HOLD-COUNT)
                WS-HD-PAY(WS-HOLD-COUNT)
                WS-HD-OPERATOR(WS-HOLD-COUNT)
      END-IF
    END-READ.

RELEASE-ONE-ROUND.
    MOVE 0 TO WS-HELD-SHOWN.
    DISPLAY 'HELD NETTINGS:'.
    PERFORM SHOW-ONE-HOLD-LINE
        VARYING WS-HD-INDEX FROM 1 BY 1
        UNTIL WS-HD-INDEX > WS-HOLD-COUNT.
    IF WS-HELD-SHOWN = 0
     DISPLAY '  (none held)'
     SET WS-DONE TO TRUE
    ELSE
     DISPLAY 'Netting number to decide (0 to finish): '
         WITH NO ADVANCING
     ACCEPT WS-PICKED
     IF WS-PICKED < 1 OR WS-PICKED > WS-HOLD-COUNT
      SET WS-DONE TO TRUE
     ELSE
      MOVE WS-PICKED TO WS-HD-INDEX
      PERFORM DECIDE-ONE-NETTING
     END-IF
    END-IF.

SHOW-ONE-HOLD-LINE.
    IF WS-HD-STATE(WS-HD-INDEX) = 'HELD'
     ADD 1 TO WS-HELD-SHOWN
     DISPLAY '  ' WS-HD-INDEX ' - '
         FUNCTION TRIM(WS-HD-FILE(WS-HD-INDEX))
         ' VALUE ' WS-HD-VALUE-DATE(WS-HD-INDEX)
         ' COLLECT ' FUNCTION TRIM(WS-HD-COLLECT(WS-HD-INDEX))
         ' PAY ' FUNCTION TRIM(WS-HD-PAY(WS-HD-INDEX))
         ' (' FUNCTION TRIM(WS-HD-COUNT(WS-HD-INDEX))
         ' INSTRUCTIONS)'
    END-IF.

DECIDE-ONE-NETTING.
    IF WS-HD-STATE(WS-HD-INDEX) NOT = 'HELD'
     DISPLAY 'That netting is already decided.'
    ELSE
     MOVE WS-HD-FILE(WS-HD-INDEX) TO WS-INSTRUCTION-NAME
     PERFORM RECHECK-INSTRUCTION-FILE
     IF NOT WS-TRAILER-PROVEN
      DISPLAY '*** ' FUNCTION TRIM(WS-INSTRUCTION-NAME)
          ' NO LONGER MATCHES WHAT WAS HELD - NOT RELEASED ***'
     ELSE
      DISPLAY 'Signed netting report in hand - release '
          FUNCTION TRIM(WS-INSTRUCTION-NAME)
          ' to GATEWAY-OUTBOUND? (Y = release, W = withdraw): '
          WITH NO ADVANCING
      ACCEPT WS-ANSWER
      MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
      EVALUATE WS-ANSWER
       WHEN 'Y'
        PERFORM ENQUEUE-INSTRUCTIONS-FOR-GATEWAY
        MOVE 'RELEASED' TO WS-HD-STATE(WS-HD-INDEX)
        MOVE OPERATOR-SIGNON-ID TO WS-HD-OPERATOR(WS-HD-INDEX)
        ADD 1 TO WS-RELEASED-COUNT
        PERFORM WRITE-RELEASED-AUDIT-LOG
        DISPLAY 'Released and queued for GATEWAY-OUTBOUND.'
       WHEN 'W'
        MOVE 'WITHDRAWN' TO WS-HD-STATE(WS-HD-INDEX)
        MOVE OPERATOR-SIGNON-ID TO WS-HD-OPERATOR(WS-HD-INDEX)
        PERFORM WRITE-WITHDRAWN-AUDIT-LOG
        DISPLAY 'Withdrawn; the instructions will not be sent.'
       WHEN OTHER
        DISPLAY 'Left held.'
      END-EVALUATE
     END-IF
    END-IF.

RECHECK-INSTRUCTION-FILE.
* Counted and checksummed again exactly as written; the trailer and
* the figures recorded at hold time must all still agree - on the
* CRC-32, or on the old byte-sum for a netting held before it.
    MOVE 'N' TO WS-TRAILER-FLAG.
    MOVE 0 TO WS-RECHECK-COUNT.
    MOVE 0 TO WS-RECHECK-CHECKSUM.
    MOVE 0 TO WS-RECHECK-LEGACY-SUM.
    MOVE 'INI' TO CRC32-OPERATION.
    CALL 'CRC32' USING CRC32-REQUEST.
    MOVE SPACES TO WS-TRAILER-TEXT.
    MOVE 'N' TO WS-ITEMS-EOF-FLAG.
    OPEN INPUT INSTRUCTION-FILE.
    IF WS-INSTRUCTION-STATUS = '00'
     PERFORM RECHECK-ONE-INSTRUCTION UNTIL WS-ITEMS-EOF
     CLOSE INSTRUCTION-FILE
     IF WS-TRAILER-TEXT(1:7) = WS-RECHECK-COUNT
         AND WS-TRAILER-TEXT(8:10) = WS-RECHECK-CHECKSUM
         AND WS-HD-COUNT(WS-HD-INDEX) = WS-RECHECK-COUNT
         AND WS-HD-CHECKSUM(WS-HD-INDEX) = WS-RECHECK-CHECKSUM
      SET WS-TRAILER-PROVEN TO TRUE
     END-IF
     IF CRC32-LEGACY-ACCEPTED
         AND WS-TRAILER-TEXT(1:7) = WS-RECHECK-COUNT
         AND WS-TRAILER-TEXT(8:10) = WS-RECHECK-LEGACY-SUM
         AND WS-HD-COUNT(WS-HD-INDEX) = WS-RECHECK-COUNT
         AND WS-HD-CHECKSUM(WS-HD-INDEX) = WS-RECHECK-LEGACY-SUM
      SET WS-TRAILER-PROVEN TO TRUE
     END-IF
    END-IF.

RECHECK-ONE-INSTRUCTION.
    READ INSTRUCTION-FILE INTO INSTRUCTION-RECORD
     AT END
      SET WS-ITEMS-EOF TO TRUE
     NOT AT END
      EVALUATE TRUE
       WHEN INSTRUCTION-RECORD(1:3) = 'HDR'
        CONTINUE
       WHEN INSTRUCTION-RECORD(1:3) = 'TRL'
        MOVE INSTRUCTION-RECORD(4:17) TO WS-TRAILER-TEXT
       WHEN OTHER
        ADD 1 TO WS-RECHECK-COUNT
        MOVE 'ADD' TO CRC32-OPERATION
        MOVE INSTRUCTION-RECORD TO CRC32-DATA
        MOVE 100 TO CRC32-LENGTH
        CALL 'CRC32' USING CRC32-REQUEST
        MOVE CRC32-VALUE TO WS-RECHECK-CHECKSUM
        PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
            UNTIL WS-CHAR-INDEX > 100
         ADD FUNCTION ORD(INSTRUCTION-RECORD(WS-CHAR-INDEX:1))
             TO WS-RECHECK-LEGACY-SUM
        END-PERFORM
      END-EVALUATE
    END-READ.

REWRITE-HOLD-FILE.
    OPEN OUTPUT NETHOLD-FILE.
    PERFORM WRITE-ONE-HOLD-LINE
        VARYING WS-HD-INDEX FROM 1 BY 1
        UNTIL WS-HD-INDEX > WS-HOLD-COUNT.
    CLOSE NETHOLD-FILE.

WRITE-ONE-HOLD-LINE.
    MOVE SPACES TO NETHOLD-RECORD.
    STRING FUNCTION TRIM(WS-HD-STATE(WS-HD-INDEX)) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-HD-FILE(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-VALUE-DATE(WS-HD-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-HD-RUN-ID(WS-HD-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-HD-COUNT(WS-HD-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-HD-CHECKSUM(WS-HD-INDEX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-HD-COLLECT(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-PAY(WS-HD-INDEX) DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        WS-HD-OPERATOR(WS-HD-INDEX) DELIMITED BY SPACE
        INTO NETHOLD-RECORD.
    WRITE NETHOLD-RECORD.

SIGN-OPERATOR-ON.
    COPY "operator-signon.cpy"
        REPLACING ==:SIGNON-PROGRAM-NAME:==  BY =='PARTNER-NETTING'==
                   ==:SIGNON-REQUIRED-ROLE:== BY =='U'==.

LOAD-PARTNER-PROFILE.
    COPY "partner-load.cpy".

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='PARTNER-NETTING'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='PARTNER-NETTING'==.

REGISTER-INSTRUCTIONS-IN-CATALOG.
    COPY "catalog-register.cpy"
        REPLACING ==:CAT-FILE-NAME:==    BY ==WS-INSTRUCTION-NAME==
                   ==:CAT-PROGRAM-NAME:== BY =='PARTNER-NETTING'==
                   ==:CAT-INPUT-NAMES:==  BY ==WS-INPUT-NAMES==
                   ==:CAT-RECORD-COUNT:== BY ==WS-INSTRUCTION-COUNT==.

ENQUEUE-INSTRUCTIONS-FOR-GATEWAY.
    COPY "workqueue-enqueue.cpy"
        REPLACING ==:WQ-FILE-NAME:==    BY ==WS-INSTRUCTION-NAME==
                   ==:WQ-NEXT-PROGRAM:== BY ==WS-NEXT-PROGRAM==.

WRITE-HELD-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PARTNER-NETTING'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-INPUT-NAMES==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-INSTRUCTION-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-INSTRUCTION-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='HELD'==.

WRITE-REJECTED-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PARTNER-NETTING'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==WS-INPUT-NAMES==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-REPORT-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-ITEMS-IN-ERROR==
                   ==:AUDIT-OUTCOME:==      BY =='REJECTED'==.

WRITE-RELEASED-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PARTNER-NETTING'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==OPERATOR-SIGNON-ID==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-INSTRUCTION-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-RECHECK-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='RELEASED'==.

WRITE-WITHDRAWN-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PARTNER-NETTING'==
                   ==:AUDIT-SOURCE-NAME:==  BY ==OPERATOR-SIGNON-ID==
                   ==:AUDIT-DEST-NAME:==    BY ==WS-INSTRUCTION-NAME==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-RECHECK-COUNT==
                   ==:AUDIT-OUTCOME:==      BY =='WITHDRAWN'==.
