*  GLFEED-POST.CPY
*  COPY this member inside a paragraph (after COPYing GLFEED-SELECT,
*  GLFEED-FD, GLFEED-WS, and the run-id members elsewhere in the
*  program, with GET-RUN-ID already PERFORMed) to hand one
*  calculated total to the general-ledger feed as a PENDING line
*  for GL-POSTING to journal. The calling program supplies its own
*  data names (or literals) for the four pseudo-text tags, for
*  example:
*      FEED-INTEREST-TO-LEDGER.
*          COPY "glfeed-post.cpy"
*              REPLACING ==:GLF-PROGRAM-NAME:== BY =='SETTLE-INTEREST'==
*                         ==:GLF-CATEGORY:==     BY =='INTEREST'==
*                         ==:GLF-KEY:==          BY ==SPACES==
*                         ==:GLF-AMOUNT:==       BY ==WS-TOTAL-INTEREST==.
* GL-POSTING rewrites the whole feed when it rolls lines off, so
* the append runs under the shared dataset lock.
    MOVE :GLF-AMOUNT: TO GLFEED-AMOUNT.
    MOVE SPACES TO GLFEED-LINE.
    STRING 'PENDING,' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        :GLF-PROGRAM-NAME: DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        :GLF-CATEGORY: DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        :GLF-KEY: DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        GLFEED-AMOUNT DELIMITED BY SIZE
        INTO GLFEED-LINE.
    MOVE 'ENQ' TO GLFEED-LOCK-OPERATION.
    MOVE 'GLFEED.TXT' TO GLFEED-LOCK-DATASET.
    MOVE :GLF-PROGRAM-NAME: TO GLFEED-LOCK-PROGRAM.
    MOVE RUN-ID-STAMP TO GLFEED-LOCK-RUN-STAMP.
    CALL 'DSLOCK' USING GLFEED-LOCK-REQUEST.
    IF GLFEED-LOCK-RESULT NOT = '00'
     DISPLAY '*** GLFEED.TXT LOCK WAIT RAN OUT - FEEDING ANYWAY ***'
    END-IF.
    OPEN EXTEND GL-FEED-FILE.
    IF GLFEED-FILE-STATUS = '35'
     OPEN OUTPUT GL-FEED-FILE
    END-IF.
    MOVE GLFEED-LINE TO GL-FEED-RECORD.
    WRITE GL-FEED-RECORD.
    CLOSE GL-FEED-FILE.
    MOVE 'DEQ' TO GLFEED-LOCK-OPERATION.
    CALL 'DSLOCK' USING GLFEED-LOCK-REQUEST.
