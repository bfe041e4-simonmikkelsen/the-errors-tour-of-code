*  OPERATOR-SIGNON-LOG.CPY
*  COPY this member (after COPYing the operator-profile SELECT, FD
*  and WS members elsewhere in the program) to append one line to
*  the sign-on history SIGNONLOG.TXT. Set OPERATOR-HIST-PROGRAM,
*  OPERATOR-HIST-NEED-ROLE (the role the program requires),
*  OPERATOR-HIST-RESULT (SUCCESS or FAILURE) and OPERATOR-HIST-REASON
*  first; the operator id is taken from OPERATOR-SIGNON-ID. The
*  member holds no period, so it may be COPYed inside a conditional;
*  the caller ends the sentence.
    ACCEPT OPERATOR-HIST-DATE FROM DATE YYYYMMDD
    ACCEPT OPERATOR-HIST-TIME FROM TIME
    MOVE SPACES TO OPERATOR-HIST-LINE
    STRING OPERATOR-HIST-DATE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        OPERATOR-HIST-TIME(1:6) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        OPERATOR-SIGNON-ID DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        OPERATOR-HIST-PROGRAM DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        OPERATOR-HIST-RESULT DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        OPERATOR-HIST-REASON DELIMITED BY SPACE
        ',' DELIMITED BY SIZE
        OPERATOR-HIST-NEED-ROLE DELIMITED BY SIZE
        INTO OPERATOR-HIST-LINE
    OPEN EXTEND SIGNON-HISTORY-FILE
    IF OPERATOR-HIST-STATUS = '35'
     OPEN OUTPUT SIGNON-HISTORY-FILE
    END-IF
    WRITE SIGNON-HISTORY-RECORD FROM OPERATOR-HIST-LINE
    CLOSE SIGNON-HISTORY-FILE
