*  OPERATOR-BREAKGLASS-FIND.CPY
*  COPY this member inside a paragraph (after COPYing the
*  operator-profile SELECT, FD and WS members elsewhere in the
*  program) to look on BREAKGLASS.TXT for a break-glass session in
*  force for OPERATOR-SIGNON-ID: OPEN, started, and not yet run out.
*  When there is one, OPERATOR-BREAKGLASS-SESSION holds its id and
*  OPERATOR-BG-UNTIL the date and time it runs out (YYYYMMDDHHMMSS);
*  when there is none, OPERATOR-BREAKGLASS-SESSION is spaces. The
*  member holds no period, so it may be COPYed inside a conditional;
*  the caller ends the sentence.
    MOVE SPACES TO OPERATOR-BREAKGLASS-SESSION
    MOVE 0 TO OPERATOR-BG-UNTIL
    ACCEPT OPERATOR-BG-NOW-DATE FROM DATE YYYYMMDD
    ACCEPT OPERATOR-BG-NOW-TIME FROM TIME
    COMPUTE OPERATOR-BG-NOW =
        OPERATOR-BG-NOW-DATE * 1000000 + OPERATOR-BG-NOW-HHMMSS
    MOVE 'N' TO OPERATOR-BG-EOF-FLAG
    OPEN INPUT BREAKGLASS-FILE
    IF OPERATOR-BG-STATUS NOT = '00'
     SET OPERATOR-BG-EOF TO TRUE
    END-IF
    PERFORM UNTIL OPERATOR-BG-EOF
     READ BREAKGLASS-FILE
      AT END
       SET OPERATOR-BG-EOF TO TRUE
      NOT AT END
       IF OPERATOR-BG-OPEN
           AND OPERATOR-BG-OPERATOR = OPERATOR-SIGNON-ID
           AND OPERATOR-BG-START-DATE * 1000000
               + OPERATOR-BG-START-TIME <= OPERATOR-BG-NOW
           AND OPERATOR-BG-END-DATE * 1000000
               + OPERATOR-BG-END-TIME >= OPERATOR-BG-NOW
        MOVE OPERATOR-BG-SESSION TO OPERATOR-BREAKGLASS-SESSION
        COMPUTE OPERATOR-BG-UNTIL = OPERATOR-BG-END-DATE * 1000000
            + OPERATOR-BG-END-TIME
       END-IF
     END-READ
    END-PERFORM
    IF OPERATOR-BG-STATUS = '00' OR OPERATOR-BG-STATUS = '10'
     CLOSE BREAKGLASS-FILE
    END-IF
