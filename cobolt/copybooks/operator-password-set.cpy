*  OPERATOR-PASSWORD-SET.CPY
*  COPY this member inside a paragraph (after COPYing the
*  operator-profile SELECT, FD and WS members elsewhere in the
*  program) to give an operator a new password. Put the new password
*  in OPERATOR-PW-NEW and have the operator's OPERATOR-PASSWORD-
*  RECORD in the record area first - read from OPERPWD.DAT, or set
*  to spaces with only OPERATOR-PW-ID filled for an operator who has
*  none yet. The password must pass the PWHASH policy and may not be
*  the current password or any of the five before it. When it
*  passes, OPERATOR-PW-SET-OK is true and the record holds the new
*  salt and digest with the old ones moved down the history, ready
*  for the caller to WRITE or REWRITE (and to set or clear the
*  must-change switch); when it fails, OPERATOR-PW-MESSAGE says why
*  and the record is unchanged. The member holds no period, so it may
*  be COPYed inside a conditional; the caller ends the sentence.
    MOVE 'N' TO OPERATOR-PW-SET-FLAG
    MOVE SPACES TO OPERATOR-PW-MESSAGE
    MOVE 'POL' TO PWHASH-OPERATION
    MOVE OPERATOR-PW-NEW TO PWHASH-PASSWORD
    CALL 'PWHASH' USING PWHASH-REQUEST
    IF PWHASH-RESULT NOT = '00'
     MOVE PWHASH-REASON TO OPERATOR-PW-MESSAGE
    ELSE
     MOVE 'HSH' TO PWHASH-OPERATION
     IF OPERATOR-PW-SALT NOT = SPACES
      MOVE OPERATOR-PW-SALT TO PWHASH-SALT
      CALL 'PWHASH' USING PWHASH-REQUEST
      IF PWHASH-DIGEST = OPERATOR-PW-DIGEST
       MOVE 'that is the current password' TO OPERATOR-PW-MESSAGE
      END-IF
     END-IF
     PERFORM VARYING OPERATOR-PW-INDEX FROM 1 BY 1
         UNTIL OPERATOR-PW-INDEX > 5
      IF OPERATOR-PW-OLD-SALT(OPERATOR-PW-INDEX) NOT = SPACES
       MOVE OPERATOR-PW-OLD-SALT(OPERATOR-PW-INDEX) TO PWHASH-SALT
       CALL 'PWHASH' USING PWHASH-REQUEST
       IF PWHASH-DIGEST = OPERATOR-PW-OLD-DIGEST(OPERATOR-PW-INDEX)
        MOVE 'that password was used recently - choose another'
            TO OPERATOR-PW-MESSAGE
       END-IF
      END-IF
     END-PERFORM
    END-IF
    IF OPERATOR-PW-MESSAGE = SPACES
     PERFORM VARYING OPERATOR-PW-INDEX FROM 5 BY -1
         UNTIL OPERATOR-PW-INDEX < 2
      MOVE OPERATOR-PW-HISTORY(OPERATOR-PW-INDEX - 1)
          TO OPERATOR-PW-HISTORY(OPERATOR-PW-INDEX)
     END-PERFORM
     MOVE OPERATOR-PW-SALT TO OPERATOR-PW-OLD-SALT(1)
     MOVE OPERATOR-PW-DIGEST TO OPERATOR-PW-OLD-DIGEST(1)
     MOVE 'SLT' TO PWHASH-OPERATION
     CALL 'PWHASH' USING PWHASH-REQUEST
     MOVE 'HSH' TO PWHASH-OPERATION
     CALL 'PWHASH' USING PWHASH-REQUEST
     MOVE PWHASH-SALT TO OPERATOR-PW-SALT
     MOVE PWHASH-DIGEST TO OPERATOR-PW-DIGEST
     ACCEPT OPERATOR-PW-CHANGED-DATE FROM DATE YYYYMMDD
     SET OPERATOR-PW-SET-OK TO TRUE
    END-IF
    MOVE SPACES TO PWHASH-PASSWORD
