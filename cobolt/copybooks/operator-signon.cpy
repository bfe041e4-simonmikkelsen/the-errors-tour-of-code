*  date, and the operator's role against the minimum role the
*  program requires ('R' read-only, 'U' update, 'A' administrator),
*  and locks the profile after the third consecutive failed attempt.
*  The password is checked against its salted digest in OPERPWD.DAT,
*  never against clear text. An operator whose password an
*  administrator has just set must choose a new one (under the
*  PWHASH policy, and none of the last five) before the sign-on
*  completes.
*  Every attempt, whatever its outcome, is recorded on the sign-on
*  history SIGNONLOG.TXT (see OPERATOR-SIGNON-LOG.CPY).
*  An operator whose role falls short is still signed on, with
*  administrator rights, while a break-glass session BREAK-GLASS
*  opened for them is in force; the run is then marked with the
*  session id in RUN-ID-BREAKGLASS-SESSION (so the program must
*  COPY RUN-ID-WS too) and every AUDITLOG line it writes carries it
*  for the next-day review.
*  On any refusal control returns to the caller via GOBACK, the same
*  convention OPERATOR-AUTH-CHECK.CPY established. The calling
*  program supplies literals for the two pseudo-text tags, for
    DISPLAY 'Enter your password: ' WITH NO ADVANCING.
    ACCEPT OPERATOR-SIGNON-PASSWORD.
    MOVE 'N' TO OPERATOR-SIGNON-FLAG.
    MOVE :SIGNON-PROGRAM-NAME: TO OPERATOR-HIST-PROGRAM.
    MOVE :SIGNON-REQUIRED-ROLE: TO OPERATOR-HIST-NEED-ROLE.
    OPEN I-O OPERATOR-PROFILE-FILE.
    IF OPERATOR-PROF-STATUS = '35'
     DISPLAY :SIGNON-PROGRAM-NAME: ': no operator profiles on file. '
         'Have an administrator run SECURITY-ADMIN first.'
     MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
     MOVE 'NOPROFILES' TO OPERATOR-HIST-REASON
     COPY "operator-signon-log.cpy".
     GOBACK
    END-IF.
    MOVE OPERATOR-SIGNON-ID TO OPERATOR-PROF-ID.
      DISPLAY :SIGNON-PROGRAM-NAME: ': operator ' OPERATOR-SIGNON-ID
          ' is not on the operator-profile file.'
      CLOSE OPERATOR-PROFILE-FILE
      MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
      MOVE 'UNKNOWNID' TO OPERATOR-HIST-REASON
      COPY "operator-signon-log.cpy".
      GOBACK
    END-READ.
    IF OPERATOR-PROF-DISABLED
     DISPLAY :SIGNON-PROGRAM-NAME: ': operator ' OPERATOR-SIGNON-ID
         ' is disabled.'
     CLOSE OPERATOR-PROFILE-FILE
     MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
     MOVE 'DISABLED' TO OPERATOR-HIST-REASON
     COPY "operator-signon-log.cpy".
     GOBACK
    END-IF.
    IF OPERATOR-PROF-LOCKED
         ' is locked out after repeated failed sign-ons. '
         'Have an administrator reset the profile.'
     CLOSE OPERATOR-PROFILE-FILE
     MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
     MOVE 'LOCKED' TO OPERATOR-HIST-REASON
     COPY "operator-signon-log.cpy".
     GOBACK
    END-IF.
    OPEN I-O OPERATOR-PASSWORD-FILE.
    IF OPERATOR-PW-STATUS NOT = '00'
     DISPLAY :SIGNON-PROGRAM-NAME: ': no password file on record. '
         'Have an administrator run PASSWORD-MIGRATE.'
     CLOSE OPERATOR-PROFILE-FILE
     MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
     MOVE 'NOPWFILE' TO OPERATOR-HIST-REASON
     COPY "operator-signon-log.cpy".
     GOBACK
    END-IF.
    MOVE OPERATOR-SIGNON-ID TO OPERATOR-PW-ID.
    READ OPERATOR-PASSWORD-FILE
     INVALID KEY
      DISPLAY :SIGNON-PROGRAM-NAME: ': operator ' OPERATOR-SIGNON-ID
          ' has no password on file. Have an administrator reset it.'
      CLOSE OPERATOR-PASSWORD-FILE
      CLOSE OPERATOR-PROFILE-FILE
      MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
      MOVE 'NOPASSWORD' TO OPERATOR-HIST-REASON
      COPY "operator-signon-log.cpy".
      GOBACK
    END-READ.
    MOVE 'HSH' TO PWHASH-OPERATION.
    MOVE OPERATOR-SIGNON-PASSWORD TO PWHASH-PASSWORD.
    MOVE OPERATOR-PW-SALT TO PWHASH-SALT.
    CALL 'PWHASH' USING PWHASH-REQUEST.
    MOVE SPACES TO PWHASH-PASSWORD.
    MOVE SPACES TO OPERATOR-SIGNON-PASSWORD.
    IF PWHASH-DIGEST NOT = OPERATOR-PW-DIGEST
     ADD 1 TO OPERATOR-PROF-FAILED-COUNT
     IF OPERATOR-PROF-FAILED-COUNT >= 3
      MOVE 'L' TO OPERATOR-PROF-STATE
      DISPLAY :SIGNON-PROGRAM-NAME: ': password incorrect.'
     END-IF
     REWRITE OPERATOR-PROFILE-RECORD
     CLOSE OPERATOR-PASSWORD-FILE
     CLOSE OPERATOR-PROFILE-FILE
     MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
     MOVE 'BADPASSWORD' TO OPERATOR-HIST-REASON
     COPY "operator-signon-log.cpy".
     GOBACK
    END-IF.
    ACCEPT OPERATOR-SIGNON-TODAY FROM DATE YYYYMMDD.
        AND OPERATOR-SIGNON-TODAY > OPERATOR-PROF-EXPIRY
     DISPLAY :SIGNON-PROGRAM-NAME: ': password expired on '
         OPERATOR-PROF-EXPIRY '. Have an administrator reset it.'
     CLOSE OPERATOR-PASSWORD-FILE
     CLOSE OPERATOR-PROFILE-FILE
     MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
     MOVE 'EXPIRED' TO OPERATOR-HIST-REASON
     COPY "operator-signon-log.cpy".
     GOBACK
    END-IF.
    EVALUATE OPERATOR-PROF-ROLE
     WHEN 'U' MOVE 2 TO OPERATOR-SIGNON-NEED-RANK
     WHEN OTHER MOVE 1 TO OPERATOR-SIGNON-NEED-RANK
    END-EVALUATE.
    MOVE SPACES TO OPERATOR-BREAKGLASS-SESSION.
    IF OPERATOR-SIGNON-RANK < OPERATOR-SIGNON-NEED-RANK
     COPY "operator-breakglass-find.cpy".
     IF OPERATOR-BREAKGLASS-SESSION NOT = SPACES
      MOVE 3 TO OPERATOR-SIGNON-RANK
      DISPLAY '*** EMERGENCY ACCESS UNDER BREAK-GLASS SESSION '
          OPERATOR-BREAKGLASS-SESSION ' UNTIL '
          OPERATOR-BG-UNTIL(1:8) ' ' OPERATOR-BG-UNTIL(9:4)
          ' - EVERY ACTION GOES TO ADMINISTRATOR REVIEW ***'
     END-IF
    END-IF.
    IF OPERATOR-SIGNON-RANK < OPERATOR-SIGNON-NEED-RANK
     DISPLAY :SIGNON-PROGRAM-NAME: ': operator ' OPERATOR-SIGNON-ID
         ' holds role ' OPERATOR-PROF-ROLE
         ' but this program requires role ' :SIGNON-REQUIRED-ROLE: '.'
     CLOSE OPERATOR-PASSWORD-FILE
     CLOSE OPERATOR-PROFILE-FILE
     MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
     MOVE 'ROLE' TO OPERATOR-HIST-REASON
     COPY "operator-signon-log.cpy".
     GOBACK
    END-IF.
    IF OPERATOR-PW-CHANGE-DUE
     DISPLAY :SIGNON-PROGRAM-NAME: ': your password was reset and '
         'must be changed now.'
     DISPLAY 'New password: ' WITH NO ADVANCING
     ACCEPT OPERATOR-PW-NEW
     DISPLAY 'Repeat the new password: ' WITH NO ADVANCING
     ACCEPT OPERATOR-PW-REPEAT
     IF OPERATOR-PW-NEW NOT = OPERATOR-PW-REPEAT
      MOVE 'the two entries differ' TO OPERATOR-PW-MESSAGE
     ELSE
      COPY "operator-password-set.cpy".
     END-IF
     MOVE SPACES TO OPERATOR-PW-NEW
     MOVE SPACES TO OPERATOR-PW-REPEAT
     IF NOT OPERATOR-PW-SET-OK
      DISPLAY :SIGNON-PROGRAM-NAME: ': password not changed - '
          FUNCTION TRIM(OPERATOR-PW-MESSAGE) '.'
      CLOSE OPERATOR-PASSWORD-FILE
      CLOSE OPERATOR-PROFILE-FILE
      MOVE 'FAILURE' TO OPERATOR-HIST-RESULT
      MOVE 'PWCHANGE' TO OPERATOR-HIST-REASON
      COPY "operator-signon-log.cpy".
      GOBACK
     END-IF
     MOVE 'N' TO OPERATOR-PW-CHANGE-FLAG
     REWRITE OPERATOR-PASSWORD-RECORD
     DISPLAY 'Password changed.'
    END-IF.
    CLOSE OPERATOR-PASSWORD-FILE.
    MOVE 'SUCCESS' TO OPERATOR-HIST-RESULT.
    EVALUATE TRUE
     WHEN OPERATOR-BREAKGLASS-SESSION NOT = SPACES
      MOVE 'BREAKGLASS' TO OPERATOR-HIST-REASON
     WHEN OPERATOR-PW-SET-OK
      MOVE 'PWCHANGED' TO OPERATOR-HIST-REASON
     WHEN OTHER
      MOVE 'SIGNEDON' TO OPERATOR-HIST-REASON
    END-EVALUATE.
    COPY "operator-signon-log.cpy".
    MOVE 0 TO OPERATOR-PROF-FAILED-COUNT.
    REWRITE OPERATOR-PROFILE-RECORD.
    CLOSE OPERATOR-PROFILE-FILE.
    MOVE OPERATOR-PROF-LANGUAGE TO OPERATOR-SIGNON-LANGUAGE.
    MOVE OPERATOR-BREAKGLASS-SESSION TO RUN-ID-BREAKGLASS-SESSION.
    MOVE 'Y' TO OPERATOR-SIGNON-FLAG.
    DISPLAY 'Operator ' FUNCTION TRIM(OPERATOR-SIGNON-ID)
        ' signed on to ' :SIGNON-PROGRAM-NAME: '.'.
