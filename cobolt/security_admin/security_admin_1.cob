* The very first run, before OPERPROF.DAT exists, bootstraps the
* file by forcing the creation of an administrator profile; every
* later run requires an administrator sign-on.
* Passwords are no longer kept in clear text: a password given here
* is stored in OPERPWD.DAT only as a salted one-way digest (the
* PWHASH subprogram), and must meet the password policy - at least
* eight characters, no spaces, three of the four character classes,
* and none of the operator's last five passwords. A password an
* administrator sets for someone else, on adding the profile or on a
* reset, is a temporary one: the operator has to change it at the
* next sign-on. The listing shows whether each operator's password
* is current, awaiting that change, or missing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-LIST-EOF-FLAG PIC X VALUE 'N'.
    88  WS-LIST-EOF VALUE 'Y'.
01  WS-PROFILE-COUNT PIC 9(04) VALUE 0.
01  WS-PASSWORD-STATE PIC X(07).
01  WS-PASSWORD-FILE-FLAG PIC X VALUE 'N'.
    88  WS-PASSWORD-FILE-OPEN VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CLOSE OPERATOR-PROFILE-FILE.
    OPEN OUTPUT OPERATOR-PROFILE-FILE.
    CLOSE OPERATOR-PROFILE-FILE.
    OPEN OUTPUT OPERATOR-PASSWORD-FILE.
    CLOSE OPERATOR-PASSWORD-FILE.
    DISPLAY 'No operator-profile file on record - creating the first'.
    DISPLAY 'administrator profile.'.
    PERFORM ADD-ONE-OPERATOR-PROFILE.
      MOVE 'R' TO OPERATOR-PROF-ROLE
     END-IF
    END-IF.
    MOVE SPACES TO OPERATOR-PROF-PASSWORD.
    DISPLAY 'Password: ' WITH NO ADVANCING.
    ACCEPT OPERATOR-PW-NEW.
    MOVE SPACES TO OPERATOR-PASSWORD-RECORD.
    MOVE WS-TARGET-ID TO OPERATOR-PW-ID.
    PERFORM SET-TARGET-PASSWORD.
    IF OPERATOR-PW-SET-OK
     PERFORM FINISH-NEW-PROFILE
    ELSE
     CLOSE OPERATOR-PROFILE-FILE
    END-IF.

FINISH-NEW-PROFILE.
    DISPLAY 'Password expiry date (YYYYMMDD, 0 for none): '
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    WRITE OPERATOR-PROFILE-RECORD
     INVALID KEY
      DISPLAY 'Operator ' WS-TARGET-ID ' is already on file.'
     NOT INVALID KEY
* The first administrator chose their own password; anyone else's
* was chosen for them.
      IF WS-ADMIN-ID = SPACES
       MOVE 'N' TO OPERATOR-PW-CHANGE-FLAG
      ELSE
       MOVE 'Y' TO OPERATOR-PW-CHANGE-FLAG
      END-IF
      PERFORM STORE-TARGET-PASSWORD
    END-WRITE.
    CLOSE OPERATOR-PROFILE-FILE.
    MOVE 'ADDED' TO WS-ACTION-TEXT.
    PERFORM FETCH-TARGET-PROFILE.
    IF OPERATOR-SIGNED-ON
     DISPLAY 'New password: ' WITH NO ADVANCING
     ACCEPT OPERATOR-PW-NEW
     PERFORM FETCH-TARGET-PASSWORD
     PERFORM SET-TARGET-PASSWORD
     IF NOT OPERATOR-PW-SET-OK
      CLOSE OPERATOR-PROFILE-FILE
      MOVE 'N' TO OPERATOR-SIGNON-FLAG
     END-IF
    END-IF.
    IF OPERATOR-SIGNED-ON
     MOVE 'Y' TO OPERATOR-PW-CHANGE-FLAG
     PERFORM STORE-TARGET-PASSWORD
     MOVE SPACES TO OPERATOR-PROF-PASSWORD
     DISPLAY 'New expiry date (YYYYMMDD, 0 for none): '
         WITH NO ADVANCING
     ACCEPT WS-ANSWER
      MOVE 'Y' TO OPERATOR-SIGNON-FLAG
    END-READ.

FETCH-TARGET-PASSWORD.
* The operator's password record, or a fresh one with no history
* for an operator who has none yet.
    OPEN I-O OPERATOR-PASSWORD-FILE.
    IF OPERATOR-PW-STATUS = '35'
     OPEN OUTPUT OPERATOR-PASSWORD-FILE
     CLOSE OPERATOR-PASSWORD-FILE
     OPEN I-O OPERATOR-PASSWORD-FILE
    END-IF.
    MOVE WS-TARGET-ID TO OPERATOR-PW-ID.
    READ OPERATOR-PASSWORD-FILE
     INVALID KEY
      MOVE SPACES TO OPERATOR-PASSWORD-RECORD
      MOVE WS-TARGET-ID TO OPERATOR-PW-ID
    END-READ.
    CLOSE OPERATOR-PASSWORD-FILE.

SET-TARGET-PASSWORD.
    COPY "operator-password-set.cpy".
    MOVE SPACES TO OPERATOR-PW-NEW.
    IF NOT OPERATOR-PW-SET-OK
     DISPLAY 'Password refused - ' FUNCTION TRIM(OPERATOR-PW-MESSAGE)
         '. Nothing was changed.'
    END-IF.

STORE-TARGET-PASSWORD.
    OPEN I-O OPERATOR-PASSWORD-FILE.
    IF OPERATOR-PW-STATUS = '35'
     OPEN OUTPUT OPERATOR-PASSWORD-FILE
     CLOSE OPERATOR-PASSWORD-FILE
     OPEN I-O OPERATOR-PASSWORD-FILE
    END-IF.
    WRITE OPERATOR-PASSWORD-RECORD
     INVALID KEY
      REWRITE OPERATOR-PASSWORD-RECORD
    END-WRITE.
    CLOSE OPERATOR-PASSWORD-FILE.

REWRITE-TARGET-PROFILE.
    REWRITE OPERATOR-PROFILE-RECORD.
    CLOSE OPERATOR-PROFILE-FILE.
    MOVE 'N' TO WS-LIST-EOF-FLAG.
    MOVE 0 TO WS-PROFILE-COUNT.
    OPEN INPUT OPERATOR-PROFILE-FILE.
    MOVE 'N' TO WS-PASSWORD-FILE-FLAG.
    OPEN INPUT OPERATOR-PASSWORD-FILE.
    IF OPERATOR-PW-STATUS = '00'
     SET WS-PASSWORD-FILE-OPEN TO TRUE
    END-IF.
    MOVE LOW-VALUES TO OPERATOR-PROF-ID.
    START OPERATOR-PROFILE-FILE KEY >= OPERATOR-PROF-ID
     INVALID KEY
      SET WS-LIST-EOF TO TRUE
    END-START.
    DISPLAY 'OPERATOR             ROLE STATE EXPIRY   FAILED PASSWORD '
        'NAME'.
    PERFORM LIST-ONE-PROFILE UNTIL WS-LIST-EOF.
    IF WS-PASSWORD-FILE-OPEN
     CLOSE OPERATOR-PASSWORD-FILE
    END-IF.
    CLOSE OPERATOR-PROFILE-FILE.
    DISPLAY 'PROFILES ON FILE: ' WS-PROFILE-COUNT.

      SET WS-LIST-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-PROFILE-COUNT
      MOVE 'MISSING' TO WS-PASSWORD-STATE
      MOVE OPERATOR-PROF-ID TO OPERATOR-PW-ID
      IF WS-PASSWORD-FILE-OPEN
       READ OPERATOR-PASSWORD-FILE
        INVALID KEY
         CONTINUE
        NOT INVALID KEY
         IF OPERATOR-PW-CHANGE-DUE
          MOVE 'RESET' TO WS-PASSWORD-STATE
         ELSE
          MOVE 'CURRENT' TO WS-PASSWORD-STATE
         END-IF
       END-READ
      END-IF
      DISPLAY OPERATOR-PROF-ID ' ' OPERATOR-PROF-ROLE '    '
          OPERATOR-PROF-STATE '     ' OPERATOR-PROF-EXPIRY ' '
          OPERATOR-PROF-FAILED-COUNT '      ' WS-PASSWORD-STATE ' '
          OPERATOR-PROF-NAME
    END-READ.

GET-RUN-ID.
