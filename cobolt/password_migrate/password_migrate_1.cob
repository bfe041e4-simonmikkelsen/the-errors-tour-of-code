IDENTIFICATION DIVISION.
PROGRAM-ID. PASSWORD-MIGRATE.
AUTHOR. Simon Mikkelsen.
* One-time conversion of the operator passwords out of clear text.
* Until OPERPWD.DAT existed, every password sat readable in the
* OPERATOR-PROF-PASSWORD field of OPERPROF.DAT. This program walks
* the profile file and, for every operator who still has a clear
* password there and no entry in OPERPWD.DAT, stores the salted
* one-way digest of that password (through PWHASH) and blanks the
* clear field. The carried-over password is treated as exposed: it
* still lets its owner sign on once, but the change switch is set so
* the operator must choose a new password - one that meets the
* policy - at that sign-on. A profile already converted, or one with
* no clear password left, is passed over, so a second run changes
* nothing. Profiles with neither a clear password nor a digest are
* listed; an administrator has to reset those in SECURITY-ADMIN.
* The run is recorded on the shared AUDITLOG. It needs no sign-on:
* until it has run nobody can sign on at all.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operator-profile-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "operator-profile-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

WORKING-STORAGE SECTION.
COPY "operator-profile-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-PROFILE-EOF-FLAG PIC X VALUE 'N'.
    88  WS-PROFILE-EOF VALUE 'Y'.
01  WS-PROFILE-COUNT PIC 9(04) VALUE 0.
01  WS-CONVERTED-COUNT PIC 9(04) VALUE 0.
01  WS-ALREADY-COUNT PIC 9(04) VALUE 0.
01  WS-MISSING-COUNT PIC 9(04) VALUE 0.
01  WS-AUDIT-OUTCOME PIC X(07) VALUE 'SUCCESS'.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    OPEN I-O OPERATOR-PROFILE-FILE.
    IF OPERATOR-PROF-STATUS NOT = '00'
     DISPLAY 'PASSWORD-MIGRATE: no operator-profile file on record'
         ' - nothing to convert.'
     MOVE 4 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN I-O OPERATOR-PASSWORD-FILE.
    IF OPERATOR-PW-STATUS = '35'
     OPEN OUTPUT OPERATOR-PASSWORD-FILE
     CLOSE OPERATOR-PASSWORD-FILE
     OPEN I-O OPERATOR-PASSWORD-FILE
     DISPLAY 'PASSWORD-MIGRATE: created OPERPWD.DAT.'
    END-IF.

    MOVE LOW-VALUES TO OPERATOR-PROF-ID.
    START OPERATOR-PROFILE-FILE KEY >= OPERATOR-PROF-ID
     INVALID KEY
      SET WS-PROFILE-EOF TO TRUE
    END-START.
    PERFORM MIGRATE-ONE-PROFILE UNTIL WS-PROFILE-EOF.
    CLOSE OPERATOR-PASSWORD-FILE.
    CLOSE OPERATOR-PROFILE-FILE.

    DISPLAY 'PROFILES READ:          ' WS-PROFILE-COUNT.
    DISPLAY 'PASSWORDS CONVERTED:    ' WS-CONVERTED-COUNT.
    DISPLAY 'ALREADY CONVERTED:      ' WS-ALREADY-COUNT.
    DISPLAY 'NO PASSWORD AT ALL:     ' WS-MISSING-COUNT.
    IF WS-MISSING-COUNT > 0
     MOVE 'WARNING' TO WS-AUDIT-OUTCOME
    END-IF.
    PERFORM WRITE-AUDIT-LOG.
    IF WS-MISSING-COUNT > 0
     MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

MIGRATE-ONE-PROFILE.
    READ OPERATOR-PROFILE-FILE NEXT RECORD
     AT END
      SET WS-PROFILE-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-PROFILE-COUNT
      PERFORM CONVERT-PROFILE-PASSWORD
    END-READ.

CONVERT-PROFILE-PASSWORD.
* A digest already on file wins: the clear field is only blanked,
* never hashed over a password the operator has since changed.
    MOVE OPERATOR-PROF-ID TO OPERATOR-PW-ID.
    READ OPERATOR-PASSWORD-FILE
     INVALID KEY
      IF OPERATOR-PROF-PASSWORD = SPACES
       ADD 1 TO WS-MISSING-COUNT
       DISPLAY 'NO PASSWORD: ' OPERATOR-PROF-ID
           ' - reset it in SECURITY-ADMIN.'
      ELSE
       PERFORM STORE-MIGRATED-DIGEST
      END-IF
     NOT INVALID KEY
      ADD 1 TO WS-ALREADY-COUNT
      IF OPERATOR-PROF-PASSWORD NOT = SPACES
       MOVE SPACES TO OPERATOR-PROF-PASSWORD
       REWRITE OPERATOR-PROFILE-RECORD
      END-IF
    END-READ.

STORE-MIGRATED-DIGEST.
    MOVE SPACES TO OPERATOR-PASSWORD-RECORD.
    MOVE OPERATOR-PROF-ID TO OPERATOR-PW-ID.
    MOVE 'SLT' TO PWHASH-OPERATION.
    CALL 'PWHASH' USING PWHASH-REQUEST.
    MOVE 'HSH' TO PWHASH-OPERATION.
    MOVE OPERATOR-PROF-PASSWORD TO PWHASH-PASSWORD.
    CALL 'PWHASH' USING PWHASH-REQUEST.
    MOVE SPACES TO PWHASH-PASSWORD.
    MOVE PWHASH-SALT TO OPERATOR-PW-SALT.
    MOVE PWHASH-DIGEST TO OPERATOR-PW-DIGEST.
    MOVE 'Y' TO OPERATOR-PW-CHANGE-FLAG.
    ACCEPT OPERATOR-PW-CHANGED-DATE FROM DATE YYYYMMDD.
    WRITE OPERATOR-PASSWORD-RECORD.
    MOVE SPACES TO OPERATOR-PROF-PASSWORD.
    REWRITE OPERATOR-PROFILE-RECORD.
    ADD 1 TO WS-CONVERTED-COUNT.
    DISPLAY 'CONVERTED:   ' OPERATOR-PROF-ID.

GET-RUN-ID.
    COPY "run-id-get.cpy".

WRITE-AUDIT-LOG.
    COPY "auditlog-write.cpy"
        REPLACING ==:AUDIT-PROGRAM-NAME:== BY =='PASSWORD-MIGRATE'==
                   ==:AUDIT-SOURCE-NAME:==  BY =='OPERPROF.DAT'==
                   ==:AUDIT-DEST-NAME:==    BY =='OPERPWD.DAT'==
                   ==:AUDIT-RECORD-COUNT:== BY ==WS-CONVERTED-COUNT==
                   ==:AUDIT-OUTCOME:==      BY ==WS-AUDIT-OUTCOME==.
