*  work fields OPERATOR-SIGNON.CPY needs to sign an operator on
*  against the indexed operator-profile file. After a successful
*  sign-on OPERATOR-SIGNON-ID holds the accountable operator id and
*  OPERATOR-SIGNED-ON is true. The OPERATOR-PW- fields serve
*  OPERATOR-PASSWORD-SET.CPY, which sets a new password; the
*  OPERATOR-HIST- fields serve OPERATOR-SIGNON-LOG.CPY, which records
*  each attempt on the sign-on history. When the operator signed on
*  under a break-glass session, OPERATOR-BREAKGLASS-SESSION holds its
*  id (OPERATOR-BREAKGLASS-FIND.CPY) and the sign-on has copied it to
*  RUN-ID-BREAKGLASS-SESSION, which marks the run's AUDITLOG lines.
01  OPERATOR-PROF-STATUS PIC X(02).
01  OPERATOR-PW-STATUS PIC X(02).
01  OPERATOR-HIST-STATUS PIC X(02).
01  OPERATOR-BG-STATUS PIC X(02).
01  OPERATOR-SIGNON-ID PIC X(20).
01  OPERATOR-SIGNON-PASSWORD PIC X(20).
01  OPERATOR-SIGNON-FLAG PIC X VALUE 'N'.
    88  OPERATOR-SIGNED-ON VALUE 'Y'.
01  OPERATOR-SIGNON-TODAY PIC 9(08).
01  OPERATOR-SIGNON-RANK PIC 9(01) VALUE 0.
01  OPERATOR-SIGNON-NEED-RANK PIC 9(01) VALUE 0.
01  OPERATOR-SIGNON-LANGUAGE PIC X(02) VALUE SPACES.
01  OPERATOR-PW-NEW PIC X(20) VALUE SPACES.
01  OPERATOR-PW-REPEAT PIC X(20) VALUE SPACES.
01  OPERATOR-PW-SET-FLAG PIC X VALUE 'N'.
    88  OPERATOR-PW-SET-OK VALUE 'Y'.
01  OPERATOR-PW-MESSAGE PIC X(60) VALUE SPACES.
01  OPERATOR-PW-INDEX PIC 9(01) VALUE 0.
01  OPERATOR-HIST-PROGRAM PIC X(20) VALUE SPACES.
01  OPERATOR-HIST-RESULT PIC X(07) VALUE SPACES.
01  OPERATOR-HIST-REASON PIC X(12) VALUE SPACES.
01  OPERATOR-HIST-NEED-ROLE PIC X(01) VALUE SPACES.
01  OPERATOR-HIST-DATE PIC 9(08) VALUE 0.
01  OPERATOR-HIST-TIME PIC 9(08) VALUE 0.
01  OPERATOR-HIST-LINE PIC X(100) VALUE SPACES.
01  OPERATOR-BREAKGLASS-SESSION PIC X(13) VALUE SPACES.
01  OPERATOR-BG-EOF-FLAG PIC X VALUE 'N'.
    88  OPERATOR-BG-EOF VALUE 'Y'.
01  OPERATOR-BG-NOW-DATE PIC 9(08) VALUE 0.
01  OPERATOR-BG-NOW-TIME.
    05  OPERATOR-BG-NOW-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  OPERATOR-BG-NOW PIC 9(14) VALUE 0.
01  OPERATOR-BG-UNTIL PIC 9(14) VALUE 0.
COPY "pwhash-linkage.cpy".
