*  OPERATOR-PROFILE-FD.CPY
*  COPY this member inside FILE SECTION to match
*  OPERATOR-PROFILE-SELECT.CPY's SELECT OPERATOR-PROFILE-FILE and
*  SELECT OPERATOR-PASSWORD-FILE, SELECT SIGNON-HISTORY-FILE and
*  SELECT BREAKGLASS-FILE.
*  Roles rank upward: R (read-only) < U (update) < A (administrator);
*  a program states the minimum role it requires and any operator at
*  or above that rank may sign on to it.
        88  OPERATOR-PROF-READ-ONLY VALUE 'R'.
        88  OPERATOR-PROF-UPDATE VALUE 'U'.
        88  OPERATOR-PROF-ADMIN VALUE 'A'.
*  The clear-text password of old. PASSWORD-MIGRATE moved every one
*  into OPERPWD.DAT as a digest and blanked it here; nothing writes
*  it any more.
    05  OPERATOR-PROF-PASSWORD PIC X(12).
    05  OPERATOR-PROF-EXPIRY PIC 9(08).
    05  OPERATOR-PROF-FAILED-COUNT PIC 9(01).
*  the catalog text in it when a translation exists, falling back
*  to English. Blank reads as EN.
    05  OPERATOR-PROF-LANGUAGE PIC X(02).

FD  OPERATOR-PASSWORD-FILE.
01  OPERATOR-PASSWORD-RECORD.
    05  OPERATOR-PW-ID PIC X(20).
    05  OPERATOR-PW-SALT PIC X(16).
    05  OPERATOR-PW-DIGEST PIC X(36).
    05  OPERATOR-PW-CHANGE-FLAG PIC X(01).
        88  OPERATOR-PW-CHANGE-DUE VALUE 'Y'.
    05  OPERATOR-PW-CHANGED-DATE PIC 9(08).
    05  OPERATOR-PW-HISTORY OCCURS 5 TIMES.
        10  OPERATOR-PW-OLD-SALT PIC X(16).
        10  OPERATOR-PW-OLD-DIGEST PIC X(36).

FD  SIGNON-HISTORY-FILE.
01  SIGNON-HISTORY-RECORD PIC X(100).

FD  BREAKGLASS-FILE.
01  BREAKGLASS-RECORD.
    05  OPERATOR-BG-SESSION PIC X(13).
    05  OPERATOR-BG-OPERATOR PIC X(20).
    05  OPERATOR-BG-STATE PIC X(08).
        88  OPERATOR-BG-OPEN VALUE 'OPEN'.
        88  OPERATOR-BG-REVIEWED VALUE 'REVIEWED'.
    05  OPERATOR-BG-START-DATE PIC 9(08).
    05  OPERATOR-BG-START-TIME PIC 9(06).
    05  OPERATOR-BG-END-DATE PIC 9(08).
    05  OPERATOR-BG-END-TIME PIC 9(06).
    05  OPERATOR-BG-REVIEWER PIC X(20).
    05  OPERATOR-BG-REVIEW-DATE PIC 9(08).
    05  OPERATOR-BG-REASON PIC X(80).
