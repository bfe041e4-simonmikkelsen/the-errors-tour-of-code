*  OPERATOR-SIGNON.CPY. One record per operator, keyed by operator
*  id, carrying name, role, password, password-expiry date, the
*  running failed-sign-on count, and the profile state.
*  The password itself is kept apart, in the companion indexed file
*  OPERPWD.DAT, and only as a salted one-way digest (see
*  PWHASH-LINKAGE.CPY): one record per operator id holding the salt
*  and digest of the current password, the must-change switch an
*  administrator's reset sets, the date it was last changed, and the
*  salts and digests of the previous five passwords so none of them
*  can be chosen again.
*  Every sign-on attempt, good or bad, is appended to the sign-on
*  history SIGNONLOG.TXT, one comma-separated line per attempt:
*      date (YYYYMMDD), time (HHMMSS), operator id, program,
*      SUCCESS or FAILURE, reason, role the program requires
*  The reason of a failure is UNKNOWNID, DISABLED, LOCKED,
*  BADPASSWORD, EXPIRED, ROLE (the operator's role is below the
*  program's), NOPASSWORD, NOPWFILE, NOPROFILES or PWCHANGE (the
*  forced password change was refused); a success reads SIGNEDON, or
*  PWCHANGED when the forced change was made. SIGNON-REPORT reviews
*  it, and ACCESS-RECERT reads it for each operator's last sign-on
*  and administrator activity.
*  Emergency access is kept on BREAKGLASS.TXT, one fixed-position
*  line per break-glass session BREAK-GLASS opens: the session id
*  (the run id of the BREAK-GLASS run that opened it), the operator,
*  OPEN or REVIEWED, the date and time it started and runs out, the
*  administrator who countersigned it and when, and the reason the
*  operator gave. While an OPEN session is in force its operator
*  signs on with administrator rights to any program whose role
*  they lack; the history reason is then BREAKGLASS.
    SELECT OPERATOR-PROFILE-FILE ASSIGN TO 'OPERPROF.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS OPERATOR-PROF-ID
     FILE STATUS IS OPERATOR-PROF-STATUS.
    SELECT OPERATOR-PASSWORD-FILE ASSIGN TO 'OPERPWD.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS OPERATOR-PW-ID
     FILE STATUS IS OPERATOR-PW-STATUS.
    SELECT SIGNON-HISTORY-FILE ASSIGN TO 'SIGNONLOG.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS OPERATOR-HIST-STATUS.
    SELECT BREAKGLASS-FILE ASSIGN TO 'BREAKGLASS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS OPERATOR-BG-STATUS.
