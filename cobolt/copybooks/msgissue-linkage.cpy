*  so "there was some FMS error around two" is a CONSOLE-REPLAY
*  search, not a memory. Callers that know them should set
*  MSGISSUE-PROGRAM and MSGISSUE-OPERATOR once, at the start of the
*  run; blanks are logged as blanks. A caller signed on under a
*  break-glass session sets MSGISSUE-BREAKGLASS from
*  OPERATOR-BREAKGLASS-SESSION as well, and each of its console-log
*  lines then opens its text with BREAKGLASS=<session>.
01  MSGISSUE-REQUEST.
    05  MSGISSUE-ID PIC X(08).
    05  MSGISSUE-SUB-1 PIC X(40) VALUE SPACES.
    05  MSGISSUE-PROGRAM PIC X(20) VALUE SPACES.
    05  MSGISSUE-OPERATOR PIC X(20) VALUE SPACES.
    05  MSGISSUE-LANGUAGE PIC X(02) VALUE SPACES.
    05  MSGISSUE-BREAKGLASS PIC X(13) VALUE SPACES.
