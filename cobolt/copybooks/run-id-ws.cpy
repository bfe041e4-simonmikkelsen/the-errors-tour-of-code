01  RUN-ID-STAMP PIC X(13) VALUE SPACES.
01  RUN-ID-PARENT-STATUS PIC X(02).
01  RUN-ID-PARENT-STAMP PIC X(13) VALUE SPACES.
01  RUN-ID-STEP-PARAMETER PIC X(40) VALUE SPACES.
COPY "jobstep-parm-ws.cpy".
*  Set by OPERATOR-SIGNON.CPY when the operator signed on under a
*  break-glass session; AUDITLOG-WRITE.CPY then marks every line the
*  run writes BREAKGLASS=<session> for the next-day review.
01  RUN-ID-BREAKGLASS-SESSION PIC X(13) VALUE SPACES.
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==RUN-ID-LOCK==.
01  RUN-ID-LOCK-TOKEN-TIME PIC 9(08) VALUE 0.
