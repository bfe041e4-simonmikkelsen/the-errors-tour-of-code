*  PROGRESS-POST.CPY
*  COPY this member inside a paragraph (after COPYing
*  PROGRESS-SELECT, PROGRESS-FD, PROGRESS-WS, and the run-id members
*  elsewhere in the program, with GET-RUN-ID already PERFORMed) to
*  append one heartbeat line to the shared progress file. The
*  program MOVEs the kind to PROGRESS-KIND and supplies its own data
*  names (or literals) for the four pseudo-text tags, for example:
*      POST-PROGRESS.
*          COPY "progress-post.cpy"
*              REPLACING ==:PROGRESS-PROGRAM-NAME:== BY =='SORT'==
*                        ==:PROGRESS-RECORD-COUNT:== BY ==WS-DONE==
*                        ==:PROGRESS-POSITION:==     BY ==WS-READ==
*                        ==:PROGRESS-INPUT-NAME:==   BY ==WS-INPUT==.
*  START and END are always written; a BEAT only when it is due.
    IF PROGRESS-KIND NOT = 'BEAT'
        OR :PROGRESS-RECORD-COUNT: >= PROGRESS-NEXT-BEAT
     COMPUTE PROGRESS-NEXT-BEAT =
         :PROGRESS-RECORD-COUNT: + PROGRESS-INTERVAL
     MOVE :PROGRESS-RECORD-COUNT: TO PROGRESS-RECORDS-TEXT
     MOVE :PROGRESS-POSITION: TO PROGRESS-POSITION-TEXT
     ACCEPT PROGRESS-STAMP-DATE FROM DATE YYYYMMDD
     ACCEPT PROGRESS-STAMP-TIME FROM TIME
     MOVE SPACES TO PROGRESS-LINE
     STRING PROGRESS-KIND DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         RUN-ID-STAMP DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         :PROGRESS-PROGRAM-NAME: DELIMITED BY SPACE
         ',' DELIMITED BY SIZE
         PROGRESS-RECORDS-TEXT DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         PROGRESS-POSITION-TEXT DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         PROGRESS-STAMP-DATE DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         PROGRESS-STAMP-HHMMSS DELIMITED BY SIZE
         ',' DELIMITED BY SIZE
         :PROGRESS-INPUT-NAME: DELIMITED BY SPACE
         INTO PROGRESS-LINE
     OPEN EXTEND PROGRESS-FILE
     IF PROGRESS-FILE-STATUS = '35'
      OPEN OUTPUT PROGRESS-FILE
     END-IF
     MOVE PROGRESS-LINE TO PROGRESS-RECORD
     WRITE PROGRESS-RECORD
     CLOSE PROGRESS-FILE
    END-IF.
