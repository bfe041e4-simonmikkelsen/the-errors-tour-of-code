*  PROGRESS-LOAD.CPY
*  COPY this member inside a paragraph (after COPYing
*  PROGRESS-SELECT, PROGRESS-FD, PROGRESS-WS, and PROGRESS-RUN-WS
*  elsewhere in the program) to read the progress file from the top
*  and build the run table:
*      LOAD-PROGRESS-TABLE.
*          COPY "progress-load.cpy".
*  A START opens an entry - or reopens the same run's entry when a
*  restarted run posts its START again under the interrupted run's
*  identifier, the rate then being measured from the restart. Every
*  line moves the entry's latest position and time on, and an END
*  marks it ENDED. A BEAT or END whose START is missing still opens
*  an entry from what the line says, so nothing in flight is lost.
    MOVE 0 TO PROGRESS-RUN-COUNT.
    MOVE 'N' TO PROGRESS-OVERFLOW-FLAG.
    MOVE 'N' TO PROGRESS-EOF-FLAG.
    OPEN INPUT PROGRESS-FILE.
    IF PROGRESS-FILE-STATUS NOT = '00'
     SET PROGRESS-EOF TO TRUE
    END-IF.
    PERFORM UNTIL PROGRESS-EOF
     READ PROGRESS-FILE
      AT END
       SET PROGRESS-EOF TO TRUE
      NOT AT END
       MOVE SPACES TO PROGRESS-IN-KIND PROGRESS-IN-RUN-ID
           PROGRESS-IN-PROGRAM PROGRESS-IN-RECORDS
           PROGRESS-IN-POSITION PROGRESS-IN-DATE PROGRESS-IN-TIME
           PROGRESS-IN-INPUT
       UNSTRING PROGRESS-RECORD DELIMITED BY ','
           INTO PROGRESS-IN-KIND PROGRESS-IN-RUN-ID
                PROGRESS-IN-PROGRAM PROGRESS-IN-RECORDS
                PROGRESS-IN-POSITION PROGRESS-IN-DATE
                PROGRESS-IN-TIME PROGRESS-IN-INPUT
       IF PROGRESS-IN-RECORDS IS NUMERIC
           AND PROGRESS-IN-POSITION IS NUMERIC
           AND PROGRESS-IN-DATE IS NUMERIC
           AND PROGRESS-IN-TIME IS NUMERIC
        MOVE 0 TO PROGRESS-RUN-FOUND
        MOVE 0 TO PROGRESS-RUN-FREE
        PERFORM VARYING PROGRESS-RUN-INDEX FROM 1 BY 1
            UNTIL PROGRESS-RUN-INDEX > PROGRESS-RUN-COUNT
               OR PROGRESS-RUN-FOUND > 0
         IF PROGRESS-RUN-ID(PROGRESS-RUN-INDEX) = PROGRESS-IN-RUN-ID
             AND PROGRESS-RUN-PROGRAM(PROGRESS-RUN-INDEX)
                 = PROGRESS-IN-PROGRAM
          MOVE PROGRESS-RUN-INDEX TO PROGRESS-RUN-FOUND
         END-IF
         IF PROGRESS-RUN-STATE(PROGRESS-RUN-INDEX) = 'ENDED'
             AND PROGRESS-RUN-FREE = 0
          MOVE PROGRESS-RUN-INDEX TO PROGRESS-RUN-FREE
         END-IF
        END-PERFORM
        IF PROGRESS-RUN-FOUND = 0 AND PROGRESS-IN-KIND NOT = 'END'
         IF PROGRESS-RUN-FREE = 0
          IF PROGRESS-RUN-COUNT < 200
           ADD 1 TO PROGRESS-RUN-COUNT
           MOVE PROGRESS-RUN-COUNT TO PROGRESS-RUN-FREE
          ELSE
           SET PROGRESS-TABLE-OVERFLOWED TO TRUE
          END-IF
         END-IF
         IF PROGRESS-RUN-FREE > 0
          MOVE PROGRESS-RUN-FREE TO PROGRESS-RUN-FOUND
          MOVE 'START' TO PROGRESS-IN-KIND
         END-IF
        END-IF
        IF PROGRESS-RUN-FOUND > 0
         MOVE PROGRESS-RUN-FOUND TO PROGRESS-RUN-INDEX
         IF PROGRESS-IN-KIND = 'START'
          MOVE PROGRESS-IN-RUN-ID TO PROGRESS-RUN-ID(PROGRESS-RUN-INDEX)
          MOVE PROGRESS-IN-PROGRAM
              TO PROGRESS-RUN-PROGRAM(PROGRESS-RUN-INDEX)
          MOVE PROGRESS-IN-INPUT
              TO PROGRESS-RUN-INPUT(PROGRESS-RUN-INDEX)
          MOVE 'RUNNING' TO PROGRESS-RUN-STATE(PROGRESS-RUN-INDEX)
          MOVE PROGRESS-IN-DATE
              TO PROGRESS-RUN-START-DATE(PROGRESS-RUN-INDEX)
          MOVE PROGRESS-IN-TIME
              TO PROGRESS-RUN-START-TIME(PROGRESS-RUN-INDEX)
          MOVE PROGRESS-IN-POSITION
              TO PROGRESS-RUN-START-POSITION(PROGRESS-RUN-INDEX)
         END-IF
         IF PROGRESS-IN-KIND = 'END'
          MOVE 'ENDED' TO PROGRESS-RUN-STATE(PROGRESS-RUN-INDEX)
         END-IF
         MOVE PROGRESS-IN-DATE
             TO PROGRESS-RUN-LAST-DATE(PROGRESS-RUN-INDEX)
         MOVE PROGRESS-IN-TIME
             TO PROGRESS-RUN-LAST-TIME(PROGRESS-RUN-INDEX)
         MOVE PROGRESS-IN-RECORDS
             TO PROGRESS-RUN-RECORDS(PROGRESS-RUN-INDEX)
         MOVE PROGRESS-IN-POSITION
             TO PROGRESS-RUN-POSITION(PROGRESS-RUN-INDEX)
        END-IF
       END-IF
     END-READ
    END-PERFORM.
    IF PROGRESS-FILE-STATUS = '00' OR PROGRESS-FILE-STATUS = '10'
     CLOSE PROGRESS-FILE
    END-IF.
