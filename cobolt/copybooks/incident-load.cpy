*  INCIDENT-LOAD.CPY
*  COPY this member inside a paragraph (after COPYing
*  INCIDENT-SELECT, INCIDENT-FD, and INCIDENT-WS elsewhere in the
*  program) to read INCIDENTS.TXT from the top and build the
*  incident table, one entry per OPEN line with every later line
*  for that incident folded into it:
*      LOAD-INCIDENT-TABLE.
*          COPY "incident-load.cpy".
*  INCIDENT-HIGHEST-ID comes back holding the highest number on the
*  file, so the next incident is that plus one. A resolution with no
*  acknowledgment before it counts as acknowledged when resolved.
    MOVE 0 TO INCIDENT-COUNT.
    MOVE 0 TO INCIDENT-HIGHEST-ID.
    MOVE 'N' TO INCIDENT-OVERFLOW-FLAG.
    MOVE 'N' TO INCIDENT-EOF-FLAG.
    OPEN INPUT INCIDENT-FILE.
    IF INCIDENT-FILE-STATUS NOT = '00'
     SET INCIDENT-EOF TO TRUE
    END-IF.
    PERFORM UNTIL INCIDENT-EOF
     READ INCIDENT-FILE
      AT END
       SET INCIDENT-EOF TO TRUE
      NOT AT END
       IF INCIDENT-REC-ID IS NUMERIC AND INCIDENT-REC-ID > 0
        IF INCIDENT-REC-ID > INCIDENT-HIGHEST-ID
         MOVE INCIDENT-REC-ID TO INCIDENT-HIGHEST-ID
        END-IF
        MOVE 0 TO INCIDENT-FOUND-INDEX
        PERFORM VARYING INCIDENT-INDEX FROM INCIDENT-COUNT BY -1
            UNTIL INCIDENT-INDEX < 1 OR INCIDENT-FOUND-INDEX > 0
         IF INCIDENT-ID(INCIDENT-INDEX) = INCIDENT-REC-ID
          MOVE INCIDENT-INDEX TO INCIDENT-FOUND-INDEX
         END-IF
        END-PERFORM
        IF INCIDENT-REC-KIND = 'OPEN' AND INCIDENT-FOUND-INDEX = 0
         IF INCIDENT-COUNT < 500
          ADD 1 TO INCIDENT-COUNT
          MOVE INCIDENT-COUNT TO INCIDENT-FOUND-INDEX
          INITIALIZE INCIDENT-ENTRY(INCIDENT-COUNT)
          MOVE INCIDENT-REC-ID TO INCIDENT-ID(INCIDENT-COUNT)
          MOVE 'OPEN' TO INCIDENT-STATE(INCIDENT-COUNT)
          MOVE INCIDENT-REC-PROGRAM TO INCIDENT-PROGRAM(INCIDENT-COUNT)
          MOVE INCIDENT-REC-TEXT TO INCIDENT-TITLE(INCIDENT-COUNT)
          MOVE INCIDENT-REC-OPERATOR
              TO INCIDENT-OPENED-BY(INCIDENT-COUNT)
          MOVE INCIDENT-REC-DATE TO INCIDENT-OPENED-DATE(INCIDENT-COUNT)
          MOVE INCIDENT-REC-TIME TO INCIDENT-OPENED-TIME(INCIDENT-COUNT)
          MOVE INCIDENT-REC-DATE
              TO INCIDENT-DETECTED-DATE(INCIDENT-COUNT)
          MOVE INCIDENT-REC-TIME
              TO INCIDENT-DETECTED-TIME(INCIDENT-COUNT)
         ELSE
          SET INCIDENT-TABLE-OVERFLOWED TO TRUE
          MOVE 0 TO INCIDENT-FOUND-INDEX
         END-IF
        ELSE
        IF INCIDENT-FOUND-INDEX > 0
         MOVE INCIDENT-FOUND-INDEX TO INCIDENT-INDEX
         EVALUATE INCIDENT-REC-KIND
          WHEN 'LINK'
           ADD 1 TO INCIDENT-LINK-COUNT(INCIDENT-INDEX)
           IF INCIDENT-PROGRAM(INCIDENT-INDEX) = SPACES
            MOVE INCIDENT-REC-PROGRAM
                TO INCIDENT-PROGRAM(INCIDENT-INDEX)
           END-IF
           IF INCIDENT-REC-SINCE-DATE IS NUMERIC
               AND INCIDENT-REC-SINCE-DATE > 0
            IF INCIDENT-REC-SINCE-DATE
                < INCIDENT-DETECTED-DATE(INCIDENT-INDEX)
                OR (INCIDENT-REC-SINCE-DATE
                    = INCIDENT-DETECTED-DATE(INCIDENT-INDEX)
                AND INCIDENT-REC-SINCE-TIME
                    < INCIDENT-DETECTED-TIME(INCIDENT-INDEX))
             MOVE INCIDENT-REC-SINCE-DATE
                 TO INCIDENT-DETECTED-DATE(INCIDENT-INDEX)
             MOVE INCIDENT-REC-SINCE-TIME
                 TO INCIDENT-DETECTED-TIME(INCIDENT-INDEX)
            END-IF
           END-IF
          WHEN 'NOTE'
           ADD 1 TO INCIDENT-NOTE-COUNT(INCIDENT-INDEX)
          WHEN 'ACK'
           IF INCIDENT-ACKED-DATE(INCIDENT-INDEX) = 0
            MOVE INCIDENT-REC-OPERATOR
                TO INCIDENT-ACKED-BY(INCIDENT-INDEX)
            MOVE INCIDENT-REC-DATE
                TO INCIDENT-ACKED-DATE(INCIDENT-INDEX)
            MOVE INCIDENT-REC-TIME
                TO INCIDENT-ACKED-TIME(INCIDENT-INDEX)
           END-IF
           IF INCIDENT-STATE(INCIDENT-INDEX) = 'OPEN'
            MOVE 'ACKED' TO INCIDENT-STATE(INCIDENT-INDEX)
           END-IF
          WHEN 'RSLV'
           MOVE 'RESOLVED' TO INCIDENT-STATE(INCIDENT-INDEX)
           MOVE INCIDENT-REC-OPERATOR
               TO INCIDENT-RESOLVED-BY(INCIDENT-INDEX)
           MOVE INCIDENT-REC-DATE
               TO INCIDENT-RESOLVED-DATE(INCIDENT-INDEX)
           MOVE INCIDENT-REC-TIME
               TO INCIDENT-RESOLVED-TIME(INCIDENT-INDEX)
           MOVE INCIDENT-REC-CATEGORY
               TO INCIDENT-CATEGORY(INCIDENT-INDEX)
           MOVE INCIDENT-REC-TEXT TO INCIDENT-FIX(INCIDENT-INDEX)
           IF INCIDENT-ACKED-DATE(INCIDENT-INDEX) = 0
            MOVE INCIDENT-REC-OPERATOR
                TO INCIDENT-ACKED-BY(INCIDENT-INDEX)
            MOVE INCIDENT-REC-DATE
                TO INCIDENT-ACKED-DATE(INCIDENT-INDEX)
            MOVE INCIDENT-REC-TIME
                TO INCIDENT-ACKED-TIME(INCIDENT-INDEX)
           END-IF
          WHEN OTHER
           CONTINUE
         END-EVALUATE
        END-IF
        END-IF
       END-IF
     END-READ
    END-PERFORM.
    IF INCIDENT-FILE-STATUS = '00' OR INCIDENT-FILE-STATUS = '10'
     CLOSE INCIDENT-FILE
    END-IF.
