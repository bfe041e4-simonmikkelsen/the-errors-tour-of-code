*  JOBCTL-CHECK.CPY
*  COPY this member inside a paragraph (after COPYing JOBCTL-SELECT,
*  JOBCTL-FD, and JOBCTL-WS elsewhere in the program) to ask which
*  operator override stands for a job on a business date. The
*  calling program supplies data names for the two tags and then
*  honors JOBCTL-ACTION, for example:
*      CHECK-JOB-OVERRIDE.
*          COPY "jobctl-check.cpy"
*              REPLACING ==:JOBCTL-BUSINESS-DATE:== BY ==WS-TODAY-DATE==
*                         ==:JOBCTL-JOB-NAME:==      BY ==WS-JOB-NAME==.
*  Commands apply in file order, so the LAST one for the job and
*  date stands; a RELEASE clears whatever stood before it. A missing
*  command file overrides nothing.
    MOVE SPACES TO JOBCTL-ACTION.
    MOVE SPACES TO JOBCTL-OPERATOR.
    MOVE SPACES TO JOBCTL-REASON.
    MOVE 'N' TO JOBCTL-EOF-FLAG.
    OPEN INPUT JOBCTL-FILE.
    IF JOBCTL-FILE-STATUS NOT = '00'
     SET JOBCTL-EOF TO TRUE
    END-IF.
    PERFORM UNTIL JOBCTL-EOF
     READ JOBCTL-FILE INTO JOBCTL-RECORD
      AT END
       SET JOBCTL-EOF TO TRUE
      NOT AT END
       IF JOBCTL-RECORD NOT = SPACES
           AND JOBCTL-RECORD(1:1) NOT = '*'
        MOVE SPACES TO JOBCTL-LINE-DATE
        MOVE SPACES TO JOBCTL-LINE-JOB
        MOVE SPACES TO JOBCTL-LINE-ACTION
        MOVE SPACES TO JOBCTL-LINE-OPERATOR
        MOVE SPACES TO JOBCTL-LINE-REASON
        UNSTRING JOBCTL-RECORD DELIMITED BY ','
            INTO JOBCTL-LINE-DATE JOBCTL-LINE-JOB
                 JOBCTL-LINE-ACTION JOBCTL-LINE-OPERATOR
                 JOBCTL-LINE-ENTERED-DATE JOBCTL-LINE-ENTERED-TIME
                 JOBCTL-LINE-REASON
        IF JOBCTL-LINE-DATE = :JOBCTL-BUSINESS-DATE:
            AND JOBCTL-LINE-JOB = :JOBCTL-JOB-NAME:
         IF JOBCTL-LINE-ACTION = 'RELEASE'
          MOVE SPACES TO JOBCTL-ACTION
          MOVE SPACES TO JOBCTL-OPERATOR
          MOVE SPACES TO JOBCTL-REASON
         ELSE
          MOVE JOBCTL-LINE-ACTION TO JOBCTL-ACTION
          MOVE JOBCTL-LINE-OPERATOR TO JOBCTL-OPERATOR
          MOVE JOBCTL-LINE-REASON TO JOBCTL-REASON
         END-IF
        END-IF
       END-IF
     END-READ
    END-PERFORM.
    IF JOBCTL-FILE-STATUS = '00' OR JOBCTL-FILE-STATUS = '10'
     CLOSE JOBCTL-FILE
    END-IF.
