*                         ==:CAT-PROGRAM-NAME:== BY =='SIMPLE-FILE-COPIER'==
*                         ==:CAT-INPUT-NAMES:==  BY ==WS-SOURCE-FILE-NAME==
*                         ==:CAT-RECORD-COUNT:== BY ==WS-DEST-RECORD-COUNT==.
*  The file's classification is inherited: the highest class among
*  the catalogued inputs (the inputs field joins several with '+'),
*  INTERNAL when none of them is on the catalog. A class already
*  standing on the name is never lowered by a re-run, so a file
*  classified by hand stays classified. DATA-MASKER's output is the
*  one step down the lineage: masking has taken the personal values
*  out, so a PERSONAL input gives a CONFIDENTIAL masked file.
    OPEN I-O DATASET-CATALOG-FILE.
    IF CATALOG-FILE-STATUS = '35'
     OPEN OUTPUT DATASET-CATALOG-FILE
     CLOSE DATASET-CATALOG-FILE
     OPEN I-O DATASET-CATALOG-FILE
    END-IF.
    MOVE :CAT-PROGRAM-NAME: TO CATALOG-REGISTER-PRODUCER.
    MOVE 0 TO CATALOG-INHERIT-RANK.
    MOVE :CAT-INPUT-NAMES: TO CATALOG-INHERIT-INPUTS.
    MOVE 1 TO CATALOG-INHERIT-POINTER.
    PERFORM UNTIL CATALOG-INHERIT-POINTER > 100
     MOVE SPACES TO CATALOG-INHERIT-ONE
     UNSTRING CATALOG-INHERIT-INPUTS DELIMITED BY '+'
         INTO CATALOG-INHERIT-ONE
         WITH POINTER CATALOG-INHERIT-POINTER
     END-UNSTRING
     IF CATALOG-INHERIT-ONE NOT = SPACES
      MOVE CATALOG-INHERIT-ONE TO CATALOG-FILE-KEY
      READ DATASET-CATALOG-FILE
       INVALID KEY
        CONTINUE
       NOT INVALID KEY
        MOVE 0 TO CATALOG-CLASS-RANK
        PERFORM VARYING CATALOG-CLASS-INDEX FROM 1 BY 1
            UNTIL CATALOG-CLASS-INDEX > 4
         IF CATALOG-CLASSIFICATION
             = CATALOG-CLASS-ENTRY(CATALOG-CLASS-INDEX)
          MOVE CATALOG-CLASS-INDEX TO CATALOG-CLASS-RANK
         END-IF
        END-PERFORM
        IF CATALOG-CLASS-RANK = 0
         MOVE 2 TO CATALOG-CLASS-RANK
        END-IF
        IF CATALOG-CLASS-RANK > CATALOG-INHERIT-RANK
         MOVE CATALOG-CLASS-RANK TO CATALOG-INHERIT-RANK
        END-IF
      END-READ
     END-IF
    END-PERFORM.
    IF CATALOG-REGISTER-PRODUCER = 'DATA-MASKER'
        AND CATALOG-INHERIT-RANK = 4
     MOVE 3 TO CATALOG-INHERIT-RANK
    END-IF.
    MOVE :CAT-FILE-NAME: TO CATALOG-FILE-KEY.
    READ DATASET-CATALOG-FILE
     INVALID KEY
      CONTINUE
     NOT INVALID KEY
      MOVE 0 TO CATALOG-CLASS-RANK
      PERFORM VARYING CATALOG-CLASS-INDEX FROM 1 BY 1
          UNTIL CATALOG-CLASS-INDEX > 4
       IF CATALOG-CLASSIFICATION
           = CATALOG-CLASS-ENTRY(CATALOG-CLASS-INDEX)
        MOVE CATALOG-CLASS-INDEX TO CATALOG-CLASS-RANK
       END-IF
      END-PERFORM
      IF CATALOG-CLASS-RANK > CATALOG-INHERIT-RANK
       MOVE CATALOG-CLASS-RANK TO CATALOG-INHERIT-RANK
      END-IF
    END-READ.
    IF CATALOG-INHERIT-RANK = 0
     MOVE 2 TO CATALOG-INHERIT-RANK
    END-IF.
    MOVE :CAT-FILE-NAME: TO CATALOG-FILE-KEY.
    MOVE CATALOG-REGISTER-PRODUCER TO CATALOG-PRODUCER.
    MOVE RUN-ID-STAMP TO CATALOG-RUN-STAMP.
    MOVE :CAT-INPUT-NAMES: TO CATALOG-INPUT-NAMES.
    MOVE :CAT-RECORD-COUNT: TO CATALOG-RECORD-COUNT.
    MOVE CATALOG-CLASS-ENTRY(CATALOG-INHERIT-RANK)
        TO CATALOG-CLASSIFICATION.
    WRITE DATASET-CATALOG-RECORD
     INVALID KEY
      REWRITE DATASET-CATALOG-RECORD
