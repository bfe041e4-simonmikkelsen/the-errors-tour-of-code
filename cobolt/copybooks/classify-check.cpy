*  CLASSIFY-CHECK.CPY
*  COPY this member inside a paragraph (after COPYing CATALOG-SELECT,
*  CATALOG-FD, CATALOG-WS and CLASSIFY-WS elsewhere in the program)
*  to judge whether the dataset in CLASSIFY-DATASET may be moved to
*  the zone named by CLASSIFY-TARGET or CLASSIFY-TARGET-ZONE.
*  The classification comes off the dataset catalog; a file the
*  catalog does not know counts as INTERNAL. A zone is the top-level
*  directory a name sits under - TRAINING/MASTER.DAT is in TRAINING,
*  a partner's drop directory is its own zone - and a name with no
*  directory is in PRODUCTION, the data directory itself.
*  PERSONAL data stays in its zone. It may leave only when
*  DATA-MASKER produced the file, or the partner it is going to is
*  cleared for PERSONAL data; that is an override, and the caller
*  audits it as one. Every other move of PERSONAL data across a zone
*  is refused, and the caller audits the refusal. The other
*  classifications move freely.
    MOVE 'INTERNAL' TO CLASSIFY-CLASS.
    MOVE SPACES TO CLASSIFY-PRODUCER.
    MOVE SPACES TO CLASSIFY-DETAIL.
    SET CLASSIFY-ALLOWED TO TRUE.
    OPEN INPUT DATASET-CATALOG-FILE.
    IF CATALOG-FILE-STATUS = '00'
     MOVE CLASSIFY-DATASET TO CATALOG-FILE-KEY
     READ DATASET-CATALOG-FILE
      INVALID KEY
       CONTINUE
      NOT INVALID KEY
       IF CATALOG-CLASSIFICATION NOT = SPACES
        MOVE CATALOG-CLASSIFICATION TO CLASSIFY-CLASS
       END-IF
       MOVE CATALOG-PRODUCER TO CLASSIFY-PRODUCER
     END-READ
     CLOSE DATASET-CATALOG-FILE
    END-IF.
    MOVE CLASSIFY-DATASET TO CLASSIFY-ZONE-NAME.
    MOVE 'PRODUCTION' TO CLASSIFY-ZONE.
    IF CLASSIFY-ZONE-NAME(1:2) = './'
     MOVE CLASSIFY-ZONE-NAME(3:) TO CLASSIFY-ZONE-REST
     MOVE CLASSIFY-ZONE-REST TO CLASSIFY-ZONE-NAME
    END-IF.
    IF CLASSIFY-ZONE-NAME(1:1) = '/'
     MOVE CLASSIFY-ZONE-NAME(2:) TO CLASSIFY-ZONE-REST
     MOVE CLASSIFY-ZONE-REST TO CLASSIFY-ZONE-NAME
    END-IF.
    MOVE SPACES TO CLASSIFY-ZONE-REST.
    UNSTRING CLASSIFY-ZONE-NAME DELIMITED BY '/'
        INTO CLASSIFY-ZONE CLASSIFY-ZONE-REST
    END-UNSTRING.
    IF CLASSIFY-ZONE-REST = SPACES
     MOVE 'PRODUCTION' TO CLASSIFY-ZONE
    END-IF.
    MOVE CLASSIFY-ZONE TO CLASSIFY-SOURCE-ZONE.
    IF CLASSIFY-TARGET NOT = SPACES
     MOVE CLASSIFY-TARGET TO CLASSIFY-ZONE-NAME
     MOVE 'PRODUCTION' TO CLASSIFY-ZONE
     IF CLASSIFY-ZONE-NAME(1:2) = './'
      MOVE CLASSIFY-ZONE-NAME(3:) TO CLASSIFY-ZONE-REST
      MOVE CLASSIFY-ZONE-REST TO CLASSIFY-ZONE-NAME
     END-IF
     IF CLASSIFY-ZONE-NAME(1:1) = '/'
      MOVE CLASSIFY-ZONE-NAME(2:) TO CLASSIFY-ZONE-REST
      MOVE CLASSIFY-ZONE-REST TO CLASSIFY-ZONE-NAME
     END-IF
     MOVE SPACES TO CLASSIFY-ZONE-REST
     UNSTRING CLASSIFY-ZONE-NAME DELIMITED BY '/'
         INTO CLASSIFY-ZONE CLASSIFY-ZONE-REST
     END-UNSTRING
     IF CLASSIFY-ZONE-REST = SPACES
      MOVE 'PRODUCTION' TO CLASSIFY-ZONE
     END-IF
     MOVE CLASSIFY-ZONE TO CLASSIFY-TARGET-ZONE
    END-IF.
    IF CLASSIFY-CLASS = 'PERSONAL'
        AND CLASSIFY-TARGET-ZONE NOT = CLASSIFY-SOURCE-ZONE
     EVALUATE TRUE
      WHEN CLASSIFY-PRODUCER = 'DATA-MASKER'
       SET CLASSIFY-OVERRIDDEN TO TRUE
       STRING 'CLASS=PERSONAL,ZONE=' DELIMITED BY SIZE
           CLASSIFY-TARGET-ZONE DELIMITED BY SPACE
           ',BY=MASKED' DELIMITED BY SIZE
           INTO CLASSIFY-DETAIL
       END-STRING
      WHEN CLASSIFY-CLEARED-CLASS = 'PERSONAL'
       SET CLASSIFY-OVERRIDDEN TO TRUE
       STRING 'CLASS=PERSONAL,ZONE=' DELIMITED BY SIZE
           CLASSIFY-TARGET-ZONE DELIMITED BY SPACE
           ',BY=CLEARANCE' DELIMITED BY SIZE
           INTO CLASSIFY-DETAIL
       END-STRING
      WHEN OTHER
       SET CLASSIFY-REFUSED TO TRUE
       STRING 'CLASS=PERSONAL,FROM=' DELIMITED BY SIZE
           CLASSIFY-SOURCE-ZONE DELIMITED BY SPACE
           ',ZONE=' DELIMITED BY SIZE
           CLASSIFY-TARGET-ZONE DELIMITED BY SPACE
           INTO CLASSIFY-DETAIL
       END-STRING
     END-EVALUATE
    END-IF.
