*  CLASSIFY-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION (beside
*  CATALOG-WS.CPY) to declare the fields CLASSIFY-CHECK.CPY works
*  with. The caller puts the dataset about to be moved in
*  CLASSIFY-DATASET and says where it is going: either the name it
*  will be written under in CLASSIFY-TARGET, whose zone is worked
*  out the same way as the source's, or spaces there and the zone
*  itself in CLASSIFY-TARGET-ZONE (a partner transmission names
*  PARTNER). A partner cleared for a classification puts it in
*  CLASSIFY-CLEARED-CLASS; everyone else leaves it blank.
*  Afterwards CLASSIFY-CLASS holds the dataset's classification,
*  CLASSIFY-PRODUCER the program that produced it, and the verdict
*  is CLASSIFY-ALLOWED, CLASSIFY-OVERRIDDEN (PERSONAL data let out
*  of its zone because it was masked or the partner is cleared) or
*  CLASSIFY-REFUSED; CLASSIFY-DETAIL is the AUDITLOG detail of an
*  override or refusal, one unbroken token.
01  CLASSIFY-DATASET PIC X(100) VALUE SPACES.
01  CLASSIFY-TARGET PIC X(100) VALUE SPACES.
01  CLASSIFY-CLEARED-CLASS PIC X(12) VALUE SPACES.
01  CLASSIFY-CLASS PIC X(12) VALUE SPACES.
01  CLASSIFY-PRODUCER PIC X(20) VALUE SPACES.
01  CLASSIFY-SOURCE-ZONE PIC X(50) VALUE SPACES.
01  CLASSIFY-TARGET-ZONE PIC X(50) VALUE SPACES.
01  CLASSIFY-VERDICT PIC X(01) VALUE 'A'.
    88  CLASSIFY-ALLOWED VALUE 'A'.
    88  CLASSIFY-OVERRIDDEN VALUE 'O'.
    88  CLASSIFY-REFUSED VALUE 'R'.
01  CLASSIFY-DETAIL PIC X(120) VALUE SPACES.
01  CLASSIFY-ZONE-NAME PIC X(100) VALUE SPACES.
01  CLASSIFY-ZONE PIC X(50) VALUE SPACES.
01  CLASSIFY-ZONE-REST PIC X(100) VALUE SPACES.
