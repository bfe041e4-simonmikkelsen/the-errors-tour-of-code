*  LEGALHOLD-LINKAGE.CPY
*  Parameter area for the shared legal-hold check subprogram
*  LEGALHOLD, which every deleting, purging and rolling-off program
*  asks before a dataset leaves the disk or its place. The hold
*  register is LEGALHOLD.TXT (see LEGALHOLD-SELECT.CPY), kept by
*  LEGAL-HOLD-CONSOLE. COPY this member into WORKING-STORAGE of a
*  calling program, set the dataset name, then:
*      MOVE 'CHK' TO LEGALHOLD-OPERATION.
*      MOVE <dataset name> TO LEGALHOLD-DATASET.
*      CALL 'LEGALHOLD' USING LEGALHOLD-REQUEST.
*  Operations (LEGALHOLD-OPERATION):
*      CHK  is the dataset under a hold still in force? Result '00'
*           when it is free, '04' when it is held - the pattern that
*           caught it, the case reference, who placed the hold and
*           when come back in the fields below. A held dataset must
*           be left exactly where it is; the calling program refuses
*           the action, writes an AUDITLOG line with OUTCOME=
*           LEGAL-HOLD naming the case, and reports the refusal.
*  Result '08' is an unknown operation.
01  LEGALHOLD-REQUEST.
    05  LEGALHOLD-OPERATION PIC X(03) VALUE 'CHK'.
    05  LEGALHOLD-DATASET PIC X(100) VALUE SPACES.
    05  LEGALHOLD-RESULT PIC X(02) VALUE '00'.
        88  LEGALHOLD-HELD VALUE '04'.
    05  LEGALHOLD-PATTERN PIC X(60) VALUE SPACES.
    05  LEGALHOLD-CASE-REF PIC X(20) VALUE SPACES.
    05  LEGALHOLD-PLACED-BY PIC X(20) VALUE SPACES.
    05  LEGALHOLD-PLACED-DATE PIC X(08) VALUE SPACES.
