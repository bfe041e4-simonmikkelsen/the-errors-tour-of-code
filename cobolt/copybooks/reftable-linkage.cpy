*  REFTABLE-LINKAGE.CPY
*  Parameter area for the shared reference-code subprogram REFTABLES,
*  which loads the central code-table file REFTABLES.TXT (one line
*  per code per validity period: table,code,description,valid-from,
*  valid-to - the dates YYYYMMDD, a blank valid-from meaning always
*  and a blank valid-to open-ended, maintained through
*  CONTROL-FILE-EDITOR) once per run. A dictionary field of type C
*  whose specification reads TABLE:<name> takes its allowed values
*  from the table of that name instead of an inline '|' list. COPY
*  this member into WORKING-STORAGE of a calling program, then:
*      CALL 'REFTABLES' USING REFTABLE-REQUEST.
*  Operations (REFTABLE-OPERATION):
*      CHK  is CODE a valid code of table NAME on DATE; DESCRIPTION
*           comes back with it
*      NTH  the INDEX-th code of table NAME valid on DATE into CODE
*           and DESCRIPTION; COUNT always comes back with the number
*           of codes valid on DATE, so INDEX 0 asks for the count
*  A DATE of zero means today. RESULT is '00' when answered, '04'
*  when the code is in the table but not valid on DATE, '08' when
*  the code (or the INDEX-th code) is not there at all, and '12'
*  when the file holds no table of that NAME.
01  REFTABLE-REQUEST.
    05  REFTABLE-OPERATION PIC X(03).
    05  REFTABLE-NAME PIC X(20) VALUE SPACES.
    05  REFTABLE-CODE PIC X(12) VALUE SPACES.
    05  REFTABLE-DATE PIC 9(08) VALUE 0.
    05  REFTABLE-INDEX PIC 9(04) VALUE 0.
    05  REFTABLE-COUNT PIC 9(04) VALUE 0.
    05  REFTABLE-DESCRIPTION PIC X(40) VALUE SPACES.
    05  REFTABLE-RESULT PIC X(02) VALUE '00'.
