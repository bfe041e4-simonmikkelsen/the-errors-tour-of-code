*  LEGALHOLD-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the legal-hold
*  register LEGALHOLD.TXT. While litigation or an investigation is
*  open, the datasets it covers must not be deleted, purged, rolled
*  off or archived away, whatever the retention rules say. One
*  comma-delimited line per hold:
*      state,pattern,case-ref,placed-by,placed-date,
*      released-by,released-date
*  where state is HELD or RELEASED, and the pattern is a dataset
*  name in which '*' stands for any run of characters and '?' for
*  any one character (PAYROLL*.DAT, QUARANTINE/*/CUST.DAT). A pattern
*  is matched against the whole name and against the name after its
*  last '/', so a hold on a file name also covers its quarantine and
*  training copies. LEGAL-HOLD-CONSOLE places and lists holds; only
*  an administrator may release one, and a released hold stays on
*  the register with who released it and when. A '*' in column one
*  is a comment.
    SELECT LEGALHOLD-FILE ASSIGN TO 'LEGALHOLD.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS LEGALHOLD-FILE-STATUS.
