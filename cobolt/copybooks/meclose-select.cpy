*  MECLOSE-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the month-end
*  close log used by MECLOSE-FD.CPY and MECLOSE-LOAD.CPY. The file
*  is never rewritten: MONTH-END-CLOSE appends one fixed-position
*  line per step outcome, and a month's standing is the sum of its
*  lines:
*      DONE     an AUTO step ended within its condition-code gate
*      FAILED   an AUTO step ended above it - the close stops there
*      CONFIRM  an operator confirmed a MANUAL step, with a note
*      SIGNOFF  a second operator signed the whole close off
*  A step's lines carry its number and name on the checklist, so a
*  line written against an older checklist whose step has since
*  moved or changed is not taken for the new step. A month without
*  a SIGNOFF line is open; OPS-DASHBOARD says so.
    SELECT MECLOSE-FILE ASSIGN TO 'MECLOSE.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS MECLOSE-FILE-STATUS.
