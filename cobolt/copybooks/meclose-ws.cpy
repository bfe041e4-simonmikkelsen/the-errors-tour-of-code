*  MECLOSE-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  work fields MECLOSE-LOAD.CPY needs and the step table it builds
*  for the month in MECLOSE-MONTH: the checklist's steps in order,
*  each with its latest outcome for the month, how many are
*  complete, the first one that is not (zero once all are), and the
*  sign-off if there is one.
01  MECHECKLIST-FILE-STATUS PIC X(02).
01  MECLOSE-FILE-STATUS PIC X(02).
01  MECLOSE-EOF-FLAG PIC X VALUE 'N'.
    88  MECLOSE-EOF VALUE 'Y'.
01  MECLOSE-MONTH PIC 9(06) VALUE 0.
01  MECLOSE-IN-TYPE PIC X(06).
01  MECLOSE-IN-NAME PIC X(20).
01  MECLOSE-IN-MAX-RC PIC X(04).
01  MECLOSE-IN-PARAMETER PIC X(40).
01  MECLOSE-IN-POINTER PIC 9(03) VALUE 1.
01  MECLOSE-STEP-TABLE.
    05  MECLOSE-STEP-ENTRY OCCURS 30 TIMES.
        10  MECLOSE-STEP-TYPE PIC X(06).
            88  MECLOSE-STEP-AUTO VALUE 'AUTO'.
            88  MECLOSE-STEP-MANUAL VALUE 'MANUAL'.
        10  MECLOSE-STEP-NAME PIC X(20).
        10  MECLOSE-STEP-MAX-RC PIC 9(04).
        10  MECLOSE-STEP-PARAMETER PIC X(40).
        10  MECLOSE-STEP-DESCRIPTION PIC X(120).
        10  MECLOSE-STEP-STATE PIC X(08).
            88  MECLOSE-STEP-COMPLETE VALUE 'DONE' 'CONFIRM'.
        10  MECLOSE-STEP-BY PIC X(20).
        10  MECLOSE-STEP-DATE PIC 9(08).
        10  MECLOSE-STEP-TIME PIC 9(06).
        10  MECLOSE-STEP-RC PIC 9(04).
        10  MECLOSE-STEP-NOTE PIC X(80).
01  MECLOSE-STEP-COUNT PIC 9(02) VALUE 0.
01  MECLOSE-STEP-INDEX PIC 9(02) VALUE 0.
01  MECLOSE-COMPLETE-COUNT PIC 9(02) VALUE 0.
01  MECLOSE-FIRST-OPEN PIC 9(02) VALUE 0.
01  MECLOSE-CHECKLIST-FLAG PIC X VALUE 'N'.
    88  MECLOSE-CHECKLIST-OVERFLOWED VALUE 'Y'.
01  MECLOSE-SIGNED-FLAG PIC X VALUE 'N'.
    88  MECLOSE-SIGNED-OFF VALUE 'Y'.
01  MECLOSE-SIGNED-BY PIC X(20) VALUE SPACES.
01  MECLOSE-SIGNED-DATE PIC 9(08) VALUE 0.
01  MECLOSE-SIGNED-TIME PIC 9(06) VALUE 0.
01  MECLOSE-SIGNED-NOTE PIC X(80) VALUE SPACES.
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==MECLOSE-LOCK==.
