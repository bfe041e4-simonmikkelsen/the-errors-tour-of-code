*  GLFEED-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  work fields GLFEED-POST.CPY needs.
01  GLFEED-FILE-STATUS PIC X(02).
01  GLFEED-LINE PIC X(120).
01  GLFEED-AMOUNT PIC 9(13).99.
COPY "dslock-linkage.cpy"
    REPLACING LEADING ==DSLOCK== BY ==GLFEED-LOCK==.
