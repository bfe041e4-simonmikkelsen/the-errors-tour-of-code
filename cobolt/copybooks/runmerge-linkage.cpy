*  RUNMERGE-LINKAGE.CPY
*  Parameter area for the shared run-merge subprogram RUNMERGE,
*  which merges the sorted work-file runs an external sort has
*  spilled (FILE-SORT, DUPLICATE-FINDER, STATS-ANALYZER) down to a
*  single sorted run. COPY this member into WORKING-STORAGE of a
*  calling program, write the initial runs as generation 1 -
*  <prefix>01-0001.TMP, <prefix>01-0002.TMP and so on, each line in
*  ascending order of its leading key bytes - then:
*      CALL 'RUNMERGE' USING RUNMERGE-REQUEST.
*  Fields the caller sets:
*      RUNMERGE-NAME-PREFIX   the five-character run-name prefix
*      RUNMERGE-RUN-COUNT     how many generation-1 runs there are
*      RUNMERGE-KEY-LENGTH    how many leading bytes of a line order
*                             it (1-400; lines are up to 400 bytes)
*      RUNMERGE-FAN-IN        runs merged at once, 2-16; zero takes
*                             the operator's setting from the step
*                             parameter, and the full 16 without one
*  and, for a program that posts a heartbeat to PROGRESS.TXT, its
*  program name, run stamp, input name, read position and the work
*  count it has reached (spaces in the program name post nothing).
*  Fields RUNMERGE hands back:
*      RUNMERGE-FAN-IN        the fan-in actually used
*      RUNMERGE-PASS-COUNT    merge passes made over the data
*      RUNMERGE-FINAL-NAME    the single sorted run to read
*      RUNMERGE-PROGRESS-WORK advanced by every line merged
*      RUNMERGE-RESULT        '00' merged, '08' a run could not be
*                             written (the merge stops there)
*  Equal keys leave in run order - the lower-numbered run's line
*  first - so the merge is stable and gives the same output however
*  many runs it takes at once. The input runs are removed as they
*  are merged; the final run is the caller's to read and remove.
01  RUNMERGE-REQUEST.
    05  RUNMERGE-NAME-PREFIX PIC X(05).
    05  RUNMERGE-RUN-COUNT PIC 9(04) VALUE 0.
    05  RUNMERGE-KEY-LENGTH PIC 9(03) VALUE 0.
    05  RUNMERGE-FAN-IN PIC 9(02) VALUE 0.
    05  RUNMERGE-PASS-COUNT PIC 9(02) VALUE 0.
    05  RUNMERGE-FINAL-NAME PIC X(20) VALUE SPACES.
    05  RUNMERGE-PROGRESS-PROGRAM PIC X(20) VALUE SPACES.
    05  RUNMERGE-RUN-STAMP PIC X(13) VALUE SPACES.
    05  RUNMERGE-PROGRESS-INPUT PIC X(100) VALUE SPACES.
    05  RUNMERGE-PROGRESS-POSITION PIC 9(09) VALUE 0.
    05  RUNMERGE-PROGRESS-WORK PIC 9(09) VALUE 0.
    05  RUNMERGE-RESULT PIC X(02) VALUE '00'.
