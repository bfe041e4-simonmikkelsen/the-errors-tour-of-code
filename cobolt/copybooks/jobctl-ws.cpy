*  JOBCTL-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  fields JOBCTL-CHECK.CPY needs. After the check JOBCTL-ACTION holds
*  the override standing for the job on the business date - spaces
*  when there is none - with the operator who entered it and why.
01  JOBCTL-FILE-STATUS PIC X(02).
01  JOBCTL-EOF-FLAG PIC X VALUE 'N'.
    88  JOBCTL-EOF VALUE 'Y'.
01  JOBCTL-ACTION PIC X(07) VALUE SPACES.
    88  JOBCTL-HOLD VALUE 'HOLD'.
    88  JOBCTL-FORCE VALUE 'FORCE'.
    88  JOBCTL-SKIP VALUE 'SKIP'.
    88  JOBCTL-RERUN VALUE 'RERUN'.
    88  JOBCTL-NO-OVERRIDE VALUE SPACES.
01  JOBCTL-OPERATOR PIC X(20) VALUE SPACES.
01  JOBCTL-REASON PIC X(60) VALUE SPACES.
01  JOBCTL-LINE-DATE PIC X(08).
01  JOBCTL-LINE-JOB PIC X(20).
01  JOBCTL-LINE-ACTION PIC X(07).
01  JOBCTL-LINE-OPERATOR PIC X(20).
01  JOBCTL-LINE-ENTERED-DATE PIC X(08).
01  JOBCTL-LINE-ENTERED-TIME PIC X(06).
01  JOBCTL-LINE-REASON PIC X(60).
