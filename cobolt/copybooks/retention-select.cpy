*  RETENTION-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the suite's one
*  retention policy file RETENTION.TXT, which RETENTION-RUN applies
*  every night across the stores that otherwise keep everything.
*  One comma-delimited line per rule:
*      class,pattern,keep,unit,action,archive-directory
*  class    QUARANTINE  the dated QUARANTINE/yyyymmdd directories
*           RPTARC      the report-archive snapshot members
*           AUDITARC    the monthly AUDITARC-yyyymm.TXT archives
*           BACKUPSET   the DR-BACKUP BACKUPSET-yyyymmdd directories
*           CTLVERS     the retained control-file versions
*           GDG         the generations of the GDGINDEX.TXT bases
*           FILES       any other file, chosen by the pattern
*  pattern  narrows the class ('*' any run of characters, '?' any
*           one): for RPTARC, CTLVERS and GDG it names the report,
*           control file or base, otherwise the item itself, and it
*           is tried against the whole name and the name after its
*           last '/'. Blank takes the whole class; FILES needs one.
*  keep     how many days or generations to keep
*  unit     C calendar days, B business days (the HOLIDAYS.TXT
*           calendar), G generations - per report name, control
*           file or GDG base; the dated stores count as one group
*  action   DELETE, COMPRESS (FILE-COMPRESS, the member becomes
*           name.RLE) or ARCHIVE (moved under archive-directory,
*           blank meaning RETAINARC)
*  The directory stores cannot be compressed; a GDG rule is kept in
*  generations and deletes, and also sets the base's limit in
*  GDGINDEX.TXT so GDGROUTINE rolls off to the same count. The
*  newest version of each control file and the current generation
*  of each base are always kept, and so is every backup set back to
*  the full set a kept incremental set builds on. A '*' in column
*  one is a comment.
    SELECT RETENTION-POLICY-FILE ASSIGN TO 'RETENTION.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS RETPOL-FILE-STATUS.
