*  to the shared file-maintenance audit log.
01  AUDITLOG-FILE-STATUS PIC X(02).
01  AUDITLOG-LINE PIC X(200).
01  AUDITLOG-POINTER PIC 9(03) VALUE 1.
01  AUDITLOG-DATE.
    05  AUDITLOG-YEAR PIC 9(04).
    05  AUDITLOG-MONTH PIC 9(02).
