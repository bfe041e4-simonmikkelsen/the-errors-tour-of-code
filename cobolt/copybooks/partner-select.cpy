*  now, and their code pages, layouts, and acknowledgment habits all
*  differ; one comma-delimited line describes each:
*      partner-id,drop-directory,code-page,layout-name,
*      ack-expected(Y|N),ack-deadline-hours,cut-off-HHMM,
*      transmission-days,holiday-calendar,cleared-class
*  The gateway programs select a profile per transmission, the
*  transmission log carries the partner id, and GATEWAY-RECON
*  chases each partner by its own lateness rule. The cut-off is the
*  latest time of day a file staged for the partner still carries
*  that day's value date, and the transmission days are DAILY or
*  the weekday digits the partner takes files on (1=Mon .. 7=Sun);
*  both may be left off, meaning no cut-off and every business day.
*  The holiday calendar names the DATEROUTINES calendar whose
*  business days apply to the partner (for example SE for a Swedish
*  bank); left off, the house calendar HOLIDAYS.TXT applies.
*  The cleared class is the highest data classification the partner
*  is contracted to receive (see CATALOG-FD.CPY); only a partner
*  cleared for PERSONAL may be sent PERSONAL data that has not been
*  through DATA-MASKER. Left off, the partner is not cleared.
*  A '*' in column one is a comment.
    SELECT PARTNER-PROFILE-FILE ASSIGN TO 'PARTNERS.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS PARTNER-FILE-STATUS.
