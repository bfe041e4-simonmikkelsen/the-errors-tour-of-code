*  GLFEED-SELECT.CPY
*  COPY this member inside FILE-CONTROL to declare the shared
*  general-ledger feed used by GLFEED-FD.CPY and GLFEED-POST.CPY.
*  One comma-delimited line per total a calculating program wants
*  journaled:
*      state,run-id,program,category,key,amount
*  where state is PENDING until GL-POSTING takes the line into a
*  journal batch and moves it, POSTED with the batch run id
*  appended, to the day's archive GLFEED-POSTED-<YYYYMMDD>.TXT;
*  category names the kind of total (INTEREST, CHARGEBACK, ...) and
*  key narrows it (a department code, or blank) - GLMAP.TXT maps
*  category and key to the accounts.
    SELECT GL-FEED-FILE ASSIGN TO 'GLFEED.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS GLFEED-FILE-STATUS.
