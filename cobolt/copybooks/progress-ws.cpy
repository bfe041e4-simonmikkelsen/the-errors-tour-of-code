*  PROGRESS-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  work fields PROGRESS-POST.CPY needs. The program MOVEs 'START',
*  'BEAT', or 'END' to PROGRESS-KIND before each PERFORM; a BEAT is
*  only written once the record count has gone PROGRESS-INTERVAL
*  past the last line posted, so the BEAT can be PERFORMed for every
*  record. A program with unusually heavy records may MOVE a smaller
*  interval before its START.
01  PROGRESS-FILE-STATUS PIC X(02).
01  PROGRESS-KIND PIC X(05) VALUE SPACES.
01  PROGRESS-INTERVAL PIC 9(07) VALUE 1000.
01  PROGRESS-NEXT-BEAT PIC 9(09) VALUE 0.
01  PROGRESS-STAMP-DATE PIC 9(08) VALUE 0.
01  PROGRESS-STAMP-TIME.
    05  PROGRESS-STAMP-HHMMSS PIC 9(06).
    05  FILLER PIC 9(02).
01  PROGRESS-RECORDS-TEXT PIC 9(09) VALUE 0.
01  PROGRESS-POSITION-TEXT PIC 9(09) VALUE 0.
01  PROGRESS-LINE PIC X(200).
