*  FXRATES-LINKAGE.CPY
*  Parameter area for the shared foreign-exchange subprogram
*  FXRATES, which loads the dated rate file FXRATES.TXT (one line per
*  currency per business date: currency,YYYYMMDD,rate - the rate
*  being house-currency units for one unit of the currency,
*  maintained through CONTROL-FILE-EDITOR) once per run. COPY this
*  member into WORKING-STORAGE of a calling program, then:
*      CALL 'FXRATES' USING FXRATE-REQUEST.
*  Operations (FXRATE-OPERATION):
*      RAT  the rate for CURRENCY on DATE into RATE
*      CNV  AMOUNT in CURRENCY converted at the rate for DATE into
*           HOUSE-AMOUNT (rounded to the cent)
*  A date that is not a business day takes the rate of the business
*  day before it (RATE-DATE says which day's rate was used). The
*  house currency itself, or a blank currency code, is always rate
*  1. There is no other default: when the file holds no rate for the
*  currency on that business date, RESULT comes back '08' and the
*  caller stops its run rather than convert at a guess. When
*  FXRATES.TXT holds more rates than FXRATES can table (3000), every
*  call of the run comes back '12' - the house currency included -
*  so the caller stops then too. HOUSE-CURRENCY comes back on every
*  call for the caller's headings.
01  FXRATE-REQUEST.
    05  FXRATE-OPERATION PIC X(03).
    05  FXRATE-CURRENCY PIC X(03) VALUE SPACES.
    05  FXRATE-DATE PIC 9(08) VALUE 0.
    05  FXRATE-AMOUNT PIC S9(13)V99 VALUE 0.
    05  FXRATE-RATE PIC 9(05)V9(06) VALUE 0.
    05  FXRATE-HOUSE-AMOUNT PIC S9(13)V99 VALUE 0.
    05  FXRATE-RATE-DATE PIC 9(08) VALUE 0.
    05  FXRATE-HOUSE-CURRENCY PIC X(03) VALUE SPACES.
    05  FXRATE-RESULT PIC X(02) VALUE '00'.
