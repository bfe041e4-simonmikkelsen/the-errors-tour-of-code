*      DBT  calendar days between DATE-1 and DATE-2 into DAY-COUNT
*      ABD  DATE-1 plus DAY-COUNT business days (DAY-COUNT may be
*           negative to walk backwards) into RESULT-DATE
*      JBD  is DATE-1 a business day in both CALENDAR and
*           CALENDAR-2 at once (a joint business day)? BUSINESS-FLAG
*           comes back Y/N
*      FPD  the fiscal period DATE-1 falls in: FISCAL-YEAR,
*           FISCAL-PERIOD, PERIOD-START and PERIOD-END come back,
*           all zero when no period on the calendar holds the date
*      FPB  the start and end of the period named by FISCAL-YEAR
*           and FISCAL-PERIOD into PERIOD-START and PERIOD-END
*           (zero when the calendar does not hold it)
*      LBP  the last business day of the fiscal period DATE-1 falls
*           in, on CALENDAR's business days, into RESULT-DATE, with
*           the period filled in as FPD does; zero when no period
*           holds the date
*  A Saturday, Sunday, or any date on the holiday calendar is not a
*  business day.
*  The fiscal periods come from the fiscal calendar FISCALCAL.TXT,
*  one period per line:
*      fiscal-year,period,start-YYYYMMDD,end-YYYYMMDD
*  built by FISCAL-GENERATOR from the 4-4-5 pattern rule (or any
*  other) and maintained through CONTROL-FILE-EDITOR. It is loaded
*  on the first fiscal operation and held for the rest of the run.
*  CALENDAR names the holiday calendar IBD, ABD and JBD answer from:
*  blank is the house calendar HOLIDAYS.TXT, any other name reads
*  HOLIDAYS-<name>.TXT (for example SE or TARGET2), each built by
*  HOLIDAY-GENERATOR from its own rules. A calendar is loaded the
*  first time it is named and held for the rest of the run.
01  DATECALC-REQUEST.
    05  DATECALC-OPERATION PIC X(03).
    05  DATECALC-DATE-1 PIC 9(08) VALUE 0.
    05  DATECALC-RESULT-DATE PIC 9(08) VALUE 0.
    05  DATECALC-DAY-OF-WEEK PIC 9(01) VALUE 0.
    05  DATECALC-BUSINESS-FLAG PIC X VALUE 'N'.
    05  DATECALC-CALENDAR PIC X(08) VALUE SPACES.
    05  DATECALC-CALENDAR-2 PIC X(08) VALUE SPACES.
    05  DATECALC-FISCAL-YEAR PIC 9(04) VALUE 0.
    05  DATECALC-FISCAL-PERIOD PIC 9(02) VALUE 0.
    05  DATECALC-PERIOD-START PIC 9(08) VALUE 0.
    05  DATECALC-PERIOD-END PIC 9(08) VALUE 0.
