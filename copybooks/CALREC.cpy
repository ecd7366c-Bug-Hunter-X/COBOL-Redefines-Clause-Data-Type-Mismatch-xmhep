      *================================================================
      * CALREC - Business-day calendar card, fixed 80-byte records
      *          read off CALENDAR (PROD.TRAN.BUS.CALENDAR), the one
      *          calendar every date-counting program works from.
      *          Monday to Friday are business days and Saturday and
      *          Sunday are not; the dataset carries only the
      *          exceptions to that rule, one card per date:
      *            H - a bank holiday falling on a weekday, closed
      *            B - a weekend date the bank is open for business
      *          Anything else in CAL-DAY-TYPE is reported and the
      *          card skipped. CAL-DESCRIPTION is for the people who
      *          maintain the dataset (ISPF edit, like a control
      *          card deck - keep it in date order and add the next
      *          year's holidays before December closes); the
      *          programs read only the date and the type. A run
      *          that finds no calendar counts weekends only and
      *          says so on SYSOUT.
      *================================================================
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(8).
           05  CAL-DATE-YMD REDEFINES CAL-DATE.
               10  CAL-YEAR                PIC 9(4).
               10  CAL-MONTH               PIC 9(2).
               10  CAL-DAY                 PIC 9(2).
           05  FILLER                      PIC X(1).
           05  CAL-DAY-TYPE                PIC X(1).
               88  CAL-HOLIDAY                     VALUE 'H'.
               88  CAL-OPEN-DAY                    VALUE 'B'.
           05  FILLER                      PIC X(1).
           05  CAL-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(39).
