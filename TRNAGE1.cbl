      *
      * Reads EXCPVSAM, the accumulating exception suspense file
      * keyed on business date, run time and sequence number, and
      * prints every uncorrected reject with its age in business
      * days against the run date, counted off the business-day
      * calendar (CALENDAR) - weekends and bank holidays do not age
      * a reject. Anything uncorrected after 3 business days is
      * flagged *, after 10 business days **, so supervisors can
      * escalate instead of finding lost transactions weeks later in
      * a file compare.
      * Records leave this report only when a TRNCORR operator
      * clears them - never because another batch ran.
      *
      *               to see which source system each open reject
      *               came from, the same way the TRNRPT1 detail
      *               line shows it.
      *   2026-10-15  Aged in business days off the business-day
      *               calendar - a reject held over a long weekend
      *               no longer escalates as late.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS EXC-KEY.
           SELECT REPORT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET             PIC 9(3)    OCCURS 12.

      *    The business-day calendar as 5050 loads it: each weekday
      *    holiday (H) or open weekend date (B) held as its day
      *    serial, so 5100 tests a day without converting it back.
      *    Five hundred entries is twenty-odd years of holidays.
       01  WS-CAL-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-CAL-MAX                      PIC 9(4)    VALUE 500.
       01  WS-CAL-IDX                      PIC 9(4)    VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY                OCCURS 500 TIMES.
               10  WS-CAL-DAYS             PIC S9(8).
               10  WS-CAL-TYPE             PIC X(1).
       01  WS-TEST-DAYS                    PIC S9(8)   VALUE ZERO.
       01  WS-WEEK-QUOTIENT                PIC S9(8)   VALUE ZERO.
       01  WS-WEEK-DAY                     PIC 9(1)    VALUE ZERO.

      *    Inputs/output of 5200-COUNT-BUSINESS-DAYS.
       01  WS-FROM-DAYS                    PIC S9(8)   VALUE ZERO.
       01  WS-TO-DAYS                      PIC S9(8)   VALUE ZERO.
       01  WS-BUSINESS-DAYS                PIC S9(8)   VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EXCP-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-EXCP-FILE                    VALUE 'Y'.
           05  WS-CAL-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-CALENDAR                     VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW          PIC X(1)    VALUE 'N'.
               88  IS-BUSINESS-DAY                     VALUE 'Y'.
               88  NOT-BUSINESS-DAY                    VALUE 'N'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
           05  FILLER                      PIC X(6)
                                           VALUE 'SRC'.
           05  FILLER                      PIC X(10)
                                           VALUE 'BUS DAYS'.
           05  FILLER                      PIC X(6)
                                           VALUE 'FLAG'.
           05  FILLER                      PIC X(30)

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(32)
               VALUE ' UNCORRECTED 3+ BUSINESS DAYS:'.
           05  TOT-AGED-3-COUNT            PIC ZZZZZZZ9.
           05  FILLER                      PIC X(92)   VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(32)
               VALUE ' UNCORRECTED 10+ BUSINESS DAYS:'.
           05  TOT-AGED-10-COUNT           PIC ZZZZZZZ9.
           05  FILLER                      PIC X(92)   VALUE SPACES.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 5050-LOAD-CALENDAR
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM 5000-DATE-TO-DAYS
           MOVE WS-WORK-DAYS TO WS-RUN-DATE-DAYS
           MOVE EXC-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 5000-DATE-TO-DAYS
           MOVE WS-WORK-DAYS TO WS-REJECT-DATE-DAYS
           MOVE WS-REJECT-DATE-DAYS TO WS-FROM-DAYS
           MOVE WS-RUN-DATE-DAYS TO WS-TO-DAYS
           PERFORM 5200-COUNT-BUSINESS-DAYS
           MOVE WS-BUSINESS-DAYS TO WS-AGE-DAYS
           ADD 1 TO WS-TOTAL-OPEN-COUNT
           MOVE SPACES TO DTL-FLAG
           IF WS-AGE-DAYS NOT < 3
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-LINE-3        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY 'TRNAGE1: OPEN EXCEPTIONS:   ' WS-TOTAL-OPEN-COUNT
           DISPLAY 'TRNAGE1: AGED 3+ BUS DAYS:  ' WS-AGED-3-COUNT
           DISPLAY 'TRNAGE1: AGED 10+ BUS DAYS: ' WS-AGED-10-COUNT.

      *    Converts WS-WORK-DATE (YYYYMMDD) to a day serial so two
      *    dates subtract to an age in days. January and February
               + WS-MONTH-OFFSET (WS-WORK-MONTH)
               + WS-WORK-DAY.

      *    Loads the business-day calendar into WS-CAL-TABLE, each
      *    card's date as a day serial. A card that is not a real
      *    date, or is neither H nor B, is reported and skipped, as
      *    is anything past the table's capacity. No calendar at
      *    all (CALENDAR is OPTIONAL) is a warning, not a stop:
      *    weekends are still closed, but no holiday is known.
       5050-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           PERFORM 5060-READ-CALENDAR-RECORD
           PERFORM UNTIL END-OF-CALENDAR
               IF CAL-DATE IS NUMERIC
                       AND CAL-MONTH > ZERO AND CAL-MONTH < 13
                       AND CAL-DAY > ZERO AND CAL-DAY < 32
                       AND (CAL-HOLIDAY OR CAL-OPEN-DAY)
                       AND WS-CAL-COUNT < WS-CAL-MAX
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-WORK-DATE
                   PERFORM 5000-DATE-TO-DAYS
                   MOVE WS-WORK-DAYS TO WS-CAL-DAYS (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT)
               ELSE
                   DISPLAY 'TRNAGE1: CALENDAR CARD SKIPPED: '
                       CALENDAR-RECORD (1:41)
               END-IF
               PERFORM 5060-READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-COUNT = ZERO
               DISPLAY 'TRNAGE1: *** NO BUSINESS-DAY CALENDAR - '
                   'COUNTING WEEKENDS ONLY ***'
           END-IF.

       5060-READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
           END-READ.

      *    Sets IS-BUSINESS-DAY for the day serial in WS-TEST-DAYS.
      *    The serial counts consecutively from an origin where
      *    serial mod 7 = 0 is a Saturday, so remainders 0 and 1
      *    are the weekend; a calendar card then overrides either
      *    way - H closes a weekday, B opens a weekend date.
       5100-TEST-BUSINESS-DAY.
           DIVIDE WS-TEST-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEK-DAY
           IF WS-WEEK-DAY < 2
               SET NOT-BUSINESS-DAY TO TRUE
           ELSE
               SET IS-BUSINESS-DAY TO TRUE
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DAYS (WS-CAL-IDX) = WS-TEST-DAYS
                   IF WS-CAL-TYPE (WS-CAL-IDX) = 'H'
                       SET NOT-BUSINESS-DAY TO TRUE
                   ELSE
                       SET IS-BUSINESS-DAY TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    Counts the business days after WS-FROM-DAYS up to and
      *    including WS-TO-DAYS into WS-BUSINESS-DAYS - an age in
      *    business days: a record dated Friday is one business
      *    day old on Monday, not three, and a bank holiday in
      *    between does not count at all.
       5200-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS
           COMPUTE WS-TEST-DAYS = WS-FROM-DAYS + 1
           PERFORM UNTIL WS-TEST-DAYS > WS-TO-DAYS
               PERFORM 5100-TEST-BUSINESS-DAY
               IF IS-BUSINESS-DAY
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
               ADD 1 TO WS-TEST-DAYS
           END-PERFORM.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 8100-PRINT-PAGE-HEADINGS
