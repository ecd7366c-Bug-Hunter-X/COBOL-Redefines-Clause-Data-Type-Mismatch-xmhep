      * just wrote (SUSPREC layout) and prints every record still
      * held: the hold key a supervisor keys into the TRNSUS screen
      * (held date, held time, hold sequence number), the reason,
      * the customer, transaction date and amount, how many business
      * days the record has been waiting, and when it will release -
      * the first business day on or after its transaction date for
      * a future-dated hold, UNFREEZE for a frozen-account hold,
      * which releases on the night after the branch lifts the
      * freeze, or UNDER LIMIT for a detail held over its
      * customer's credit limit, which releases on the night the
      * balance has room for it. Business days come off the
      * business-day calendar (CALENDAR), the one TRNPROC1 releases
      * holds against. The TRNAGE1 discipline, applied to the held
      * file: a customer calling about a payment sitting on
      * suspense gets an answer from this page, not a dataset
      * restore. Anything held 10 business days or more is flagged
      * * for the supervisors.
      *
      * Change history:
      *   2026-09-01  New - inventory report over the suspense
      *               carry-forward.
      *   2026-10-15  Days held counted in business days off the
      *               business-day calendar, and the release date
      *               shown is the first business day on or after
      *               the transaction date - the night TRNPROC1
      *               actually releases it.
      *   2026-10-15  Over-credit-limit (OLMT) holds shown as
      *               releasing UNDER LIMIT and counted on their own
      *               total line.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO SUSRPT
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
                                                        VALUE ZERO.
       01  WS-FUTURE-HELD-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-FROZEN-HELD-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-OVER-LIMIT-HELD-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-AGED-10-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(8)   VALUE ZERO.
       01  WS-RUN-DATE-DAYS                PIC S9(8)   VALUE ZERO.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET             PIC 9(3)    OCCURS 12.

      *    Month lengths for stepping a date forward a day at a
      *    time in 5300.
       01  WS-MONTH-MAX-DAY                PIC 9(2)    VALUE ZERO.
       01  WS-LEAP-REMAINDER               PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-QUOTIENT                PIC 9(4)    VALUE ZERO.
       01  WS-STEP-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(2)    OCCURS 12.

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
           05  WS-SUSP-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-SUSP-FILE                    VALUE 'Y'.
           05  WS-CAL-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-CALENDAR                     VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW          PIC X(1)    VALUE 'N'.
               88  IS-BUSINESS-DAY                     VALUE 'Y'.
               88  NOT-BUSINESS-DAY                    VALUE 'N'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
           05  FILLER                      PIC X(17)
                                           VALUE '           AMOUNT'.
           05  FILLER                      PIC X(10)
                                           VALUE '  BUS DAYS'.
           05  FILLER                      PIC X(13)
                                           VALUE 'RELEASES'.
           05  FILLER                      PIC X(30)   VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                      PIC X(32)
               VALUE ' OF WHICH OVER LIMIT (OLMT):'.
           05  TOT-OVER-LIMIT-COUNT        PIC ZZZZZZZ9.
           05  FILLER                      PIC X(92)   VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                      PIC X(32)
               VALUE ' HELD 10+ BUSINESS DAYS:'.
           05  TOT-AGED-10-COUNT           PIC ZZZZZZZ9.
           05  FILLER                      PIC X(92)   VALUE SPACES.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 5050-LOAD-CALENDAR
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM 5000-DATE-TO-DAYS
           MOVE WS-WORK-DAYS TO WS-RUN-DATE-DAYS
           MOVE SUSP-HELD-DATE TO WS-WORK-DATE
           PERFORM 5000-DATE-TO-DAYS
           MOVE WS-WORK-DAYS TO WS-HELD-DATE-DAYS
           MOVE WS-HELD-DATE-DAYS TO WS-FROM-DAYS
           MOVE WS-RUN-DATE-DAYS TO WS-TO-DAYS
           PERFORM 5200-COUNT-BUSINESS-DAYS
           MOVE WS-BUSINESS-DAYS TO WS-AGE-DAYS
           ADD 1 TO WS-TOTAL-HELD-COUNT
           ADD WS-TRANS-AMOUNT TO WS-TOTAL-HELD-AMOUNT
           MOVE SPACES TO DTL-FLAG
               ADD 1 TO WS-AGED-10-COUNT
               MOVE '* ' TO DTL-FLAG
           END-IF
           EVALUATE TRUE
               WHEN SUSP-HELD-FROZEN
                   ADD 1 TO WS-FROZEN-HELD-COUNT
                   MOVE 'UNFREEZE'          TO DTL-RELEASES
               WHEN SUSP-HELD-OVER-LIMIT
                   ADD 1 TO WS-OVER-LIMIT-HELD-COUNT
                   MOVE 'UNDER LIMIT'       TO DTL-RELEASES
               WHEN OTHER
                   ADD 1 TO WS-FUTURE-HELD-COUNT
                   PERFORM 2200-SET-RELEASE-DATE
                   MOVE WS-WORK-DATE        TO WS-RELEASE-DATE-ED
                   MOVE WS-RELEASE-DATE-ED  TO DTL-RELEASES
           END-EVALUATE
           MOVE SUSP-HELD-DATE         TO DTL-HELD-DATE
           MOVE SUSP-HELD-TIME         TO DTL-HELD-TIME
           MOVE SUSP-SEQ-NO            TO DTL-HOLD-SEQ
                   SET END-OF-SUSP-FILE TO TRUE
           END-READ.

      *    A future-dated hold releases on the first business day
      *    on or after its transaction date: WS-WORK-DATE is stepped
      *    forward from the transaction date until the calendar
      *    says open. Sixty steps is far past any real closure; a
      *    record whose date is not a real date (it re-validates
      *    and rejects on release) shows its date as it stands.
       2200-SET-RELEASE-DATE.
           MOVE WS-TRANS-DATE TO WS-WORK-DATE
           IF WS-WORK-MONTH > ZERO AND WS-WORK-MONTH < 13
               PERFORM 5000-DATE-TO-DAYS
               MOVE WS-WORK-DAYS TO WS-TEST-DAYS
               PERFORM 5100-TEST-BUSINESS-DAY
               MOVE ZERO TO WS-STEP-COUNT
               PERFORM UNTIL IS-BUSINESS-DAY OR WS-STEP-COUNT > 60
                   PERFORM 5300-STEP-FORWARD-ONE-DAY
                   MOVE WS-WORK-DAYS TO WS-TEST-DAYS
                   PERFORM 5100-TEST-BUSINESS-DAY
                   ADD 1 TO WS-STEP-COUNT
               END-PERFORM
               IF NOT-BUSINESS-DAY
                   MOVE WS-TRANS-DATE TO WS-WORK-DATE
               END-IF
           END-IF.

       3000-PRINT-TOTALS.
           MOVE WS-TOTAL-HELD-COUNT    TO TOT-HELD-COUNT
           MOVE WS-TOTAL-HELD-AMOUNT   TO TOT-HELD-AMOUNT
           MOVE WS-FUTURE-HELD-COUNT   TO TOT-FUTURE-COUNT
           MOVE WS-FROZEN-HELD-COUNT   TO TOT-FROZEN-COUNT
           MOVE WS-OVER-LIMIT-HELD-COUNT
                                       TO TOT-OVER-LIMIT-COUNT
           MOVE WS-AGED-10-COUNT       TO TOT-AGED-10-COUNT
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-LINE-4        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-LINE-5        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY 'TRNSUS1: RECORDS HELD:    ' WS-TOTAL-HELD-COUNT
           DISPLAY 'TRNSUS1: FUTURE-DATED:    ' WS-FUTURE-HELD-COUNT
           DISPLAY 'TRNSUS1: FROZEN ACCOUNT:  ' WS-FROZEN-HELD-COUNT
           DISPLAY 'TRNSUS1: OVER LIMIT:      '
               WS-OVER-LIMIT-HELD-COUNT
           DISPLAY 'TRNSUS1: HELD 10+ BUS DAYS: ' WS-AGED-10-COUNT.

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
                   DISPLAY 'TRNSUS1: CALENDAR CARD SKIPPED: '
                       CALENDAR-RECORD (1:41)
               END-IF
               PERFORM 5060-READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-COUNT = ZERO
               DISPLAY 'TRNSUS1: *** NO BUSINESS-DAY CALENDAR - '
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

      *    Moves WS-WORK-DATE, and its serial in WS-WORK-DAYS,
      *    forward one calendar day.
       5300-STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-WORK-DAYS
           PERFORM 5400-SET-MONTH-LENGTH
           IF WS-WORK-DAY < WS-MONTH-MAX-DAY
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   ADD 1 TO WS-WORK-MONTH
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF.

      *    Sets WS-MONTH-MAX-DAY to the length of WS-WORK-DATE's
      *    month - February stretched to 29 in a leap year:
      *    divisible by 4 and, on a century, by 400.
       5400-SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-MONTH-MAX-DAY
           IF WS-WORK-MONTH = 02
               DIVIDE WS-WORK-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-WORK-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 29 TO WS-MONTH-MAX-DAY
                   ELSE
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 8100-PRINT-PAGE-HEADINGS
