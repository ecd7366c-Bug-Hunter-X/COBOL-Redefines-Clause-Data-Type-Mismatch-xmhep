      * records whose run date has aged past the retention window,
      * so the multi-day inquiry history behind TRNINQ stays a
      * bounded thirty-business-day lookback instead of growing
      * forever. The window is counted in business days off the
      * business-day calendar (CALENDAR) - thirty exactly, where
      * the forty-five calendar days it replaces were a guess at
      * thirty business days with margin over holidays.
      *
      * A PURGE yyyymmdd control card on PARMCARD selects the
      * back-out mode instead: every record of that RUN date is
      * Change history:
      *   2026-09-01  New - ages old run dates off the converted
      *               inquiry history; PURGE card backs out one run.
      *   2026-10-15  Retention counted as thirty business days off
      *               the business-day calendar instead of
      *               forty-five calendar days.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS CVH-KEY.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.

       01  WS-RETENTION-DAYS               PIC 9(2)    VALUE 30.
       01  WS-PURGE-RUN-DATE               PIC 9(8)    VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-READ-COUNT                   PIC 9(8)    VALUE ZERO.
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
           05  WS-HIST-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-HISTORY-FILE                 VALUE 'Y'.
           05  WS-RUN-MODE                 PIC X(1)    VALUE 'A'.
               88  AGE-OFF-MODE                        VALUE 'A'.
               88  PURGE-RUN-MODE                      VALUE 'P'.
           05  WS-CAL-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-CALENDAR                     VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW          PIC X(1)    VALUE 'N'.
               88  IS-BUSINESS-DAY                     VALUE 'Y'.
               88  NOT-BUSINESS-DAY                    VALUE 'N'.

       PROCEDURE DIVISION.

               DISPLAY 'TRNCHP1: *** PURGE MODE - BACKING OUT '
                   'POSTINGS OF RUN ' WS-PURGE-RUN-DATE ' ***'
           END-IF
           IF AGE-OFF-MODE
               PERFORM 5050-LOAD-CALENDAR
           END-IF
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM 5000-DATE-TO-DAYS
           MOVE WS-WORK-DAYS TO WS-RUN-DATE-DAYS
           END-READ
           CLOSE PARM-FILE.

      *    The calendar-day age is taken first: a record no more
      *    calendar days old than the window cannot be more business
      *    days old either, so only the older records pay for the
      *    business-day count.
       2000-PURGE-OLD-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF PURGE-RUN-MODE
               MOVE WS-WORK-DAYS TO WS-POSTED-DATE-DAYS
               SUBTRACT WS-POSTED-DATE-DAYS FROM WS-RUN-DATE-DAYS
                   GIVING WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-RETENTION-DAYS
                   MOVE WS-POSTED-DATE-DAYS TO WS-FROM-DAYS
                   MOVE WS-RUN-DATE-DAYS TO WS-TO-DAYS
                   PERFORM 5200-COUNT-BUSINESS-DAYS
                   MOVE WS-BUSINESS-DAYS TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > WS-RETENTION-DAYS
                   DELETE CONV-HISTORY
                   ADD 1 TO WS-PURGED-COUNT
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
                   DISPLAY 'TRNCHP1: CALENDAR CARD SKIPPED: '
                       CALENDAR-RECORD (1:41)
               END-IF
               PERFORM 5060-READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-COUNT = ZERO
               DISPLAY 'TRNCHP1: *** NO BUSINESS-DAY CALENDAR - '
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

       9900-TERMINATE.
           DISPLAY 'TRNCHP1: HISTORY RECORDS READ:   ' WS-READ-COUNT
           DISPLAY 'TRNCHP1: HISTORY RECORDS PURGED: '
