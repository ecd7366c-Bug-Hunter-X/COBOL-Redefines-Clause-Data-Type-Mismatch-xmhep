      * deletes TRANHIST records whose run date has aged past the
      * retention window - the duplicate and reversal-match checks
      * stay a bounded multi-day lookback instead of the history
      * growing forever. The window is twenty-two business days,
      * counted off the business-day calendar (CALENDAR) - about a
      * calendar month, the thirty calendar days it replaces, but
      * no shorter for a month with bank holidays in it. That
      * covers the failure modes the checks exist for: seven days
      * was plenty for a resent extract or a correction racing the
      * upstream fix, but a reversal must find the original it
      * reverses on the history, and real reversals arrive weeks
      * after the posting.
      *
      * A PURGE yyyymmdd control card on PARMCARD selects the
      * back-out mode instead: every record POSTED BY that run
      * run's postings come off the history before the committed
      * rerun of a resupplied extract - without it, everything the
      * scrapped run posted would DUPE-reject on the rerun (see
      * the RERUN NOTE in jcl/TRNPROC1.jcl). Each posting backed
      * out also comes off the customer's running balance on the
      * master (CUSTMST, opened only in this mode) - a detail is
      * taken away, a reversal put back - so the rerun's credit-
      * limit checks start from where the customer stood before
      * the scrapped run. The age-off never touches the master:
      * an aged posting is still on the balance. A blank or missing
      * card is the normal nightly age-off; anything else stops
      * the run with RC 8, the same discipline as the TRNPROC1
      * and TRNAUD1 run cards.
      *               days - reversals now match against this
      *               history, and the match window is the
      *               retention window.
      *   2026-10-15  Retention stated in business days off the
      *               business-day calendar - twenty-two, about the
      *               thirty calendar days it replaces.
      *   2026-10-15  PURGE mode also backs each purged posting out
      *               of the customer's running balance on CUSTMST.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY HISTREC.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTREC.

       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CALREC.

       WORKING-STORAGE SECTION.

       01  WS-RETENTION-DAYS               PIC 9(2)    VALUE 22.
       01  WS-PURGE-RUN-DATE               PIC 9(8)    VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-READ-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-PURGED-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-KEPT-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-BACKED-OUT-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-NO-CUSTOMER-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-CUST-BALANCE                 PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(8)   VALUE ZERO.
       01  WS-RUN-DATE-DAYS                PIC S9(8)   VALUE ZERO.
       01  WS-POSTED-DATE-DAYS             PIC S9(8)   VALUE ZERO.
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

               DISPLAY 'TRNHPRG1: *** PURGE MODE - BACKING OUT '
                   'POSTINGS OF RUN ' WS-PURGE-RUN-DATE ' ***'
           END-IF
           IF AGE-OFF-MODE
               PERFORM 5050-LOAD-CALENDAR
           ELSE
               OPEN I-O CUSTOMER-MASTER
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
               IF HIST-RUN-DATE = WS-PURGE-RUN-DATE
                   PERFORM 2200-BACK-OUT-BALANCE
                   DELETE POSTING-HISTORY
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
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
                   DELETE POSTING-HISTORY
                   ADD 1 TO WS-PURGED-COUNT
           END-IF
           PERFORM 2100-READ-HISTORY-RECORD.

      *    The scrapped run moved the customer's balance by this
      *    posting as it posted; this moves it back. A customer
      *    deleted from the master since has no balance to fix and
      *    is only counted. The balance date is left alone - it
      *    still names the last run that really posted.
       2200-BACK-OUT-BALANCE.
           MOVE HIST-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
               NOT INVALID KEY
                   IF CUST-CURRENT-BALANCE IS NUMERIC
                       MOVE CUST-CURRENT-BALANCE TO WS-CUST-BALANCE
                   ELSE
                       MOVE ZERO TO WS-CUST-BALANCE
                   END-IF
                   IF HIST-RECORD-TYPE = 'R'
                       ADD HIST-TRANS-AMOUNT TO WS-CUST-BALANCE
                   ELSE
                       SUBTRACT HIST-TRANS-AMOUNT FROM WS-CUST-BALANCE
                   END-IF
                   MOVE WS-CUST-BALANCE TO CUST-CURRENT-BALANCE
                   REWRITE CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-BACKED-OUT-COUNT
           END-READ.

       2100-READ-HISTORY-RECORD.
           READ POSTING-HISTORY NEXT
               AT END
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
                   DISPLAY 'TRNHPRG1: CALENDAR CARD SKIPPED: '
                       CALENDAR-RECORD (1:41)
               END-IF
               PERFORM 5060-READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-COUNT = ZERO
               DISPLAY 'TRNHPRG1: *** NO BUSINESS-DAY CALENDAR - '
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
           DISPLAY 'TRNHPRG1: HISTORY RECORDS READ:   ' WS-READ-COUNT
           DISPLAY 'TRNHPRG1: HISTORY RECORDS PURGED: '
               WS-PURGED-COUNT
           DISPLAY 'TRNHPRG1: HISTORY RECORDS KEPT:   ' WS-KEPT-COUNT
           IF PURGE-RUN-MODE
               DISPLAY 'TRNHPRG1: BALANCES BACKED OUT:    '
                   WS-BACKED-OUT-COUNT
               DISPLAY 'TRNHPRG1: CUSTOMER NOT ON MASTER: '
                   WS-NO-CUSTOMER-COUNT
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE POSTING-HISTORY.
