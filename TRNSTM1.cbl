      * statement. BALIN is OPTIONAL - the first cycle ever opens
      * every customer at zero.
      *
      * Every closing balance written to the new balance file is
      * also the customer's running balance on the master from
      * then on: where CUST-CURRENT-BALANCE (kept by TRNPROC1 as
      * each night posts) disagrees with it - a master that has
      * never carried a balance, or one a restart or a repaired
      * run has let drift - it is trued up to the statement, so
      * the credit-limit check starts every cycle from the figure
      * the customer is actually billed on.
      *
      * A posting the nightly run flagged prior-period (dated
      * before this cycle opened - OUT-PRIOR-PERIOD) prints after
      * the cycle's own activity in a PRIOR PERIOD ADJUSTMENTS
      * section of its own, with a section total; the running
      * balance carries straight through it. The close also writes
      * the next cycle's open date (CYCOREC layout, OPENOUT) - the
      * day after the latest run date on the cycle - which the
      * nightly run reads to recognise the next round of
      * prior-period items.
      *
      * Change history:
      *   2026-09-01  New - month-end statement run off the
      *               accumulated converted activity.
      *   2026-10-15  Trued the running balance on the customer
      *               master (opened I-O) up to each closing
      *               balance, carried ones included, and counted
      *               the adjustments on SYSOUT.
      *   2026-10-15  Kept each customer's last activity date on the
      *               balance file - the latest run date posted,
      *               carried forward through quiet cycles - for
      *               the TRNDRM1 dormancy review.
      *   2026-10-15  The month-end fee and interest assessment
      *               (source ASMT) prints marked ASSESSED and does
      *               not move the last activity date - a customer
      *               whose only posting was the bank's charge
      *               keeps the date carried in.
      *   2026-10-15  Printed prior-period items in their own PRIOR
      *               PERIOD ADJUSTMENTS section, and wrote the next
      *               cycle's open date to OPENOUT.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-ID.
           SELECT REPORT-FILE ASSIGN TO STMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CYCLE-OPEN-OUT ASSIGN TO OPENOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       FD  CYCLE-OPEN-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CYCOREC.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SRT-CUST-ID                 PIC 9(10).
           05  SRT-TRANS-AMOUNT            PIC S9(13)V99 COMP-3.
           05  SRT-RECORD-TYPE             PIC X(1).
           05  SRT-SOURCE-ID               PIC X(4).
           05  SRT-RUN-DATE                PIC 9(8).
           05  SRT-PRIOR-PERIOD-FLAG       PIC X(1).
               88  SRT-PRIOR-PERIOD                    VALUE 'P'.
           05  FILLER                      PIC X(52).

       WORKING-STORAGE SECTION.

       01  WS-BAL-CUST-ID                  PIC 9(10)   VALUE ZERO.
       01  WS-BAL-AMOUNT                   PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-BAL-ACTIVITY-DATE            PIC 9(8)    VALUE ZERO.
      *    Latest run date posted to the customer this cycle.
       01  WS-CUST-ACTIVITY-DATE           PIC 9(8)    VALUE ZERO.
      *    Inputs of 6400-TRUE-UP-MASTER-BALANCE.
       01  WS-TRUE-UP-CUST-ID              PIC 9(10)   VALUE ZERO.
       01  WS-TRUE-UP-BALANCE              PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-TRUED-UP-COUNT               PIC 9(8)    VALUE ZERO.
      *    The customer's prior-period section, and the cycle's.
       01  WS-CUST-PRIOR-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-CUST-PRIOR-AMOUNT            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-GRAND-PRIOR-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-GRAND-PRIOR-AMOUNT           PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
      *    Earliest and latest run dates on the cycle - the span it
      *    covered - for the next cycle's open date.
       01  WS-CYCLE-FIRST-RUN              PIC 9(8)    VALUE ZERO.
       01  WS-CYCLE-LAST-RUN               PIC 9(8)    VALUE ZERO.

      *    Inputs/outputs of 5300-STEP-FORWARD-ONE-DAY.
       01  WS-WORK-DATE                    PIC 9(8)    VALUE ZERO.
       01  WS-WORK-DATE-MDY REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR                PIC 9(4).
           05  WS-WORK-MONTH               PIC 9(2).
           05  WS-WORK-DAY                 PIC 9(2).
       01  WS-MONTH-MAX-DAY                PIC 9(2)    VALUE ZERO.
       01  WS-LEAP-REMAINDER               PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-QUOTIENT                PIC 9(4)    VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(2)    OCCURS 12.

       01  WS-FLAGS.
           05  WS-SORT-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-BALANCE-FILE                 VALUE 'Y'.
           05  WS-FIRST-RECORD             PIC X(1)    VALUE 'Y'.
               88  FIRST-SORTED-RECORD                 VALUE 'Y'.
           05  WS-PRIOR-SECTION-SW         PIC X(1)    VALUE 'N'.
               88  PRIOR-SECTION-OPEN                  VALUE 'Y'.
               88  PRIOR-SECTION-CLOSED                VALUE 'N'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
           05  DTL-BALANCE                 PIC -(13)9.99.
           05  FILLER                      PIC X(61)   VALUE SPACES.

       01  WS-PRIOR-SECTION-LINE.
           05  FILLER                      PIC X(30)
               VALUE '   PRIOR PERIOD ADJUSTMENTS -'.
           05  FILLER                      PIC X(32)
               VALUE ' DATED BEFORE THIS CYCLE OPENED'.
           05  FILLER                      PIC X(70)   VALUE SPACES.

       01  WS-PRIOR-TOTAL-LINE.
           05  FILLER                      PIC X(20)
               VALUE '   PRIOR PERIOD'.
           05  FILLER                      PIC X(8)
                                           VALUE '  COUNT '.
           05  PPT-RECORD-COUNT            PIC ZZZZZZZ9.
           05  FILLER                      PIC X(10)
                                           VALUE '  AMOUNT  '.
           05  PPT-AMOUNT                  PIC -(13)9.99.
           05  FILLER                      PIC X(69)   VALUE SPACES.

       01  WS-CLOSING-LINE.
           05  FILLER                      PIC X(20)
               VALUE '   CLOSING TOTAL'.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-PRIOR-PERIOD-FLAG
               ON ASCENDING KEY SRT-TRANS-DATE
               ON ASCENDING KEY SRT-SEQ-NO
               USING CYCLE-FILE
               OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
           PERFORM 7000-WRITE-CYCLE-OPEN
           PERFORM 9900-TERMINATE
           STOP RUN.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           OPEN INPUT BALANCE-IN
           OPEN OUTPUT BALANCE-OUT
           OPEN I-O CUSTOMER-MASTER
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CYCLE-OPEN-OUT
           PERFORM 6100-READ-BALANCE-RECORD.

      *    Control-break pass over the sorted cycle activity. Before
      *    to the new balance file untouched - no activity, no
      *    statement - and the new customer's opening position is
      *    taken from the balance file when it has one, zero when
      *    it does not. A customer's prior-period items sort after
      *    the rest (the flag is blank on a current item), and the
      *    first of them opens the statement's prior-period
      *    section.
       3000-PRINT-STATEMENTS.
           PERFORM 3100-RETURN-SORTED-RECORD
           PERFORM UNTIL END-OF-SORTED-RECORDS
                       PERFORM 3500-OPEN-CUSTOMER
                   END-IF
               END-IF
               IF SRT-PRIOR-PERIOD AND PRIOR-SECTION-CLOSED
                   PERFORM 3300-OPEN-PRIOR-SECTION
               END-IF
               PERFORM 3200-PRINT-DETAIL-LINE
               PERFORM 3100-RETURN-SORTED-RECORD
           END-PERFORM
           IF NOT END-OF-BALANCE-FILE
                   AND WS-BAL-CUST-ID = SRT-CUST-ID
               MOVE WS-BAL-AMOUNT TO WS-OPENING-BALANCE
               MOVE WS-BAL-ACTIVITY-DATE TO WS-CUST-ACTIVITY-DATE
               PERFORM 6100-READ-BALANCE-RECORD
           ELSE
               MOVE ZERO TO WS-OPENING-BALANCE
               MOVE ZERO TO WS-CUST-ACTIVITY-DATE
           END-IF
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE ZERO TO WS-CUST-RECORD-COUNT
           MOVE ZERO TO WS-CUST-TOTAL-AMOUNT
           MOVE ZERO TO WS-CUST-PRIOR-COUNT
           MOVE ZERO TO WS-CUST-PRIOR-AMOUNT
           SET PRIOR-SECTION-CLOSED TO TRUE
           MOVE 99 TO WS-LINE-COUNT
           MOVE SRT-CUST-ID TO CHD-CUST-ID
           MOVE SRT-CUST-ID TO CUST-ID
           PERFORM 8000-WRITE-REPORT-LINE
           ADD 1 TO WS-STATEMENT-COUNT.

      *    The activity date is the run that posted the record;
      *    a record off a cycle dataset older than the run date
      *    (zero or not numeric) falls back to its trans date. The
      *    month-end assessment is the bank's posting, not the
      *    customer's, and leaves the date alone.
       3200-PRINT-DETAIL-LINE.
           ADD SRT-TRANS-AMOUNT TO WS-RUNNING-BALANCE
           IF SRT-SOURCE-ID NOT = 'ASMT'
               PERFORM 3250-NOTE-ACTIVITY-DATE
           END-IF
           PERFORM 3270-NOTE-CYCLE-SPAN
           IF SRT-PRIOR-PERIOD
               ADD 1                TO WS-CUST-PRIOR-COUNT
               ADD SRT-TRANS-AMOUNT TO WS-CUST-PRIOR-AMOUNT
               ADD 1                TO WS-GRAND-PRIOR-COUNT
               ADD SRT-TRANS-AMOUNT TO WS-GRAND-PRIOR-AMOUNT
           END-IF
           MOVE SRT-TRANS-DATE     TO DTL-TRANS-DATE
           MOVE SRT-SEQ-NO         TO DTL-SEQ-NO
           MOVE SRT-TRANS-AMOUNT   TO DTL-AMOUNT
           EVALUATE TRUE
               WHEN SRT-RECORD-TYPE = 'R'
                   MOVE 'REVERSAL' TO DTL-TYPE-NOTE
               WHEN SRT-SOURCE-ID = 'ASMT'
                   MOVE 'ASSESSED' TO DTL-TYPE-NOTE
               WHEN OTHER
                   MOVE SPACES     TO DTL-TYPE-NOTE
           END-EVALUATE
           MOVE WS-RUNNING-BALANCE TO DTL-BALANCE
           MOVE WS-DETAIL-LINE     TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           ADD 1                   TO WS-GRAND-RECORD-COUNT
           ADD SRT-TRANS-AMOUNT    TO WS-GRAND-TOTAL-AMOUNT.

       3250-NOTE-ACTIVITY-DATE.
           IF SRT-RUN-DATE IS NUMERIC
               IF SRT-RUN-DATE > WS-CUST-ACTIVITY-DATE
                   MOVE SRT-RUN-DATE TO WS-CUST-ACTIVITY-DATE
               END-IF
           END-IF
           IF WS-CUST-ACTIVITY-DATE = ZERO
               MOVE SRT-TRANS-DATE TO WS-CUST-ACTIVITY-DATE
           END-IF.

      *    A record off a cycle dataset older than the run date
      *    has none to give the span.
       3270-NOTE-CYCLE-SPAN.
           IF SRT-RUN-DATE IS NUMERIC AND SRT-RUN-DATE > ZERO
               IF WS-CYCLE-FIRST-RUN = ZERO
                       OR SRT-RUN-DATE < WS-CYCLE-FIRST-RUN
                   MOVE SRT-RUN-DATE TO WS-CYCLE-FIRST-RUN
               END-IF
               IF SRT-RUN-DATE > WS-CYCLE-LAST-RUN
                   MOVE SRT-RUN-DATE TO WS-CYCLE-LAST-RUN
               END-IF
           END-IF.

       3300-OPEN-PRIOR-SECTION.
           SET PRIOR-SECTION-OPEN TO TRUE
           MOVE WS-PRIOR-SECTION-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    A customer with no activity of their own on record -
      *    nothing but an assessment, ever - starts the clock at
      *    this close, as a carried balance does.
       3600-CLOSE-CUSTOMER.
           IF WS-CUST-ACTIVITY-DATE = ZERO
               MOVE WS-RUN-DATE       TO WS-CUST-ACTIVITY-DATE
           END-IF
           IF PRIOR-SECTION-OPEN
               MOVE WS-CUST-PRIOR-COUNT  TO PPT-RECORD-COUNT
               MOVE WS-CUST-PRIOR-AMOUNT TO PPT-AMOUNT
               MOVE WS-PRIOR-TOTAL-LINE  TO WS-PRINT-AREA
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE WS-CUST-RECORD-COUNT  TO CLS-RECORD-COUNT
           MOVE WS-RUNNING-BALANCE    TO CLS-BALANCE
           MOVE WS-CLOSING-LINE       TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-PRIOR-CUST-ID      TO STM-CUST-ID
           MOVE WS-RUNNING-BALANCE    TO STM-BALANCE
           MOVE WS-CUST-ACTIVITY-DATE TO STM-LAST-ACTIVITY-DATE
           MOVE SPACES                TO STMT-BALANCE-RECORD (27:4)
           WRITE BALANCE-OUT-RECORD FROM STMT-BALANCE-RECORD
           MOVE WS-PRIOR-CUST-ID      TO WS-TRUE-UP-CUST-ID
           MOVE WS-RUNNING-BALANCE    TO WS-TRUE-UP-BALANCE
           PERFORM 6400-TRUE-UP-MASTER-BALANCE.

      *    The grand total is also displayed to SYSOUT so the
      *    accounting group can tie it to the daily TRNRPT1 grand
           DISPLAY 'TRNSTM1: CYCLE RECORDS:       '
               WS-GRAND-RECORD-COUNT
           DISPLAY 'TRNSTM1: CYCLE GRAND TOTAL:   '
               WS-GRAND-TOTAL-AMOUNT
           DISPLAY 'TRNSTM1: MASTER BALANCES TRUED UP: '
               WS-TRUED-UP-COUNT
           DISPLAY 'TRNSTM1: OF WHICH PRIOR-PERIOD RECORDS: '
               WS-GRAND-PRIOR-COUNT
           DISPLAY 'TRNSTM1: PRIOR-PERIOD AMOUNT: '
               WS-GRAND-PRIOR-AMOUNT.

       6100-READ-BALANCE-RECORD.
           READ BALANCE-IN INTO STMT-BALANCE-RECORD
               NOT AT END
                   MOVE STM-CUST-ID  TO WS-BAL-CUST-ID
                   MOVE STM-BALANCE  TO WS-BAL-AMOUNT
                   IF STM-LAST-ACTIVITY-DATE IS NUMERIC
                       MOVE STM-LAST-ACTIVITY-DATE
                           TO WS-BAL-ACTIVITY-DATE
                   ELSE
                       MOVE ZERO TO WS-BAL-ACTIVITY-DATE
                   END-IF
           END-READ.

       6200-CARRY-LOWER-BALANCES.
               PERFORM 6100-READ-BALANCE-RECORD
           END-PERFORM.

      *    A carried balance keeps its last activity date; one
      *    carried from before the date was kept starts its clock
      *    at this close.
       6250-CARRY-ONE-BALANCE.
           MOVE WS-BAL-CUST-ID TO STM-CUST-ID
           MOVE WS-BAL-AMOUNT  TO STM-BALANCE
           IF WS-BAL-ACTIVITY-DATE = ZERO
               MOVE WS-RUN-DATE TO STM-LAST-ACTIVITY-DATE
           ELSE
               MOVE WS-BAL-ACTIVITY-DATE TO STM-LAST-ACTIVITY-DATE
           END-IF
           MOVE SPACES         TO STMT-BALANCE-RECORD (27:4)
           WRITE BALANCE-OUT-RECORD FROM STMT-BALANCE-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           MOVE WS-BAL-CUST-ID TO WS-TRUE-UP-CUST-ID
           MOVE WS-BAL-AMOUNT  TO WS-TRUE-UP-BALANCE
           PERFORM 6400-TRUE-UP-MASTER-BALANCE.

      *    Re-reads the master (3500 read it for the name, but the
      *    carried balances never were) and rewrites the running
      *    balance only where it differs from the closing balance,
      *    stamping the run date. A customer the master no longer
      *    carries has nothing to true up.
       6400-TRUE-UP-MASTER-BALANCE.
           MOVE WS-TRUE-UP-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-CURRENT-BALANCE IS NUMERIC
                       IF CUST-CURRENT-BALANCE
                               NOT = WS-TRUE-UP-BALANCE
                           PERFORM 6450-REWRITE-MASTER-BALANCE
                       END-IF
                   ELSE
                       PERFORM 6450-REWRITE-MASTER-BALANCE
                   END-IF
           END-READ.

       6450-REWRITE-MASTER-BALANCE.
           MOVE WS-TRUE-UP-BALANCE TO CUST-CURRENT-BALANCE
           MOVE WS-RUN-DATE        TO CUST-BALANCE-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           ADD 1 TO WS-TRUED-UP-COUNT.

       6300-CARRY-REMAINING-BALANCES.
           PERFORM UNTIL END-OF-BALANCE-FILE
               PERFORM 6100-READ-BALANCE-RECORD
           END-PERFORM.

      *    The next cycle opens the day after the latest run on
      *    this one - anything the nightly run sees dated before
      *    that was stated here or earlier. A cycle with no run
      *    dates on it (empty, or all off a dataset older than
      *    the run date) opens on the date of this close.
       7000-WRITE-CYCLE-OPEN.
           MOVE SPACES TO CYCLE-OPEN-RECORD
           IF WS-CYCLE-LAST-RUN = ZERO
               MOVE WS-RUN-DATE TO CYO-OPEN-DATE
           ELSE
               MOVE WS-CYCLE-LAST-RUN TO WS-WORK-DATE
               PERFORM 5300-STEP-FORWARD-ONE-DAY
               MOVE WS-WORK-DATE TO CYO-OPEN-DATE
           END-IF
           MOVE WS-CYCLE-FIRST-RUN TO CYO-CLOSED-FIRST-RUN
           MOVE WS-CYCLE-LAST-RUN  TO CYO-CLOSED-LAST-RUN
           MOVE WS-RUN-DATE        TO CYO-CLOSE-RUN-DATE
           WRITE CYCLE-OPEN-RECORD
           DISPLAY 'TRNSTM1: CYCLE CLOSED COVERED RUNS '
               WS-CYCLE-FIRST-RUN ' TO ' WS-CYCLE-LAST-RUN
           DISPLAY 'TRNSTM1: NEXT CYCLE OPENS ' CYO-OPEN-DATE.

      *    Moves WS-WORK-DATE forward one calendar day.
       5300-STEP-FORWARD-ONE-DAY.
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
           CLOSE BALANCE-IN
           CLOSE BALANCE-OUT
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-FILE
           CLOSE CYCLE-OPEN-OUT.
