       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNDRM1.
      *================================================================
      * TRNDRM1 - Monthly dormant account review.
      *
      * Compares every customer on the master against the posted
      * activity the system still holds and lists each account that
      * has gone quiet past the listing threshold, with its last
      * activity date, the whole months since, and its balance - so
      * the bank can say which customers have gone quiet and what
      * they hold, dormant and unclaimed balances included.
      *
      * A customer's last activity is the later of two dates: the
      * latest run date the customer posted in on CONVHIST (the
      * rolling thirty-business-day history), and the last activity
      * date TRNSTM1 keeps on the statement balance file (STMBREC),
      * which carries it forward month after month for as long as
      * the customer has a balance record. Run after the month-end
      * TRNSTM1 job, so the balance file includes the cycle just
      * closed. A customer with neither has never posted since the
      * balance file began and is counted, not listed.
      *
      * Accounts quiet past the second, proposal threshold go onto
      * the proposal file (CUSTPRP) as CMNTREC changes to status D
      * carrying this run's date as the review date. The branches
      * go through the proposals; the approved ones are appended
      * for TRNCMU1 (jcl/TRNDRMA.jcl), which applies them on its
      * next nightly run through the audited batch refresh and
      * rejects any that have posted since this review.
      *
      * Closed accounts are not reviewed. A frozen account is
      * listed but never proposed - the freeze is the branch's
      * hold and dormancy must not paper over it. One already
      * dormant is listed for the balance figures and not
      * proposed again.
      *
      * The thresholds come off a MONTHS ll pp card on PARMCARD
      * (list after ll whole months quiet, propose after pp); no
      * card is the standing 6 and 12. A card that is not that, or
      * that would propose before it lists, stops the run RC 8.
      *
      * Change history:
      *   2026-10-15  New - monthly dormancy listing and status
      *               proposals for the batch refresh.
      *   2026-10-15  The month-end fee and interest assessment
      *               (source ASMT) is not activity - its CONVHIST
      *               postings no longer restart the quiet clock.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-HISTORY ASSIGN TO CONVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CVH-KEY.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID.
           SELECT OPTIONAL BALANCE-IN ASSIGN TO BALIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROPOSAL-FILE ASSIGN TO CUSTPRP
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DRMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  CONV-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY CONVHREC.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTREC.

       FD  BALANCE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-IN-RECORD               PIC X(30).

       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       FD  PROPOSAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PROPOSAL-FILE-RECORD            PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SRT-CUST-ID                 PIC 9(10).
           05  SRT-RUN-DATE                PIC 9(8).

       WORKING-STORAGE SECTION.

      *    Working copies of the balance layout, read into, and of
      *    the maintenance layout, the proposals built here.
           COPY STMBREC.
           COPY CMNTREC.

      *    Thresholds in whole months, standing defaults until the
      *    MONTHS card overrides them.
       01  WS-LIST-MONTHS                  PIC 9(2)    VALUE 6.
       01  WS-PROPOSE-MONTHS               PIC 9(2)    VALUE 12.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-HISTORY-READ-COUNT           PIC 9(8)    VALUE ZERO.
       01  WS-REVIEWED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-CLOSED-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-NO-ACTIVITY-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-LISTED-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-LISTED-BALANCE               PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-PROPOSED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-PROPOSED-BALANCE             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DORMANT-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-DORMANT-BALANCE              PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-FROZEN-COUNT                 PIC 9(8)    VALUE ZERO.

      *    The customer under review.
       01  WS-LAST-ACTIVITY-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-ACTIVITY-PARTS REDEFINES WS-LAST-ACTIVITY-DATE.
           05  WS-ACT-YEAR                 PIC 9(4).
           05  WS-ACT-MONTH                PIC 9(2).
           05  WS-ACT-DAY                  PIC 9(2).
       01  WS-MONTHS-QUIET                 PIC S9(5)   VALUE ZERO.
       01  WS-CUST-BALANCE                 PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-BAL-CUST-ID                  PIC 9(10)   VALUE ZERO.
       01  WS-BAL-AMOUNT                   PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-BAL-ACTIVITY-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-NOTE                         PIC X(25)   VALUE SPACES.

       01  WS-FLAGS.
           05  WS-HIST-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-CONV-HISTORY                 VALUE 'Y'.
           05  WS-SORT-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-SORTED-RECORDS               VALUE 'Y'.
           05  WS-BAL-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-BALANCE-FILE                 VALUE 'Y'.
           05  WS-MASTER-EOF               PIC X(1)    VALUE 'N'.
               88  END-OF-CUSTOMER-MASTER              VALUE 'Y'.
           05  WS-BAL-STATE                PIC X(1)    VALUE 'N'.
               88  BALANCE-RECORD-FOUND                VALUE 'Y'.
               88  NO-BALANCE-RECORD                   VALUE 'N'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNDRM1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'DORMANT ACCOUNT REVIEW'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-THRESHOLD-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  THR-LABEL                   PIC X(44).
           05  THR-MONTHS                  PIC Z9.
           05  FILLER                      PIC X(85)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(14)
                                           VALUE '  CUSTOMER ID'.
           05  FILLER                      PIC X(32)
                                           VALUE 'CUSTOMER NAME'.
           05  FILLER                      PIC X(4)
                                           VALUE 'ST'.
           05  FILLER                      PIC X(13)
                                           VALUE 'LAST ACTIVITY'.
           05  FILLER                      PIC X(8)
                                           VALUE ' MONTHS'.
           05  FILLER                      PIC X(19)
                                           VALUE '            BALANCE'.
           05  FILLER                      PIC X(42)
                                           VALUE '  NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CUST-ID                 PIC 9(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CUST-NAME               PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-STATUS                  PIC X(1).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  DTL-LAST-ACTIVITY           PIC 9999/99/99.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  DTL-MONTHS                  PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-BALANCE                 PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-NOTE                    PIC X(25).
           05  FILLER                      PIC X(16)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                   PIC X(38).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  TOT-AMOUNT-TEXT.
               10  FILLER                  PIC X(9)
                                           VALUE '  BALANCE'.
               10  TOT-AMOUNT              PIC -(13)9.99.
           05  FILLER                      PIC X(59)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID
               INPUT PROCEDURE IS 2000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 3000-REVIEW-CUSTOMERS
           PERFORM 5000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 1050-READ-RUN-PARM
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT BALANCE-IN
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 'LISTED AFTER WHOLE MONTHS WITHOUT ACTIVITY:'
                                       TO THR-LABEL
           MOVE WS-LIST-MONTHS         TO THR-MONTHS
           MOVE WS-THRESHOLD-LINE      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'PROPOSED DORMANT AFTER WHOLE MONTHS:'
                                       TO THR-LABEL
           MOVE WS-PROPOSE-MONTHS      TO THR-MONTHS
           MOVE WS-THRESHOLD-LINE      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    Blank or missing card runs the standing thresholds;
      *    MONTHS ll pp sets them; anything else stops cold before
      *    a proposal is written - a mistyped card must not
      *    propose half the master dormant.
       1050-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-CARD-RECORD (1:7) = 'MONTHS '
                               AND PARM-CARD-RECORD (8:2) IS NUMERIC
                               AND PARM-CARD-RECORD (10:1) = SPACE
                               AND PARM-CARD-RECORD (11:2) IS NUMERIC
                           MOVE PARM-CARD-RECORD (8:2)
                               TO WS-LIST-MONTHS
                           MOVE PARM-CARD-RECORD (11:2)
                               TO WS-PROPOSE-MONTHS
                       WHEN PARM-CARD-RECORD = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'TRNDRM1: UNRECOGNIZED RUN '
                               'PARAMETER: ' PARM-CARD-RECORD
                           MOVE 8 TO RETURN-CODE
                           CLOSE PARM-FILE
                           STOP RUN
                   END-EVALUATE
           END-READ
           CLOSE PARM-FILE
           IF WS-LIST-MONTHS = ZERO
                   OR WS-PROPOSE-MONTHS < WS-LIST-MONTHS
               DISPLAY 'TRNDRM1: THRESHOLDS REFUSED - LIST '
                   WS-LIST-MONTHS ' PROPOSE ' WS-PROPOSE-MONTHS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Only the customer and the run date matter - the latest
      *    run date per customer is taken as the sorted records go
      *    by. The bank's own month-end assessment is left out.
       2000-RELEASE-HISTORY.
           OPEN INPUT CONV-HISTORY
           PERFORM 2100-READ-HISTORY-RECORD
           PERFORM UNTIL END-OF-CONV-HISTORY
               ADD 1 TO WS-HISTORY-READ-COUNT
               IF NOT CVH-SRC-ASSESSMENT
                   MOVE CVH-CUST-ID  TO SRT-CUST-ID
                   MOVE CVH-RUN-DATE TO SRT-RUN-DATE
                   RELEASE SORT-WORK-RECORD
               END-IF
               PERFORM 2100-READ-HISTORY-RECORD
           END-PERFORM
           CLOSE CONV-HISTORY.

       2100-READ-HISTORY-RECORD.
           READ CONV-HISTORY
               AT END
                   SET END-OF-CONV-HISTORY TO TRUE
           END-READ.

      *    The master, the sorted history and the balance file all
      *    ride in customer order and are matched sequentially; a
      *    customer the master no longer carries is passed over in
      *    the other two.
       3000-REVIEW-CUSTOMERS.
           PERFORM 3100-RETURN-SORTED-RECORD
           PERFORM 3150-READ-BALANCE-RECORD
           PERFORM 3200-READ-MASTER-RECORD
           PERFORM UNTIL END-OF-CUSTOMER-MASTER
               PERFORM 3300-REVIEW-ONE-CUSTOMER
               PERFORM 3200-READ-MASTER-RECORD
           END-PERFORM.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       3150-READ-BALANCE-RECORD.
           READ BALANCE-IN INTO STMT-BALANCE-RECORD
               AT END
                   SET END-OF-BALANCE-FILE TO TRUE
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

       3200-READ-MASTER-RECORD.
           READ CUSTOMER-MASTER
               AT END
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-READ.

       3300-REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE ZERO TO WS-LAST-ACTIVITY-DATE
           SET NO-BALANCE-RECORD TO TRUE
           PERFORM UNTIL END-OF-SORTED-RECORDS
                   OR SRT-CUST-ID > CUST-ID
               IF SRT-CUST-ID = CUST-ID
                   IF SRT-RUN-DATE > WS-LAST-ACTIVITY-DATE
                       MOVE SRT-RUN-DATE TO WS-LAST-ACTIVITY-DATE
                   END-IF
               END-IF
               PERFORM 3100-RETURN-SORTED-RECORD
           END-PERFORM
           PERFORM UNTIL END-OF-BALANCE-FILE
                   OR WS-BAL-CUST-ID > CUST-ID
               IF WS-BAL-CUST-ID = CUST-ID
                   SET BALANCE-RECORD-FOUND TO TRUE
                   MOVE WS-BAL-AMOUNT TO WS-CUST-BALANCE
                   IF WS-BAL-ACTIVITY-DATE > WS-LAST-ACTIVITY-DATE
                       MOVE WS-BAL-ACTIVITY-DATE
                           TO WS-LAST-ACTIVITY-DATE
                   END-IF
               END-IF
               PERFORM 3150-READ-BALANCE-RECORD
           END-PERFORM
           EVALUATE TRUE
               WHEN CUST-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN WS-LAST-ACTIVITY-DATE = ZERO
                   ADD 1 TO WS-NO-ACTIVITY-COUNT
               WHEN OTHER
                   PERFORM 3400-MEASURE-QUIET-MONTHS
                   IF WS-MONTHS-QUIET NOT < WS-LIST-MONTHS
                       PERFORM 3500-LIST-QUIET-CUSTOMER
                   END-IF
           END-EVALUATE.

      *    Whole months from the last activity to the run date - a
      *    month is only counted once its day of the month is
      *    reached, so 15 March to 14 September is five.
       3400-MEASURE-QUIET-MONTHS.
           COMPUTE WS-MONTHS-QUIET =
               (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
             - (WS-ACT-YEAR * 12 + WS-ACT-MONTH)
           IF WS-RUN-DAY < WS-ACT-DAY
               SUBTRACT 1 FROM WS-MONTHS-QUIET
           END-IF.

      *    The master's running balance is the customer's position
      *    tonight; a master that has never carried one falls back
      *    on the closing balance off the balance file.
       3500-LIST-QUIET-CUSTOMER.
           IF CUST-CURRENT-BALANCE IS NUMERIC
               MOVE CUST-CURRENT-BALANCE TO WS-CUST-BALANCE
           ELSE
               IF NO-BALANCE-RECORD
                   MOVE ZERO TO WS-CUST-BALANCE
               END-IF
           END-IF
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN CUST-STATUS-DORMANT
                   MOVE 'ALREADY DORMANT'       TO WS-NOTE
                   ADD 1 TO WS-DORMANT-COUNT
                   ADD WS-CUST-BALANCE TO WS-DORMANT-BALANCE
               WHEN CUST-STATUS-FROZEN
                   MOVE 'FROZEN - NOT PROPOSED' TO WS-NOTE
                   ADD 1 TO WS-FROZEN-COUNT
               WHEN WS-MONTHS-QUIET NOT < WS-PROPOSE-MONTHS
                   MOVE 'PROPOSED DORMANT'      TO WS-NOTE
                   PERFORM 3600-WRITE-PROPOSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CUST-ID               TO DTL-CUST-ID
           MOVE CUST-NAME             TO DTL-CUST-NAME
           MOVE CUST-STATUS           TO DTL-STATUS
           MOVE WS-LAST-ACTIVITY-DATE TO DTL-LAST-ACTIVITY
           MOVE WS-MONTHS-QUIET       TO DTL-MONTHS
           MOVE WS-CUST-BALANCE       TO DTL-BALANCE
           MOVE WS-NOTE               TO DTL-NOTE
           MOVE WS-DETAIL-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           ADD 1 TO WS-LISTED-COUNT
           ADD WS-CUST-BALANCE TO WS-LISTED-BALANCE.

      *    A change to D in the daily file's own layout. The limit
      *    is left blank (unchanged); the name is the master's, so
      *    the branches can read the proposal file as it stands.
       3600-WRITE-PROPOSAL.
           MOVE SPACES          TO CUST-MAINT-RECORD
           MOVE 'C'             TO CMT-ACTION
           MOVE CUST-ID         TO CMT-CUST-ID
           MOVE CUST-NAME       TO CMT-CUST-NAME
           MOVE 'D'             TO CMT-CUST-STATUS
           MOVE WS-RUN-DATE     TO CMT-REVIEW-DATE-N
           WRITE PROPOSAL-FILE-RECORD FROM CUST-MAINT-RECORD
           ADD 1 TO WS-PROPOSED-COUNT
           ADD WS-CUST-BALANCE TO WS-PROPOSED-BALANCE.

       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO TOT-AMOUNT-TEXT
           MOVE 'CUSTOMERS REVIEWED:' TO TOT-LABEL
           MOVE WS-REVIEWED-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CLOSED - NOT REVIEWED:' TO TOT-LABEL
           MOVE WS-CLOSED-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'NO POSTING ON RECORD - NOT LISTED:' TO TOT-LABEL
           MOVE WS-NO-ACTIVITY-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'FROZEN - LISTED, NOT PROPOSED:' TO TOT-LABEL
           MOVE WS-FROZEN-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE '  BALANCE' TO TOT-AMOUNT-TEXT
           MOVE 'QUIET ACCOUNTS LISTED:' TO TOT-LABEL
           MOVE WS-LISTED-COUNT TO TOT-COUNT
           MOVE WS-LISTED-BALANCE TO TOT-AMOUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'PROPOSED DORMANT:' TO TOT-LABEL
           MOVE WS-PROPOSED-COUNT TO TOT-COUNT
           MOVE WS-PROPOSED-BALANCE TO TOT-AMOUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'ALREADY DORMANT:' TO TOT-LABEL
           MOVE WS-DORMANT-COUNT TO TOT-COUNT
           MOVE WS-DORMANT-BALANCE TO TOT-AMOUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           DISPLAY 'TRNDRM1: HISTORY RECORDS READ: '
               WS-HISTORY-READ-COUNT
           DISPLAY 'TRNDRM1: CUSTOMERS REVIEWED:   '
               WS-REVIEWED-COUNT
           DISPLAY 'TRNDRM1: QUIET ACCOUNTS LISTED: '
               WS-LISTED-COUNT
           DISPLAY 'TRNDRM1: PROPOSED DORMANT:     '
               WS-PROPOSED-COUNT
           DISPLAY 'TRNDRM1: ALREADY DORMANT:      '
               WS-DORMANT-COUNT.

       5100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 8100-PRINT-PAGE-HEADINGS
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-PRINT-AREA
           ADD 1 TO WS-LINE-COUNT.

      *    Page one carries its column headings under the
      *    thresholds (1000); every later page repeats them here.
       8100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           WRITE REPORT-PRINT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO WS-PRINT-AREA
           WRITE REPORT-PRINT-LINE FROM WS-PRINT-AREA
           MOVE 2 TO WS-LINE-COUNT
           IF WS-PAGE-NO > 1
               WRITE REPORT-PRINT-LINE FROM WS-HEADING-LINE-2
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       9900-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE BALANCE-IN
           CLOSE PROPOSAL-FILE
           CLOSE REPORT-FILE.
