       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNFEE1.
      *================================================================
      * TRNFEE1 - Month-end fee and interest assessment.
      *
      * Assesses the month's service charges and interest off the
      * closing balances TRNSTM1 just wrote (the statement balance
      * file, STMBREC) and the customer master, at the rates on the
      * FEERATES deck accounting maintains (see copybooks/
      * FEERATE.cpy): a flat monthly fee by account status,
      * interest at one twelfth of the annual rate on a positive
      * (owed) closing balance, and a flat charge on a closing
      * balance over the customer's credit limit. Closed accounts
      * are never assessed.
      *
      * The charges are not posted here. They are written as an
      * extract section of their own under source id ASMT - a
      * header, one detail per customer charged, and a trailer
      * carrying the section's figures - with the matching CTLREC
      * control record, and the next nightly TRNPROC1 run takes
      * them in beside the source systems' sections: validated,
      * duplicate-checked, reconciled and GL-posted like any other
      * book. Each customer's charges go as one detail (the
      * register shows the make-up), so two charges of the same
      * amount on the same date can never DUPE-reject each other.
      *
      * Every assessment prints on the register, which accounting
      * reviews before the nightly run picks the section up; a
      * section that must not post is scratched and this job
      * resubmitted once the deck is right.
      *
      * The assessment date - the date the charges carry - is the
      * run date, or the date on an ASSESS yyyymmdd card on
      * PARMCARD. A rerun for a month already posted must carry
      * the original date, so TRNPROC1's duplicate check refuses
      * the second charge instead of billing the customer twice.
      * A bad card or rate deck stops the run RC 8 with nothing
      * written.
      *
      * Change history:
      *   2026-10-15  New - month-end fee and interest assessment
      *               as a system-originated extract section.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID.
           SELECT OPTIONAL BALANCE-IN ASSIGN TO BALIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO FEERATES
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXTRACT-OUT ASSIGN TO ASMTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-OUT ASSIGN TO ASMTCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTREC.

       FD  BALANCE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-IN-RECORD               PIC X(30).

       FD  RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY FEERATE.

       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       FD  EXTRACT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  EXTRACT-OUT-RECORD              PIC X(100).

       FD  CONTROL-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
           COPY CTLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

      *    Working copy of the balance layout the closing balances
      *    are read into.
           COPY STMBREC.

      *    The extract record is built here through the same
      *    sub-field views TRNPROC1 reads it with.
       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.

      *    The rates in force off FEERATES - anything the deck
      *    leaves out is zero, not charged.
       01  WS-RATES.
           05  WS-FEE-OPEN                 PIC 9(9)V99 VALUE ZERO.
           05  WS-FEE-FROZEN               PIC 9(9)V99 VALUE ZERO.
           05  WS-FEE-DORMANT              PIC 9(9)V99 VALUE ZERO.
           05  WS-ANNUAL-RATE              PIC 9(9)V99 VALUE ZERO.
           05  WS-OVER-LIMIT-CHARGE        PIC 9(9)V99 VALUE ZERO.

       01  WS-ASSESSMENT-SOURCE            PIC X(4)    VALUE 'ASMT'.
       01  WS-ASSESS-DATE                  PIC 9(8)    VALUE ZERO.
       01  WS-ASSESS-DATE-PARTS REDEFINES WS-ASSESS-DATE.
           05  WS-ASSESS-YEAR              PIC 9(4).
           05  WS-ASSESS-MONTH             PIC 9(2).
           05  WS-ASSESS-DAY               PIC 9(2).
       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-RATE-CARD-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-REVIEWED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-CLOSED-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-NOT-CHARGED-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-FROZEN-CHARGED-COUNT         PIC 9(8)    VALUE ZERO.
       01  WS-FEE-COUNT                    PIC 9(8)    VALUE ZERO.
       01  WS-FEE-TOTAL                    PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-INTEREST-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-INTEREST-TOTAL               PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-OVER-LIMIT-TOTAL             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DETAIL-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-DETAIL-TOTAL                 PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.

      *    The customer being assessed.
       01  WS-CLOSING-BALANCE              PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-CUST-FEE                     PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-CUST-INTEREST                PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-CUST-OVER-LIMIT              PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-CUST-TOTAL                   PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-BAL-CUST-ID                  PIC 9(10)   VALUE ZERO.
       01  WS-BAL-AMOUNT                   PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.

       01  WS-FLAGS.
           05  WS-RATE-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-RATE-FILE                    VALUE 'Y'.
           05  WS-BAL-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-BALANCE-FILE                 VALUE 'Y'.
           05  WS-MASTER-EOF               PIC X(1)    VALUE 'N'.
               88  END-OF-CUSTOMER-MASTER              VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNFEE1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'FEE AND INTEREST ASSESSMENT REGISTER'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-RATE-LINE.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RAT-LABEL                   PIC X(44).
           05  RAT-VALUE                   PIC Z(8)9.99.
           05  FILLER                      PIC X(73)   VALUE SPACES.

       01  WS-RATE-DATE-LINE.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RDT-LABEL                   PIC X(44).
           05  RDT-DATE                    PIC 9999/99/99.
           05  FILLER                      PIC X(75)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(14)
                                           VALUE '  CUSTOMER ID'.
           05  FILLER                      PIC X(32)
                                           VALUE 'CUSTOMER NAME'.
           05  FILLER                      PIC X(3)
                                           VALUE 'ST'.
           05  FILLER                      PIC X(19)
                                           VALUE '  CLOSING BALANCE'.
           05  FILLER                      PIC X(15)
                                           VALUE '        FEE'.
           05  FILLER                      PIC X(15)
                                           VALUE '   INTEREST'.
           05  FILLER                      PIC X(15)
                                           VALUE ' OVER LIMIT'.
           05  FILLER                      PIC X(19)
                                           VALUE '   TOTAL ASSESSED'.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CUST-ID                 PIC 9(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CUST-NAME               PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-STATUS                  PIC X(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-BALANCE                 PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-FEE                     PIC Z(9)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-INTEREST                PIC Z(9)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-OVER-LIMIT              PIC Z(9)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-TOTAL                   PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                   PIC X(38).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  TOT-AMOUNT-TEXT.
               10  FILLER                  PIC X(9)
                                           VALUE '  AMOUNT '.
               10  TOT-AMOUNT              PIC -(13)9.99.
           05  FILLER                      PIC X(59)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WRITE-SECTION-HEADER
           PERFORM 3000-ASSESS-CUSTOMERS
           PERFORM 4000-WRITE-SECTION-TRAILER
           PERFORM 5000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-RUN-DATE TO WS-ASSESS-DATE
           PERFORM 1050-READ-RUN-PARM
           PERFORM 1100-LOAD-RATES
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT BALANCE-IN
           OPEN OUTPUT EXTRACT-OUT
           OPEN OUTPUT CONTROL-OUT
           OPEN OUTPUT REPORT-FILE
           PERFORM 1200-PRINT-RATES.

      *    Blank or missing card assesses as of the run date; an
      *    ASSESS card names the date, which may not be after the
      *    run date - TRNPROC1 would only hold a future-dated
      *    charge. Anything else stops cold.
       1050-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-CARD-RECORD (1:7) = 'ASSESS '
                               AND PARM-CARD-RECORD (8:8) IS NUMERIC
                           MOVE PARM-CARD-RECORD (8:8)
                               TO WS-ASSESS-DATE
                       WHEN PARM-CARD-RECORD = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'TRNFEE1: UNRECOGNIZED RUN '
                               'PARAMETER: ' PARM-CARD-RECORD
                           MOVE 8 TO RETURN-CODE
                           CLOSE PARM-FILE
                           STOP RUN
                   END-EVALUATE
           END-READ
           CLOSE PARM-FILE
           IF WS-ASSESS-DATE > WS-RUN-DATE
                   OR WS-ASSESS-MONTH < 01 OR WS-ASSESS-MONTH > 12
                   OR WS-ASSESS-DAY < 01 OR WS-ASSESS-DAY > 31
               DISPLAY 'TRNFEE1: ASSESSMENT DATE REFUSED: '
                   WS-ASSESS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    FEERATES is required - a month-end run with no rates at
      *    all is a missing deck, not a month with no charges.
       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE
           PERFORM 1110-READ-RATE-CARD
           PERFORM UNTIL END-OF-RATE-FILE
               PERFORM 1150-APPLY-RATE-CARD
               PERFORM 1110-READ-RATE-CARD
           END-PERFORM
           CLOSE RATE-FILE
           IF WS-RATE-CARD-COUNT = ZERO
               DISPLAY 'TRNFEE1: NO RATE CARDS ON FEERATES - '
                   'NOTHING ASSESSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-RATE-CARD.
           READ RATE-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
           END-READ.

       1150-APPLY-RATE-CARD.
           IF FRT-COMMENT-CARD OR FEE-RATE-RECORD = SPACES
               CONTINUE
           ELSE
               IF FRT-VALUE IS NUMERIC
                   PERFORM 1160-SET-RATE-VALUE
               ELSE
                   PERFORM 1190-STOP-ON-RATE-CARD
               END-IF
           END-IF.

      *    A rate of a hundred percent a year or more is a deck
      *    keyed in the wrong columns.
       1160-SET-RATE-VALUE.
           ADD 1 TO WS-RATE-CARD-COUNT
           EVALUATE FRT-KEYWORD
               WHEN 'FEE'
                   EVALUATE FRT-STATUS
                       WHEN 'A'
                           MOVE FRT-VALUE TO WS-FEE-OPEN
                       WHEN 'F'
                           MOVE FRT-VALUE TO WS-FEE-FROZEN
                       WHEN 'D'
                           MOVE FRT-VALUE TO WS-FEE-DORMANT
                       WHEN OTHER
                           PERFORM 1190-STOP-ON-RATE-CARD
                   END-EVALUATE
               WHEN 'APR'
                   IF FRT-VALUE < 100
                       MOVE FRT-VALUE TO WS-ANNUAL-RATE
                   ELSE
                       PERFORM 1190-STOP-ON-RATE-CARD
                   END-IF
               WHEN 'OVERLMT'
                   MOVE FRT-VALUE TO WS-OVER-LIMIT-CHARGE
               WHEN OTHER
                   PERFORM 1190-STOP-ON-RATE-CARD
           END-EVALUATE.

       1190-STOP-ON-RATE-CARD.
           DISPLAY 'TRNFEE1: UNRECOGNIZED RATE CARD: '
               FEE-RATE-RECORD (1:22)
           MOVE 8 TO RETURN-CODE
           CLOSE RATE-FILE
           STOP RUN.

      *    The register opens with the rates it was assessed at and
      *    the date the charges carry, so the review reads against
      *    the deck accounting approved.
       1200-PRINT-RATES.
           MOVE 'MONTHLY FEE - OPEN ACCOUNTS (A):' TO RAT-LABEL
           MOVE WS-FEE-OPEN TO RAT-VALUE
           PERFORM 1250-PRINT-RATE-LINE
           MOVE 'MONTHLY FEE - FROZEN ACCOUNTS (F):' TO RAT-LABEL
           MOVE WS-FEE-FROZEN TO RAT-VALUE
           PERFORM 1250-PRINT-RATE-LINE
           MOVE 'MONTHLY FEE - DORMANT ACCOUNTS (D):' TO RAT-LABEL
           MOVE WS-FEE-DORMANT TO RAT-VALUE
           PERFORM 1250-PRINT-RATE-LINE
           MOVE 'ANNUAL INTEREST RATE ON BALANCES OWED (%):'
                                       TO RAT-LABEL
           MOVE WS-ANNUAL-RATE TO RAT-VALUE
           PERFORM 1250-PRINT-RATE-LINE
           MOVE 'CHARGE ON BALANCE OVER CREDIT LIMIT:' TO RAT-LABEL
           MOVE WS-OVER-LIMIT-CHARGE TO RAT-VALUE
           PERFORM 1250-PRINT-RATE-LINE
           MOVE 'CHARGES DATED:' TO RDT-LABEL
           MOVE WS-ASSESS-DATE TO RDT-DATE
           MOVE WS-RATE-DATE-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       1250-PRINT-RATE-LINE.
           MOVE WS-RATE-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    The section opens under its own header, source id in the
      *    last four bytes as every source system's does.
       2000-WRITE-SECTION-HEADER.
           MOVE SPACES                 TO WS-AREA-1
           MOVE WS-ASSESS-DATE         TO WS-TRANS-DATE
           MOVE ZERO                   TO WS-CUST-ID
           MOVE ZERO                   TO WS-TRANS-AMOUNT
           MOVE 'H'                    TO WS-RECORD-TYPE
           MOVE WS-ASSESSMENT-SOURCE   TO WS-SOURCE-ID
           WRITE EXTRACT-OUT-RECORD FROM WS-AREA-1.

      *    The master and the closing balance file both ride in
      *    customer order and are matched sequentially. A customer
      *    with no balance record has never posted and closes at
      *    zero - only the status fee can apply.
       3000-ASSESS-CUSTOMERS.
           PERFORM 3150-READ-BALANCE-RECORD
           PERFORM 3200-READ-MASTER-RECORD
           PERFORM UNTIL END-OF-CUSTOMER-MASTER
               PERFORM 3300-ASSESS-ONE-CUSTOMER
               PERFORM 3200-READ-MASTER-RECORD
           END-PERFORM.

       3150-READ-BALANCE-RECORD.
           READ BALANCE-IN INTO STMT-BALANCE-RECORD
               AT END
                   SET END-OF-BALANCE-FILE TO TRUE
               NOT AT END
                   MOVE STM-CUST-ID  TO WS-BAL-CUST-ID
                   MOVE STM-BALANCE  TO WS-BAL-AMOUNT
           END-READ.

       3200-READ-MASTER-RECORD.
           READ CUSTOMER-MASTER
               AT END
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-READ.

       3300-ASSESS-ONE-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE ZERO TO WS-CLOSING-BALANCE
           PERFORM UNTIL END-OF-BALANCE-FILE
                   OR WS-BAL-CUST-ID > CUST-ID
               IF WS-BAL-CUST-ID = CUST-ID
                   MOVE WS-BAL-AMOUNT TO WS-CLOSING-BALANCE
               END-IF
               PERFORM 3150-READ-BALANCE-RECORD
           END-PERFORM
           IF CUST-STATUS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               PERFORM 3400-COMPUTE-CHARGES
               IF WS-CUST-TOTAL > ZERO
                   PERFORM 3500-WRITE-ASSESSMENT
               ELSE
                   ADD 1 TO WS-NOT-CHARGED-COUNT
               END-IF
           END-IF.

      *    Interest is the closing balance times one twelfth of the
      *    annual rate, to the cent. The over-limit charge applies
      *    only where the master carries a limit (flag Y) and the
      *    closing balance stands above it.
       3400-COMPUTE-CHARGES.
           EVALUATE TRUE
               WHEN CUST-STATUS-FROZEN
                   MOVE WS-FEE-FROZEN  TO WS-CUST-FEE
               WHEN CUST-STATUS-DORMANT
                   MOVE WS-FEE-DORMANT TO WS-CUST-FEE
               WHEN OTHER
                   MOVE WS-FEE-OPEN    TO WS-CUST-FEE
           END-EVALUATE
           MOVE ZERO TO WS-CUST-INTEREST
           IF WS-CLOSING-BALANCE > ZERO
               COMPUTE WS-CUST-INTEREST ROUNDED =
                   WS-CLOSING-BALANCE * WS-ANNUAL-RATE / 1200
           END-IF
           MOVE ZERO TO WS-CUST-OVER-LIMIT
           IF CUST-LIMIT-APPLIES AND CUST-CREDIT-LIMIT IS NUMERIC
               IF WS-CLOSING-BALANCE > CUST-CREDIT-LIMIT
                   MOVE WS-OVER-LIMIT-CHARGE TO WS-CUST-OVER-LIMIT
               END-IF
           END-IF
           COMPUTE WS-CUST-TOTAL =
               WS-CUST-FEE + WS-CUST-INTEREST + WS-CUST-OVER-LIMIT.

      *    One detail per customer for the whole of the month's
      *    charges - a debit, so it raises what the customer owes.
       3500-WRITE-ASSESSMENT.
           MOVE SPACES                 TO WS-AREA-1
           MOVE WS-ASSESS-DATE         TO WS-TRANS-DATE
           MOVE CUST-ID                TO WS-CUST-ID
           MOVE WS-CUST-TOTAL          TO WS-TRANS-AMOUNT
           MOVE 'D'                    TO WS-RECORD-TYPE
           MOVE WS-ASSESSMENT-SOURCE   TO WS-SOURCE-ID
           WRITE EXTRACT-OUT-RECORD FROM WS-AREA-1
           ADD 1                       TO WS-DETAIL-COUNT
           ADD WS-CUST-TOTAL           TO WS-DETAIL-TOTAL
           IF WS-CUST-FEE > ZERO
               ADD 1                   TO WS-FEE-COUNT
               ADD WS-CUST-FEE         TO WS-FEE-TOTAL
           END-IF
           IF WS-CUST-INTEREST > ZERO
               ADD 1                   TO WS-INTEREST-COUNT
               ADD WS-CUST-INTEREST    TO WS-INTEREST-TOTAL
           END-IF
           IF WS-CUST-OVER-LIMIT > ZERO
               ADD 1                   TO WS-OVER-LIMIT-COUNT
               ADD WS-CUST-OVER-LIMIT  TO WS-OVER-LIMIT-TOTAL
           END-IF
           IF CUST-STATUS-FROZEN
               ADD 1                   TO WS-FROZEN-CHARGED-COUNT
           END-IF
           MOVE CUST-ID                TO DTL-CUST-ID
           MOVE CUST-NAME              TO DTL-CUST-NAME
           MOVE CUST-STATUS            TO DTL-STATUS
           MOVE WS-CLOSING-BALANCE     TO DTL-BALANCE
           MOVE WS-CUST-FEE            TO DTL-FEE
           MOVE WS-CUST-INTEREST       TO DTL-INTEREST
           MOVE WS-CUST-OVER-LIMIT     TO DTL-OVER-LIMIT
           MOVE WS-CUST-TOTAL          TO DTL-TOTAL
           MOVE WS-DETAIL-LINE         TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    The trailer carries the section's own figures and the
      *    control record repeats them, so TRNPROC1 ties the
      *    section out both ways, as for any source. There are
      *    never reversals in it.
       4000-WRITE-SECTION-TRAILER.
           MOVE SPACES                 TO WS-AREA-1
           MOVE WS-ASSESS-DATE         TO WS-TRANS-DATE
           MOVE 'T'                    TO WS-RECORD-TYPE
           MOVE WS-DETAIL-COUNT        TO WS-TRL-DETAIL-COUNT
           MOVE WS-DETAIL-TOTAL        TO WS-TRL-DETAIL-AMOUNT
           MOVE ZERO                   TO WS-TRL-REVERSAL-COUNT
           MOVE ZERO                   TO WS-TRL-REVERSAL-AMOUNT
           MOVE WS-ASSESSMENT-SOURCE   TO WS-SOURCE-ID
           WRITE EXTRACT-OUT-RECORD FROM WS-AREA-1
           MOVE SPACES                 TO CONTROL-RECORD
           MOVE WS-ASSESSMENT-SOURCE   TO CTL-SOURCE-ID
           MOVE 'D'                    TO CTL-RECORD-TYPE
           MOVE WS-DETAIL-COUNT        TO CTL-RECORD-COUNT
           MOVE WS-DETAIL-TOTAL        TO CTL-TOTAL-AMOUNT
           WRITE CONTROL-RECORD.

       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO TOT-AMOUNT-TEXT
           MOVE 'CUSTOMERS REVIEWED:' TO TOT-LABEL
           MOVE WS-REVIEWED-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CLOSED - NOT ASSESSED:' TO TOT-LABEL
           MOVE WS-CLOSED-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'NOTHING TO CHARGE:' TO TOT-LABEL
           MOVE WS-NOT-CHARGED-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'FROZEN - CHARGE HELD UNTIL UNFROZEN:' TO TOT-LABEL
           MOVE WS-FROZEN-CHARGED-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE '  AMOUNT ' TO TOT-AMOUNT-TEXT
           MOVE 'MONTHLY FEES:' TO TOT-LABEL
           MOVE WS-FEE-COUNT TO TOT-COUNT
           MOVE WS-FEE-TOTAL TO TOT-AMOUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'INTEREST:' TO TOT-LABEL
           MOVE WS-INTEREST-COUNT TO TOT-COUNT
           MOVE WS-INTEREST-TOTAL TO TOT-AMOUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'OVER-LIMIT CHARGES:' TO TOT-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO TOT-COUNT
           MOVE WS-OVER-LIMIT-TOTAL TO TOT-AMOUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'ASSESSMENT SECTION (ASMT) DETAILS:' TO TOT-LABEL
           MOVE WS-DETAIL-COUNT TO TOT-COUNT
           MOVE WS-DETAIL-TOTAL TO TOT-AMOUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           DISPLAY 'TRNFEE1: CUSTOMERS REVIEWED: ' WS-REVIEWED-COUNT
           DISPLAY 'TRNFEE1: CUSTOMERS CHARGED:  ' WS-DETAIL-COUNT
           DISPLAY 'TRNFEE1: SECTION TOTAL:      ' WS-DETAIL-TOTAL
           DISPLAY 'TRNFEE1: CHARGES DATED:      ' WS-ASSESS-DATE.

       5100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 8100-PRINT-PAGE-HEADINGS
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-PRINT-AREA
           ADD 1 TO WS-LINE-COUNT.

       8100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           WRITE REPORT-PRINT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO WS-PRINT-AREA
           WRITE REPORT-PRINT-LINE FROM WS-PRINT-AREA
           MOVE 2 TO WS-LINE-COUNT.

       9900-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE BALANCE-IN
           CLOSE EXTRACT-OUT
           CLOSE CONTROL-OUT
           CLOSE REPORT-FILE.
