       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNOLM1.
      *================================================================
      * TRNOLM1 - Nightly over-limit report.
      *
      * Prints, for the branches, every position the night's run
      * found over a customer's credit limit: the details held on
      * the suspense dataset under OLMT (SUSPNEW, the carry-forward
      * TRNPROC1 just wrote) because posting them would take the
      * customer past the limit, the OLMT correction rejects off
      * tonight's sequential EXCPFILE, and every account on the
      * customer master whose running balance already stands over
      * its limit - an account taken over by a supervisor's early
      * release, or one whose limit was lowered under it. The
      * limit and running balance print beside each held detail,
      * off the master as the run left it, so the branch can see
      * how far short the customer is. Until now an overdrawn
      * position only showed on the month-end statement; this page
      * shows it the same night.
      *
      * The raw transaction bytes are opened up through the same
      * WSAREA1 redefinition TRNPROC1 validates with. An OLMT
      * record has by definition passed every other edit - the
      * limit is checked last - so the sub-fields are readable.
      * The master section is a full sequential pass of CUSTMST;
      * only accounts with a limit (CUST-LIMIT-FLAG Y) can be over.
      *
      * Change history:
      *   2026-10-15  New - over-limit holds, rejects and accounts
      *               off the night's suspense carry-forward,
      *               exceptions and the customer master.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCP-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSP-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID.
           SELECT REPORT-FILE ASSIGN TO OLMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EXCP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 138 CHARACTERS.
           COPY EXCPREC.

       FD  SUSP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 126 CHARACTERS.
           COPY SUSPREC.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-HELD-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-HELD-AMOUNT                  PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-OLMT-REJ-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-OLMT-REJ-AMOUNT              PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-OVER-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-OVER-AMOUNT                  PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-CUST-BALANCE                 PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-EXCESS                       PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.

       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.

       01  WS-FLAGS.
           05  WS-EXCP-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-EXCP-FILE                    VALUE 'Y'.
           05  WS-SUSP-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-SUSP-FILE                    VALUE 'Y'.
           05  WS-CUST-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-CUSTOMER-MASTER              VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNOLM1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'OVER-LIMIT REPORT'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                   PIC X(60).
           05  FILLER                      PIC X(71)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(14)
                                           VALUE '  CUSTOMER ID'.
           05  FILLER                      PIC X(12)
                                           VALUE 'TRANS DATE'.
           05  FILLER                      PIC X(17)
                                           VALUE '           AMOUNT'.
           05  FILLER                      PIC X(9)
                                           VALUE '  REASON'.
           05  FILLER                      PIC X(13)
                                           VALUE '      LIMIT'.
           05  FILLER                      PIC X(19)
                                           VALUE '  CURRENT BALANCE'.
           05  FILLER                      PIC X(48)
                                           VALUE 'HELD UNDER'.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CUST-ID                 PIC 9(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-TRANS-DATE              PIC 9999/99/99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-AMOUNT                  PIC -(13)9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  DTL-REASON                  PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-POSITION.
               10  DTL-LIMIT               PIC Z(10)9.
               10  FILLER                  PIC X(2).
               10  DTL-BALANCE             PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-HOLD-KEY                PIC X(24).
           05  FILLER                      PIC X(24)   VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(14)
                                           VALUE '  CUSTOMER ID'.
           05  FILLER                      PIC X(32)
                                           VALUE 'CUSTOMER NAME'.
           05  FILLER                      PIC X(13)
                                           VALUE '      LIMIT'.
           05  FILLER                      PIC X(19)
                                           VALUE '  CURRENT BALANCE'.
           05  FILLER                      PIC X(21)
                                           VALUE '    OVER LIMIT BY'.
           05  FILLER                      PIC X(14)
                                           VALUE 'BALANCE DATE'.
           05  FILLER                      PIC X(19)   VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ACT-CUST-ID                 PIC 9(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ACT-CUST-NAME               PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ACT-LIMIT                   PIC Z(10)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ACT-BALANCE                 PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ACT-EXCESS                  PIC -(13)9.99.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  ACT-BALANCE-DATE            PIC 9999/99/99.
           05  FILLER                      PIC X(23)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                   PIC X(38).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  FILLER                      PIC X(9)
                                           VALUE '  AMOUNT '.
           05  TOT-AMOUNT                  PIC -(13)9.99.
           05  FILLER                      PIC X(59)   VALUE SPACES.

      *    The held-under column carries the key the supervisor or
      *    operator needs to touch the record: the suspense hold key
      *    for an OLMT hold (TRNSUS), the EXCPVSAM key for an OLMT
      *    correction reject (TRNCORR).
       01  WS-HOLD-KEY-TEXT.
           05  HKT-DATE                    PIC 9(8).
           05  FILLER                      PIC X(1)    VALUE '/'.
           05  HKT-TIME                    PIC 9(6).
           05  FILLER                      PIC X(1)    VALUE '/'.
           05  HKT-SEQ                     PIC 9(8).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-OVER-LIMIT-HOLDS
           PERFORM 3000-REPORT-OVER-LIMIT-REJECTS
           PERFORM 4000-REPORT-OVER-LIMIT-ACCOUNTS
           PERFORM 5000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           OPEN INPUT EXCP-FILE
           OPEN INPUT SUSP-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT REPORT-FILE.

      *    The suspense carry-forward as the run left it - every
      *    detail still held over its customer's limit, however
      *    many nights it has been waiting, with the hold key a
      *    supervisor keys into TRNSUS to release or cancel it.
       2000-REPORT-OVER-LIMIT-HOLDS.
           MOVE 'DETAILS HELD ON SUSPENSE OVER THE CREDIT LIMIT'
                                       TO SEC-TITLE
           MOVE WS-SECTION-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2100-READ-SUSP-RECORD
           PERFORM 2200-REPORT-ONE-HOLD UNTIL END-OF-SUSP-FILE.

       2100-READ-SUSP-RECORD.
           READ SUSP-FILE
               AT END
                   SET END-OF-SUSP-FILE TO TRUE
           END-READ.

       2200-REPORT-ONE-HOLD.
           IF SUSP-HELD-OVER-LIMIT
               MOVE SUSP-DATA          TO WS-AREA-1
               MOVE SUSP-HOLD-REASON   TO DTL-REASON
               MOVE SUSP-HELD-DATE     TO HKT-DATE
               MOVE SUSP-HELD-TIME     TO HKT-TIME
               MOVE SUSP-SEQ-NO        TO HKT-SEQ
               PERFORM 6000-PRINT-DETAIL-LINE
               ADD 1 TO WS-HELD-COUNT
               ADD WS-TRANS-AMOUNT TO WS-HELD-AMOUNT
           END-IF
           PERFORM 2100-READ-SUSP-RECORD.

      *    Tonight's sequential exception file - only the OLMT
      *    rejects print here, resubmitted corrections that would
      *    have taken the customer past the limit.
       3000-REPORT-OVER-LIMIT-REJECTS.
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CORRECTIONS REJECTED OVER THE CREDIT LIMIT'
                                       TO SEC-TITLE
           MOVE WS-SECTION-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3100-READ-EXCP-RECORD
           PERFORM 3200-REPORT-ONE-REJECT UNTIL END-OF-EXCP-FILE.

       3100-READ-EXCP-RECORD.
           READ EXCP-FILE
               AT END
                   SET END-OF-EXCP-FILE TO TRUE
           END-READ.

       3200-REPORT-ONE-REJECT.
           IF EXC-REASON-OVER-LIMIT
               MOVE EXC-ORIGINAL-DATA  TO WS-AREA-1
               MOVE EXC-REASON-CODE    TO DTL-REASON
               MOVE EXC-BUSINESS-DATE  TO HKT-DATE
               MOVE EXC-RUN-TIME       TO HKT-TIME
               MOVE EXC-SEQ-NO         TO HKT-SEQ
               PERFORM 6000-PRINT-DETAIL-LINE
               ADD 1 TO WS-OLMT-REJ-COUNT
               ADD WS-TRANS-AMOUNT TO WS-OLMT-REJ-AMOUNT
           END-IF
           PERFORM 3100-READ-EXCP-RECORD.

      *    A full pass of the customer master in key order: every
      *    account with a limit whose running balance stands over
      *    it, by how much, and as of which run. A balance never
      *    yet carried (spaces) is no balance and cannot be over.
       4000-REPORT-OVER-LIMIT-ACCOUNTS.
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNTS OVER THEIR CREDIT LIMIT'
                                       TO SEC-TITLE
           MOVE WS-SECTION-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-3      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ZERO TO CUST-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-START
           IF NOT END-OF-CUSTOMER-MASTER
               PERFORM 4100-READ-CUSTOMER-RECORD
           END-IF
           PERFORM 4200-REPORT-ONE-ACCOUNT
               UNTIL END-OF-CUSTOMER-MASTER.

       4100-READ-CUSTOMER-RECORD.
           READ CUSTOMER-MASTER NEXT
               AT END
                   SET END-OF-CUSTOMER-MASTER TO TRUE
           END-READ.

       4200-REPORT-ONE-ACCOUNT.
           IF CUST-LIMIT-APPLIES
                   AND CUST-CREDIT-LIMIT IS NUMERIC
                   AND CUST-CURRENT-BALANCE IS NUMERIC
               IF CUST-CURRENT-BALANCE > CUST-CREDIT-LIMIT
                   MOVE CUST-CURRENT-BALANCE TO WS-CUST-BALANCE
                   SUBTRACT CUST-CREDIT-LIMIT FROM WS-CUST-BALANCE
                       GIVING WS-EXCESS
                   MOVE CUST-ID            TO ACT-CUST-ID
                   MOVE CUST-NAME          TO ACT-CUST-NAME
                   MOVE CUST-CREDIT-LIMIT  TO ACT-LIMIT
                   MOVE WS-CUST-BALANCE    TO ACT-BALANCE
                   MOVE WS-EXCESS          TO ACT-EXCESS
                   MOVE CUST-BALANCE-DATE  TO ACT-BALANCE-DATE
                   MOVE WS-ACCOUNT-LINE    TO WS-PRINT-AREA
                   PERFORM 8000-WRITE-REPORT-LINE
                   ADD 1 TO WS-OVER-COUNT
                   ADD WS-EXCESS TO WS-OVER-AMOUNT
               END-IF
           END-IF
           PERFORM 4100-READ-CUSTOMER-RECORD.

       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'DETAILS HELD OVER LIMIT (OLMT):' TO TOT-LABEL
           MOVE WS-HELD-COUNT          TO TOT-COUNT
           MOVE WS-HELD-AMOUNT         TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE          TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'OVER-LIMIT CORRECTION REJECTS:' TO TOT-LABEL
           MOVE WS-OLMT-REJ-COUNT      TO TOT-COUNT
           MOVE WS-OLMT-REJ-AMOUNT     TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE          TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'ACCOUNTS OVER LIMIT - TOTAL EXCESS:' TO TOT-LABEL
           MOVE WS-OVER-COUNT          TO TOT-COUNT
           MOVE WS-OVER-AMOUNT         TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE          TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY 'TRNOLM1: OLMT DETAILS HELD:   ' WS-HELD-COUNT
           DISPLAY 'TRNOLM1: OLMT CORR REJECTS:   ' WS-OLMT-REJ-COUNT
           DISPLAY 'TRNOLM1: ACCOUNTS OVER LIMIT: ' WS-OVER-COUNT.

      *    One held or rejected detail, with the customer's limit
      *    and running balance off the master beside it. A
      *    customer the master no longer carries, or one whose
      *    limit has since been lifted, shows the position blank.
       6000-PRINT-DETAIL-LINE.
           MOVE WS-CUST-ID             TO DTL-CUST-ID
           MOVE WS-TRANS-DATE          TO DTL-TRANS-DATE
           MOVE WS-TRANS-AMOUNT        TO DTL-AMOUNT
           MOVE WS-HOLD-KEY-TEXT       TO DTL-HOLD-KEY
           MOVE SPACES                 TO DTL-POSITION
           MOVE WS-CUST-ID             TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-LIMIT-APPLIES
                           AND CUST-CREDIT-LIMIT IS NUMERIC
                       MOVE CUST-CREDIT-LIMIT TO DTL-LIMIT
                       IF CUST-CURRENT-BALANCE IS NUMERIC
                           MOVE CUST-CURRENT-BALANCE TO DTL-BALANCE
                       ELSE
                           MOVE ZERO TO DTL-BALANCE
                       END-IF
                   END-IF
           END-READ
           MOVE WS-DETAIL-LINE         TO WS-PRINT-AREA
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
           CLOSE EXCP-FILE
           CLOSE SUSP-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-FILE.
