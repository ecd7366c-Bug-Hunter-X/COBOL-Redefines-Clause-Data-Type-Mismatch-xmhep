      * and date edits - status is checked after them - so the
      * sub-fields here are always readable.
      *
      * A posting to a dormant account (status D) is not blocked -
      * TRNPROC1 posts it like any other - but it is exactly what
      * the branch needs to know about: an account the monthly
      * TRNDRM1 review had written off as quiet has come back to
      * life, and the branch reactivates it (or asks why not).
      * Those postings are listed off tonight's converted file
      * (TRANSCNV), looked up on the customer master.
      *
      * Change history:
      *   2026-09-01  New - status-blocked activity summary off the
      *               night's exceptions and the suspense
      *               carry-forward.
      *   2026-10-15  Listed tonight's postings to dormant accounts
      *               off the converted file and the customer master.
      *   2026-10-15  Left the month-end fee and interest assessment
      *               (source ASMT) off the dormant-posting list -
      *               the bank's charge does not reactivate anyone.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSP-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONV-FILE ASSIGN TO TRANSCNV
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID.
           SELECT REPORT-FILE ASSIGN TO BLKRPT
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 126 CHARACTERS.
           COPY SUSPREC.

       FD  CONV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY TRANOUT.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-FROZEN-HELD-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-FROZEN-HELD-AMOUNT           PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DORMANT-POST-COUNT           PIC 9(8)    VALUE ZERO.
       01  WS-DORMANT-POST-AMOUNT          PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
      *    The last customer looked up and whether the master has
      *    them dormant - a customer's postings usually run
      *    together on the converted file.
       01  WS-LOOKED-UP-CUST-ID            PIC 9(10)   VALUE ZERO.
       01  WS-LOOKED-UP-DORMANT            PIC X(1)    VALUE 'N'.
           88  LOOKED-UP-IS-DORMANT                    VALUE 'Y'.

       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.
               88  END-OF-EXCP-FILE                    VALUE 'Y'.
           05  WS-SUSP-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-SUSP-FILE                    VALUE 'Y'.
           05  WS-CONV-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-CONV-FILE                    VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE '  BLOCKED UNDER'.
           05  FILLER                      PIC X(65)   VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(14)
                                           VALUE '  CUSTOMER ID'.
           05  FILLER                      PIC X(12)
                                           VALUE 'TRANS DATE'.
           05  FILLER                      PIC X(17)
                                           VALUE '           AMOUNT'.
           05  FILLER                      PIC X(8)
                                           VALUE '  STATUS'.
           05  FILLER                      PIC X(16)
                                           VALUE '  POSTED UNDER'.
           05  FILLER                      PIC X(65)   VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CUST-ID                 PIC 9(10).
           05  EKT-SEQ                     PIC 9(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.

      *    A dormant account's posting is named by tonight's source
      *    and sequence number, as the TRNRPT1 listing shows it.
       01  WS-CONV-KEY-TEXT.
           05  FILLER                      PIC X(7)    VALUE 'SOURCE '.
           05  CKT-SOURCE-ID               PIC X(4).
           05  FILLER                      PIC X(5)    VALUE ' SEQ '.
           05  CKT-SEQ                     PIC 9(8).
           05  FILLER                      PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-STATUS-REJECTS
           PERFORM 3000-REPORT-FROZEN-HOLDS
           PERFORM 3500-REPORT-DORMANT-POSTINGS
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           OPEN INPUT EXCP-FILE
           OPEN INPUT SUSP-FILE
           OPEN INPUT CONV-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT REPORT-FILE.

      *    Tonight's sequential exception file - only the status
           END-IF
           PERFORM 3100-READ-SUSP-RECORD.

      *    Tonight's converted postings whose customer the master
      *    carries as dormant. The master is read once per change
      *    of customer; a customer the master no longer carries is
      *    not dormant. The month-end assessment charges dormant
      *    accounts as a matter of course and is not listed.
       3500-REPORT-DORMANT-POSTINGS.
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'POSTINGS TO DORMANT ACCOUNTS (REACTIVATE OR QUERY)'
                                       TO SEC-TITLE
           MOVE WS-SECTION-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-3      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3600-READ-CONV-RECORD
           PERFORM 3700-REPORT-ONE-POSTING UNTIL END-OF-CONV-FILE.

       3600-READ-CONV-RECORD.
           READ CONV-FILE
               AT END
                   SET END-OF-CONV-FILE TO TRUE
           END-READ.

       3700-REPORT-ONE-POSTING.
           IF OUT-CUST-ID NOT = WS-LOOKED-UP-CUST-ID
               PERFORM 3750-LOOK-UP-CUSTOMER
           END-IF
           IF LOOKED-UP-IS-DORMANT AND NOT OUT-SRC-ASSESSMENT
               MOVE OUT-CUST-ID        TO DTL-CUST-ID
               MOVE OUT-TRANS-DATE     TO DTL-TRANS-DATE
               MOVE OUT-TRANS-AMOUNT   TO DTL-AMOUNT
               MOVE 'DORM'             TO DTL-REASON
               MOVE OUT-SOURCE-ID      TO CKT-SOURCE-ID
               MOVE OUT-SEQ-NO         TO CKT-SEQ
               MOVE WS-CONV-KEY-TEXT   TO DTL-BLOCK-KEY
               MOVE WS-DETAIL-LINE     TO WS-PRINT-AREA
               PERFORM 8000-WRITE-REPORT-LINE
               ADD 1 TO WS-DORMANT-POST-COUNT
               ADD OUT-TRANS-AMOUNT TO WS-DORMANT-POST-AMOUNT
           END-IF
           PERFORM 3600-READ-CONV-RECORD.

       3750-LOOK-UP-CUSTOMER.
           MOVE OUT-CUST-ID TO WS-LOOKED-UP-CUST-ID
           MOVE 'N'         TO WS-LOOKED-UP-DORMANT
           MOVE OUT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-STATUS-DORMANT
                       MOVE 'Y' TO WS-LOOKED-UP-DORMANT
                   END-IF
           END-READ.

       4000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-FROZEN-HELD-AMOUNT  TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE          TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'POSTINGS TO DORMANT ACCOUNTS:' TO TOT-LABEL
           MOVE WS-DORMANT-POST-COUNT  TO TOT-COUNT
           MOVE WS-DORMANT-POST-AMOUNT TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE          TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY 'TRNBLK1: CLSD REJECTS:       ' WS-CLSD-COUNT
           DISPLAY 'TRNBLK1: FRZN CORR REJECTS:  ' WS-FRZN-REJ-COUNT
           DISPLAY 'TRNBLK1: FROZEN RECORDS HELD: '
               WS-FROZEN-HELD-COUNT
           DISPLAY 'TRNBLK1: DORMANT POSTINGS:   '
               WS-DORMANT-POST-COUNT.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
       9900-TERMINATE.
           CLOSE EXCP-FILE
           CLOSE SUSP-FILE
           CLOSE CONV-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-FILE.
