      * inapplicable records on their own exception listing with
      * the reason - a bad action code, a non-numeric customer
      * number, a blank name on an add or change, an unknown
      * status byte (or D, which only the review sets), a
      * credit limit that is neither blank, NONE nor all
      * digits, an add for a customer already carried, or
      * a change or delete for one who is not. The credit limit
      * is applied as keyed (blank leaves a change's limit alone,
      * NONE removes it); the running balance TRNPROC1 keeps on
      * the master is never touched here - an add starts it at
      * zero and a change rewrites it as it stood. The step ends RC 4
      * when anything rejected so the morning shift chases the
      * account-opening system; the posting run is not held up -
      * an unapplied add just CUST-rejects tonight exactly as it
      * would have before this step existed.
      *
      * After the daily file, the step applies the dormancy
      * proposals the branches have approved off the monthly
      * TRNDRM1 review (CUSTPRP, the same layout, every record a
      * change to status D carrying the review date). A proposal
      * moves the status to D and nothing else, and only while it
      * still holds: an account already dormant is counted and
      * passed over (so a rerun is harmless), and one whose status
      * has since been changed, or that has posted since the
      * review date, rejects for the branch to look at again.
      * The approved file is emptied once applied, so a proposal
      * is applied once.
      *
      * Change history:
      *   2026-09-01  New - nightly batch refresh of the customer
      *               master from the account-opening system.
      *   2026-10-15  Applied the credit limit off the maintenance
      *               record (blank unchanged, NONE removes it) and
      *               started an added customer's running balance
      *               at zero; a change keeps the balance as is.
      *   2026-10-15  Applied the branch-approved dormancy proposals
      *               (CUSTPRP) after the daily file, status only,
      *               rejecting any overtaken since the review, and
      *               emptied the approved file after.
      *   2026-10-15  Rejected status D off the daily file - an
      *               account goes dormant only through the review.
      *================================================================

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE ASSIGN TO CUSTMNT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO CUSTPRP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  MAINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-FILE-RECORD               PIC X(80).

       FD  PROPOSAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PROPOSAL-FILE-RECORD            PIC X(80).

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.

       WORKING-STORAGE SECTION.

      *    Both inputs are read into the one maintenance layout.
           COPY CMNTREC.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-CHANGED-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-DELETED-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-PROPOSAL-READ-COUNT          PIC 9(8)    VALUE ZERO.
       01  WS-DORMANT-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-ALREADY-DORMANT-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.

       01  WS-FLAGS.
           05  WS-MAINT-EOF                PIC X(1)    VALUE 'N'.
               88  END-OF-MAINT-FILE                   VALUE 'Y'.
           05  WS-PROPOSAL-EOF             PIC X(1)    VALUE 'N'.
               88  END-OF-PROPOSAL-FILE                VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EXC-STATUS                  PIC X(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EXC-LIMIT                   PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  EXC-REASON                  PIC X(30).
           05  FILLER                      PIC X(38)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-RECORD UNTIL END-OF-PROPOSAL-FILE
           PERFORM 3000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           OPEN INPUT MAINT-FILE
           OPEN INPUT PROPOSAL-FILE
           OPEN I-O CUSTOMER-MASTER
           OPEN OUTPUT REPORT-FILE
           MOVE ' EXCEPTIONS (NOT APPLIED):' TO WS-PRINT-AREA
      *    touched - the account-opening system's file travels a
      *    few hands before it lands here, and a malformed record
      *    must reject readably, not abend the step or corrupt a
      *    master entry. A dormancy proposal must be what TRNDRM1
      *    writes - a change to D with its review date - before
      *    anything else is looked at; the daily file may never
      *    set D, which comes only through the branch review.
       2000-APPLY-ONE-RECORD.
           IF END-OF-MAINT-FILE
               ADD 1 TO WS-PROPOSAL-READ-COUNT
           ELSE
               ADD 1 TO WS-READ-COUNT
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           IF END-OF-MAINT-FILE
               IF NOT CMT-ACTION-CHANGE
                       OR CMT-CUST-STATUS NOT = 'D'
                   MOVE 'NOT A DORMANCY PROPOSAL'
                       TO WS-REJECT-REASON
               ELSE
                   IF CMT-REVIEW-DATE IS NOT NUMERIC
                       MOVE 'PROPOSAL REVIEW DATE MISSING'
                           TO WS-REJECT-REASON
                   ELSE
                       IF CMT-REVIEW-DATE-N = ZERO
                           MOVE 'PROPOSAL REVIEW DATE MISSING'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF (CMT-ACTION-ADD OR CMT-ACTION-CHANGE)
                       AND CMT-CUST-STATUS = 'D'
                   MOVE 'DORMANCY ONLY THROUGH REVIEW'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN CMT-CUST-ID IS NOT NUMERIC
                   MOVE 'CUSTOMER NUMBER NOT NUMERIC'
                       TO WS-REJECT-REASON
                       AND NOT CMT-STATUS-KNOWN
                   MOVE 'UNKNOWN STATUS CODE'
                       TO WS-REJECT-REASON
               WHEN (CMT-ACTION-ADD OR CMT-ACTION-CHANGE)
                       AND NOT CMT-LIMIT-UNCHANGED
                       AND NOT CMT-LIMIT-REMOVED
                       AND CMT-CREDIT-LIMIT IS NOT NUMERIC
                   MOVE 'CREDIT LIMIT NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN CMT-ACTION-ADD
                   PERFORM 2200-APPLY-ADD
               WHEN END-OF-MAINT-FILE
                   PERFORM 2350-APPLY-DORMANCY
               WHEN CMT-ACTION-CHANGE
                   PERFORM 2300-APPLY-CHANGE
               WHEN OTHER
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-MAINT-RECORD
           END-IF
           IF END-OF-MAINT-FILE
               PERFORM 2150-READ-PROPOSAL-RECORD
           ELSE
               PERFORM 2100-READ-MAINT-RECORD
           END-IF.

      *    The daily file runs out into the approved proposals.
       2100-READ-MAINT-RECORD.
           READ MAINT-FILE INTO CUST-MAINT-RECORD
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
                   PERFORM 2150-READ-PROPOSAL-RECORD
           END-READ.

       2150-READ-PROPOSAL-RECORD.
           READ PROPOSAL-FILE INTO CUST-MAINT-RECORD
               AT END
                   SET END-OF-PROPOSAL-FILE TO TRUE
           END-READ.

       2200-APPLY-ADD.
           MOVE CMT-CUST-NAME   TO CUST-NAME
           MOVE CMT-CUST-STATUS TO CUST-STATUS
           MOVE SPACES          TO CUSTOMER-MASTER-RECORD (42:39)
           MOVE 'N'             TO CUST-LIMIT-FLAG
           MOVE ZERO            TO CUST-CREDIT-LIMIT
           PERFORM 2250-APPLY-CREDIT-LIMIT
           MOVE ZERO            TO CUST-CURRENT-BALANCE
           MOVE ZERO            TO CUST-BALANCE-DATE
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'ADD - ALREADY ON MASTER'
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

      *    Blank leaves the limit as it stands - on an add, the
      *    no-limit default 2200 set just before.
       2250-APPLY-CREDIT-LIMIT.
           EVALUATE TRUE
               WHEN CMT-LIMIT-UNCHANGED
                   CONTINUE
               WHEN CMT-LIMIT-REMOVED
                   MOVE 'N'              TO CUST-LIMIT-FLAG
                   MOVE ZERO             TO CUST-CREDIT-LIMIT
               WHEN OTHER
                   MOVE 'Y'              TO CUST-LIMIT-FLAG
                   MOVE CMT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           END-EVALUATE.

       2300-APPLY-CHANGE.
           MOVE CMT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   MOVE CMT-CUST-NAME   TO CUST-NAME
                   MOVE CMT-CUST-STATUS TO CUST-STATUS
                   PERFORM 2250-APPLY-CREDIT-LIMIT
                   REWRITE CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-CHANGED-COUNT
           END-READ.

      *    Only the status moves. The master's own balance date
      *    says whether the account has posted since the review
      *    (TRNPROC1 stamps it on every posting, TRNSTM1 on a
      *    cycle true-up - a true-up after the review also rejects,
      *    which errs on the side of leaving the account active).
       2350-APPLY-DORMANCY.
           MOVE CMT-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'CHANGE - NOT ON MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 2360-CHECK-DORMANCY-PROPOSAL
           END-READ.

       2360-CHECK-DORMANCY-PROPOSAL.
           IF CUST-STATUS-DORMANT
               ADD 1 TO WS-ALREADY-DORMANT-COUNT
           ELSE
               IF CUST-STATUS NOT = 'A' AND CUST-STATUS NOT = SPACE
                   MOVE 'STATUS CHANGED SINCE REVIEW'
                       TO WS-REJECT-REASON
               ELSE
                   IF CUST-BALANCE-DATE IS NUMERIC
                       IF CUST-BALANCE-DATE > CMT-REVIEW-DATE-N
                           MOVE 'POSTED SINCE DORMANCY REVIEW'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       MOVE 'D' TO CUST-STATUS
                       REWRITE CUSTOMER-MASTER-RECORD
                       ADD 1 TO WS-DORMANT-COUNT
                   END-IF
               END-IF
           END-IF.

       2400-APPLY-DELETE.
           MOVE CMT-CUST-ID TO CUST-ID
           DELETE CUSTOMER-MASTER
           MOVE CUST-MAINT-RECORD (2:10) TO EXC-CUST-ID
           MOVE CMT-CUST-NAME      TO EXC-CUST-NAME
           MOVE CMT-CUST-STATUS    TO EXC-STATUS
           MOVE CMT-CREDIT-LIMIT-X TO EXC-LIMIT
           MOVE WS-REJECT-REASON   TO EXC-REASON
           MOVE WS-EXCEPTION-LINE  TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.
           MOVE 'RECORDS REJECTED:' TO TOT-LABEL
           MOVE WS-REJECTED-COUNT TO TOT-COUNT
           PERFORM 3100-PRINT-TOTAL-LINE
           MOVE 'DORMANCY PROPOSALS READ:' TO TOT-LABEL
           MOVE WS-PROPOSAL-READ-COUNT TO TOT-COUNT
           PERFORM 3100-PRINT-TOTAL-LINE
           MOVE 'CUSTOMERS MARKED DORMANT:' TO TOT-LABEL
           MOVE WS-DORMANT-COUNT TO TOT-COUNT
           PERFORM 3100-PRINT-TOTAL-LINE
           MOVE 'ALREADY DORMANT (PASSED OVER):' TO TOT-LABEL
           MOVE WS-ALREADY-DORMANT-COUNT TO TOT-COUNT
           PERFORM 3100-PRINT-TOTAL-LINE
           DISPLAY 'TRNCMU1: READ:     ' WS-READ-COUNT
           DISPLAY 'TRNCMU1: ADDED:    ' WS-ADDED-COUNT
           DISPLAY 'TRNCMU1: CHANGED:  ' WS-CHANGED-COUNT
           DISPLAY 'TRNCMU1: DELETED:  ' WS-DELETED-COUNT
           DISPLAY 'TRNCMU1: REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'TRNCMU1: PROPOSALS READ:   '
               WS-PROPOSAL-READ-COUNT
           DISPLAY 'TRNCMU1: MARKED DORMANT:   ' WS-DORMANT-COUNT
           DISPLAY 'TRNCMU1: ALREADY DORMANT:  '
               WS-ALREADY-DORMANT-COUNT.

       3100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
      *    Rejects end the step RC 4 - visible to the scheduler,
      *    but the nightly job carries on: an unapplied add only
      *    means tonight's postings for that customer CUST-reject,
      *    exactly as they did before this step existed. The
      *    approved proposals are emptied once applied - a rejected
      *    one is on the listing, and the next monthly review
      *    proposes it again if it still qualifies.
       9900-TERMINATE.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE MAINT-FILE
           CLOSE PROPOSAL-FILE
           IF WS-PROPOSAL-READ-COUNT > ZERO
               OPEN OUTPUT PROPOSAL-FILE
               CLOSE PROPOSAL-FILE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-FILE.
