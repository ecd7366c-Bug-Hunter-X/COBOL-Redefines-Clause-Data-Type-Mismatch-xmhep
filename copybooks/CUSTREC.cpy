      *           (A, or space on masters loaded before the status
      *           went in) posts normally; only the two blocking
      *           values act, so a mistyped status byte delays
      *           nothing. DORMANT (D) is set through TRNCMU1 off
      *           the monthly TRNDRM1 dormancy review and posts
      *           normally too - a dormant account that posts
      *           again is listed on the TRNBLK1 branch page for
      *           the branch to reactivate.
      *
      *           CUST-CREDIT-LIMIT is the most the customer may
      *           owe, in whole units, and is enforced only where
      *           CUST-LIMIT-FLAG is Y - a master loaded before the
      *           limit went in carries spaces there and posts
      *           unlimited, as it always did. CUST-CURRENT-BALANCE
      *           is the running balance TRNPROC1 keeps as each
      *           detail (plus) and matched reversal (minus) posts,
      *           stamped with the run date in CUST-BALANCE-DATE
      *           (not by the month-end fee and interest assessment,
      *           which is the bank's posting, not the customer's
      *           activity, and is never held over-limit); a
      *           detail that would take it past the limit is held
      *           on suspense under OLMT instead of posting. TRNSTM1
      *           trues the balance up to the statement closing
      *           balance at every cycle close (which also seeds it
      *           on a master that has never carried one - spaces
      *           read as zero until then). The limit is maintained
      *           through TRNCMU1 and TRNCMT; the balance only ever
      *           by the batch. All display fields, so the master
      *           images on the audit trail and the TRNAPV screen
      *           stay readable. Bytes 1-53 are the maintained part
      *           of the record.
      *================================================================
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                     PIC 9(10).
           05  CUST-STATUS                 PIC X(1).
               88  CUST-STATUS-FROZEN              VALUE 'F'.
               88  CUST-STATUS-CLOSED              VALUE 'C'.
               88  CUST-STATUS-DORMANT             VALUE 'D'.
           05  CUST-LIMIT-FLAG             PIC X(1).
               88  CUST-LIMIT-APPLIES              VALUE 'Y'.
           05  CUST-CREDIT-LIMIT           PIC 9(11).
           05  CUST-CURRENT-BALANCE        PIC S9(13)V99.
           05  CUST-BALANCE-DATE           PIC 9(8).
           05  FILLER                      PIC X(4).
