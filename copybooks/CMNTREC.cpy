      *           TRNCORR operator to fix. Same 80-byte shape as
      *           the master record itself, with the action code in
      *           front of the key.
      *
      *           CMT-CREDIT-LIMIT sets the customer's credit limit
      *           in whole units. Left blank it leaves the master's
      *           limit as it stands on a change, and adds the
      *           customer with no limit; NONE (left-justified)
      *           removes the limit. The running balance is never
      *           maintained from here.
      *
      *           CMT-REVIEW-DATE is set only on the change records
      *           the monthly TRNDRM1 dormancy review proposes (the
      *           review's run date; spaces on the account-opening
      *           system's file). Such a record, once the branches
      *           have approved it, moves CUST-STATUS to D and
      *           nothing else - the name on it is the master's at
      *           review time and is not applied.
      *================================================================
       01  CUST-MAINT-RECORD.
           05  CMT-ACTION                  PIC X(1).
           05  CMT-CUST-NAME               PIC X(30).
           05  CMT-CUST-STATUS             PIC X(1).
               88  CMT-STATUS-KNOWN                VALUE 'A' 'F'
                                                         'C' 'D' ' '.
           05  CMT-CREDIT-LIMIT-X          PIC X(11).
               88  CMT-LIMIT-UNCHANGED             VALUE SPACES.
               88  CMT-LIMIT-REMOVED               VALUE 'NONE'.
           05  CMT-CREDIT-LIMIT REDEFINES CMT-CREDIT-LIMIT-X
                                           PIC 9(11).
           05  CMT-REVIEW-DATE             PIC X(8).
           05  CMT-REVIEW-DATE-N REDEFINES CMT-REVIEW-DATE
                                           PIC 9(8).
           05  FILLER                      PIC X(19).
