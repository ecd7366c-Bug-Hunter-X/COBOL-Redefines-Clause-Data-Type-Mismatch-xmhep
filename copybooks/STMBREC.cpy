      *           activity; a customer with a balance but no activity
      *           is carried forward unchanged. A missing file (the
      *           first cycle ever) opens every customer at zero.
      *
      *           STM-LAST-ACTIVITY-DATE is the run date of the
      *           customer's latest posting, taken off the cycle
      *           activity and carried forward with the balance
      *           through quiet cycles - the TRNDRM1 dormancy
      *           review's measure of how long an account has gone
      *           quiet. A balance carried from before the date
      *           was kept (spaces) starts its clock at the first
      *           close that keeps it, so dormancy is never
      *           overstated.
      *================================================================
       01  STMT-BALANCE-RECORD.
           05  STM-CUST-ID                 PIC 9(10).
           05  STM-BALANCE                 PIC S9(13)V99 COMP-3.
           05  STM-LAST-ACTIVITY-DATE      PIC 9(8).
           05  FILLER                      PIC X(4).
