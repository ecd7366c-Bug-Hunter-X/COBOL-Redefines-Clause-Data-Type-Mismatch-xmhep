      *================================================================
      * CYCOREC - Statement cycle open-date control, one fixed 80-byte
      *           record written by TRNSTM1 at each statement close
      *           and rolled into PROD.TRAN.STMT.OPEN by the
      *           month-end job only when the close runs clean.
      *           CYO-OPEN-DATE is the first date of the cycle now
      *           open - the day after the latest run date the closed
      *           cycle carried. TRNPROC1 reads it every night: a
      *           record dated before it belongs to a period already
      *           stated and is posted as a prior-period item
      *           (OUT-PRIOR-PERIOD). CYO-CLOSED-FIRST-RUN and
      *           CYO-CLOSED-LAST-RUN are the run-date span the
      *           closed cycle covered and CYO-CLOSE-RUN-DATE the
      *           date the close ran, for the operators.
      *================================================================
       01  CYCLE-OPEN-RECORD.
           05  CYO-OPEN-DATE               PIC 9(8).
           05  CYO-CLOSED-FIRST-RUN        PIC 9(8).
           05  CYO-CLOSED-LAST-RUN         PIC 9(8).
           05  CYO-CLOSE-RUN-DATE          PIC 9(8).
           05  FILLER                      PIC X(48).
