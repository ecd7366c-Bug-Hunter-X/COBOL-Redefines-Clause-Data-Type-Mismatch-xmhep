      *================================================================
      * SUSPREC - Suspense-hold record, the carry-forward dataset of
      *           valid records TRNPROC1 is not posting tonight:
      *           future-dated records waiting for their date, a
      *           frozen account's records waiting for the branch to
      *           lift the freeze, and details that would take their
      *           customer past the credit limit, waiting for the
      *           balance to come down, the limit to go up or a
      *           supervisor's release. The raw 100 transaction
      *           bytes ride in SUSP-DATA and are re-validated in
      *           full on every run, exactly as before; the leading
      *           fields say when the record was first held (the
      *           held date/time and sequence number survive every
      *           nightly re-hold, so a record's age on suspense is
      *           real) and why (SUSP-HOLD-REASON, refreshed each
      *           night - a future-dated record whose customer is
      *           then frozen shows the reason currently holding
      *           it).
      *
      *           SUSP-KEY - held date, held time and a per-run hold
      *           sequence number - uniquely names one held record
           05  SUSP-HOLD-REASON            PIC X(4).
               88  SUSP-HELD-FUTURE                VALUE 'FUTR'.
               88  SUSP-HELD-FROZEN                VALUE 'FRZN'.
               88  SUSP-HELD-OVER-LIMIT            VALUE 'OLMT'.
           05  SUSP-DATA                   PIC X(100).
