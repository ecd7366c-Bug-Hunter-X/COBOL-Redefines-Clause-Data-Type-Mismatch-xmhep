      *    the operators instead of flowing into the GL as an
      *    unmatched credit.
               88  EXC-REASON-UNMATCHED-REV        VALUE 'RMAT'.
      *    OLMT is a detail that would take its customer past the
      *    credit limit on the master. Like FRZN it only arises
      *    on a resubmitted correction - an extract detail is held
      *    on suspense instead - and comes straight back for the
      *    operator to route to the branch.
               88  EXC-REASON-OVER-LIMIT           VALUE 'OLMT'.
      *    BACK is an extract record dated before the statement
      *    cycle's open date and older than the age limit on the
      *    nightly run card (PRIORAGE) - too stale to post into the
      *    ledger as a prior-period adjustment unexamined. The
      *    operator confirms it with the source and resubmits it
      *    through TRNCORR (a correction is not age-checked), or
      *    routes it to accounting.
               88  EXC-REASON-BACKDATED            VALUE 'BACK'.
      *    For DUPE rejects only: the run date of the batch that
      *    posted the original, so the operator can confirm the
      *    duplicate against that day's report before discarding.
