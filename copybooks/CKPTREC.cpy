           05  CKPT-FORCED-REL-COUNT       PIC 9(8).
           05  CKPT-REJECT-SRC-COUNT       PIC 9(8).
           05  CKPT-REJECT-RMAT-COUNT      PIC 9(8).
      *    Over-limit (OLMT) figures: correction rejects, and the
      *    extract details held over their customer's credit limit
      *    (a breakdown of the suspense figures above, not extra
      *    to them).
           05  CKPT-REJECT-OLMT-COUNT      PIC 9(8).
           05  CKPT-OVER-LIMIT-COUNT       PIC 9(8).
           05  CKPT-OVER-LIMIT-AMOUNT      PIC S9(13)V99 COMP-3.
      *    Prior-period figures: back-dated extract records rejected
      *    past the age limit (BACK), and the postings dated before
      *    the statement cycle's open date (a breakdown of the
      *    posted figures above, not extra to them).
           05  CKPT-REJECT-BACK-COUNT      PIC 9(8).
           05  CKPT-PRIOR-PERIOD-COUNT     PIC 9(8).
           05  CKPT-PRIOR-PERIOD-AMOUNT    PIC S9(13)V99 COMP-3.
      *    The multi-source extract's per-source figures - what was
      *    read, what validated or was held, and the captured
      *    trailer figures, per source section - ride the
           05  CKPT-CUR-SOURCE             PIC 9(2).
           05  CKPT-SOURCE-COUNT           PIC 9(2).
           05  CKPT-SOURCE-TABLE           PIC X(920).
      *    The postings by source id for RUNSTATS, the image of
      *    WS-POSTED-SOURCE-TABLE with its entry count.
           05  CKPT-POSTED-SOURCE-COUNT    PIC 9(2).
           05  CKPT-POSTED-SOURCE-TABLE    PIC X(200).
