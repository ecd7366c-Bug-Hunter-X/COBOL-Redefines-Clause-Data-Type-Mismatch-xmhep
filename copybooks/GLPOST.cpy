      *          source system per date - GL-SOURCE-SYS says which
      *          book (blank for pre-merger activity), and the
      *          acknowledgment file echoes it back (see GLACK).
      *          GL-RUN-DATE names the nightly run that handed the
      *          posting over (off OUT-RUN-DATE) - the ledger does
      *          not echo it; TRNGLA1 carries it onto the GLHIST
      *          acknowledgment history the month-end close reads.
      *          GL-ENTRY-TYPE A is a prior-period adjustment: the
      *          night's back-dated postings (OUT-PRIOR-PERIOD),
      *          summarized per source and side and dated the run
      *          date, so nothing posts into a period the ledger has
      *          closed. Blank is an ordinary posting. An adjustment
      *          can share date, side and source with an ordinary
      *          posting, so the entry type is part of its identity
      *          and the acknowledgment echoes it.
      *================================================================
       01  GL-POSTING-RECORD.
           05  GL-RECORD-TYPE              PIC X(1).
           05  GL-POST-AMOUNT              PIC S9(13)V99 COMP-3.
           05  GL-SOURCE-COUNT             PIC 9(8).
           05  GL-SOURCE-SYS               PIC X(4).
           05  GL-RUN-DATE                 PIC 9(8).
           05  GL-ENTRY-TYPE               PIC X(1).
               88  GL-ENTRY-ORDINARY               VALUE ' '.
               88  GL-ENTRY-PRIOR-PERIOD           VALUE 'A'.
           05  FILLER                      PIC X(40).

       01  GL-TRAILER-RECORD.
           05  GL-TRL-RECORD-TYPE          PIC X(1).
