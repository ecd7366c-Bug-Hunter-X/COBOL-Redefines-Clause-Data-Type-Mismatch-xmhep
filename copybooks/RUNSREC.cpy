      *           shift operator eyeballing archived SYSOUT against
      *           memory. RUN-BALANCED-FLAG carries the
      *           reconciliation outcome (Y balanced, N not).
      *           The prior-period figures break out the postings
      *           dated before the statement cycle's open date (they
      *           are inside the posted figures, not extra to them)
      *           and count the back-dated extract records rejected
      *           past the age limit (BACK). A record written before
      *           the layout grew to 240 bytes carries no figures
      *           there - readers take them as zero when not
      *           numeric (see jcl/RUNSCNV.jcl).
      *           RUN-SOURCE-TABLE breaks the postings written to
      *           the converted file out by the source id they carry
      *           (extract, resubmitted and released alike; a
      *           reversal nets off), first RUN-SOURCE-COUNT entries
      *           used - what the month-end close ties source by
      *           source. A record from before the table (count not
      *           numeric) has no breakdown.
      *           Never scratch RUNSTATS; allocate it once, empty,
      *           before first use - the AUDFILE discipline.
      *================================================================
           05  RUN-REJ-SRC-COUNT           PIC 9(8).
           05  RUN-REJ-RMAT-COUNT          PIC 9(8).
           05  FILLER                      PIC X(1).
           05  RUN-PRIOR-PERIOD-COUNT      PIC 9(8).
           05  RUN-PRIOR-PERIOD-AMOUNT     PIC S9(13)V99 COMP-3.
           05  RUN-REJ-BACK-COUNT          PIC 9(8).
           05  RUN-SOURCE-COUNT            PIC 9(2).
           05  FILLER                      PIC X(6).
           05  RUN-SOURCE-TABLE.
               10  RUN-SOURCE-ENTRY        OCCURS 10.
                   15  RUN-SRC-ID          PIC X(4).
                   15  RUN-SRC-POSTED-COUNT PIC 9(8).
                   15  RUN-SRC-POSTED-AMOUNT PIC S9(13)V99 COMP-3.
