      *================================================================
      * GLHREC - General ledger acknowledgment history, fixed 80-byte
      *          records TRNGLA1 appends to the retained GLHIST
      *          dataset each morning: one per GLPOST posting it
      *          reconciled, carrying the posting's identity, the
      *          nightly run that handed it over (GLH-RUN-DATE, off
      *          GL-RUN-DATE) and the verdict it reached - ACC
      *          accepted clean, REJ rejected by the ledger, DIFF
      *          acknowledged with figures that disagree (or twice),
      *          NACK never acknowledged. GLPOST itself is scratched
      *          every night, so this is the month's only record of
      *          what the ledger took; the TRNCLS1 month-end close
      *          ties it to RUNSTATS and the statement cycle.
      *          GLH-CHECK-DATE/TIME name the TRNGLA1 run - when the
      *          morning job is run twice over one hand-off, the
      *          close takes the later check. Never scratch GLHIST;
      *          allocate it once, empty, before first use - the
      *          RUNSTATS discipline. GLH-ENTRY-TYPE carries the
      *          posting's GL-ENTRY-TYPE (A prior-period adjustment,
      *          blank ordinary - and blank on every record written
      *          before adjustments were posted).
      *================================================================
       01  GL-HISTORY-RECORD.
           05  GLH-RUN-DATE                PIC 9(8).
           05  GLH-SOURCE-SYS              PIC X(4).
           05  GLH-POST-DATE               PIC 9(8).
           05  GLH-DR-CR-CODE              PIC X(2).
               88  GLH-POSTING-DEBIT               VALUE 'DR'.
               88  GLH-POSTING-CREDIT              VALUE 'CR'.
           05  GLH-POST-AMOUNT             PIC S9(13)V99 COMP-3.
           05  GLH-SOURCE-COUNT            PIC 9(8).
           05  GLH-STATUS                  PIC X(4).
               88  GLH-ACCEPTED                    VALUE 'ACC'.
               88  GLH-REJECTED                    VALUE 'REJ'.
               88  GLH-DISAGREED                   VALUE 'DIFF'.
               88  GLH-NOT-ACKED                   VALUE 'NACK'.
           05  GLH-CHECK-STAMP.
               10  GLH-CHECK-DATE          PIC 9(8).
               10  GLH-CHECK-TIME          PIC 9(6).
           05  GLH-ENTRY-TYPE              PIC X(1).
               88  GLH-PRIOR-PERIOD-ADJ            VALUE 'A'.
           05  FILLER                      PIC X(23).
