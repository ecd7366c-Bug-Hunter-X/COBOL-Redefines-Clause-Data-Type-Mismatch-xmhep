       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCLS1.
      *================================================================
      * TRNCLS1 - Month-end close reconciliation.
      *
      * Proves the month three ways, per business (run) date and
      * per source system, before the statement cycle is rolled:
      *
      *   RUNSTATS   what each night's TRNPROC1 says it posted -
      *              the extract's net (RUN-TOTAL-AMOUNT, which is
      *              already net of RUN-REVERSAL-AMOUNT) plus the
      *              resubmitted and released-from-suspense
      *              postings, the records of all of which went to
      *              the converted file;
      *   the cycle  what the nightly STEP045 appended to the
      *              statement cycle TRNSTM1 has just printed;
      *   the ledger what the ledger accepted (ACC) of each
      *              night's GLPOST hand-off, off the GLHIST
      *              acknowledgment history TRNGLA1 keeps.
      *
      * All three tie source by source: the cycle and the ledger
      * name their source system, and RUNSTATS breaks each run's
      * postings out by source as well as carrying the run's own
      * total, which ties to the day's total across sources. A
      * RUNSTATS record written before the breakdown was carried
      * ties by date only. Where a date was run more than once (a
      * scrapped run and its committed rerun), the LATEST RUNSTATS
      * record is the night, breakdown and all; where the morning
      * acknowledgment check was run more than once over one
      * hand-off, the latest check stands. Every date and source
      * prints; one whose figures disagree - a night the ledger
      * rejected or never acknowledged, a night that never
      * reached the ledger (out of balance, so STEP050 did not
      * run), a scrapped run purged from one store but not
      * another, a date or a source missing from the cycle - is
      * flagged *** with the reason.
      *
      * It also proves the balance roll: the prior cycle's closing
      * balances (BALIN) plus the whole cycle's activity must equal
      * the closing balances TRNSTM1 just wrote (BALNEW).
      *
      * The period is the run dates on the PERIOD card on PARMCARD
      * (PERIOD ffffffff llllllll, first and last run date), or
      * with no card the earliest through latest run date on the
      * cycle. A bad card stops the run RC 8. Any disagreement at
      * all ends the step RC 4, which holds the close - see
      * jcl/TRNSTM1.jcl.
      *
      * Prior-period items - records dated before the cycle was
      * open, posted as adjustments - are tied the same three
      * ways as a breakdown of each date's figures: RUNSTATS'
      * RUN-PRIOR-PERIOD figures, the cycle's OUT-PRIOR-PERIOD
      * records and the ledger's accepted adjustment postings
      * (GLH-PRIOR-PERIOD-ADJ). A date that had any prints a
      * PRIOR line under its DAY line; figures that disagree flag
      * the date *** like any other.
      *
      * Change history:
      *   2026-10-15  New - month-end three-way tie-out of RUNSTATS,
      *               the statement cycle and the ledger.
      *   2026-10-15  Prior-period items tied separately per date
      *               and totalled; RUNSTATS now 240 bytes.
      *   2026-10-15  RUNSTATS tied source by source off its new
      *               breakdown of the postings; RUNSTATS now 440
      *               bytes.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO CYCLEIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-HISTORY-FILE ASSIGN TO GLHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BALANCE-IN ASSIGN TO BALIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT BALANCE-NEW ASSIGN TO BALNEW
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO CLSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  CYCLE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY TRANOUT.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
           COPY RUNSREC.

       FD  GL-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLHREC.

       FD  BALANCE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-IN-RECORD               PIC X(30).

       FD  BALANCE-NEW
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  BALANCE-NEW-RECORD              PIC X(30).

       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

      *    One record per figure from any of the three stores,
      *    sorted by run date and source; a run's own RUNSTATS
      *    figures carry HIGH-VALUES as their source so they fall
      *    after the day's sources, while its breakdown by source
      *    (leg S) falls in with each source's cycle and ledger
      *    figures. Within a leg the stamp (run time, or
      *    acknowledgment check date and time) puts the latest
      *    last. SRT-PRIOR-COUNT and SRT-PRIOR-AMOUNT are the part
      *    of the figure that was prior-period items.
       SD  SORT-WORK-FILE
           RECORD CONTAINS 66 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SRT-RUN-DATE                PIC 9(8).
           05  SRT-SOURCE-ID               PIC X(4).
           05  SRT-LEG                     PIC X(1).
               88  SRT-FROM-CYCLE                      VALUE 'C'.
               88  SRT-FROM-LEDGER                     VALUE 'G'.
               88  SRT-FROM-RUNSTATS                   VALUE 'R'.
               88  SRT-FROM-RUNSTATS-SOURCE            VALUE 'S'.
           05  SRT-STAMP                   PIC X(14).
           05  SRT-COUNT                   PIC 9(8).
           05  SRT-AMOUNT                  PIC S9(13)V99 COMP-3.
           05  SRT-STATUS                  PIC X(4).
           05  FILLER                      PIC X(3).
           05  SRT-PRIOR-COUNT             PIC 9(8).
           05  SRT-PRIOR-AMOUNT            PIC S9(13)V99 COMP-3.

       WORKING-STORAGE SECTION.

      *    Working copy of the balance layout both balance files
      *    are read into.
           COPY STMBREC.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-PERIOD-FIRST                 PIC 9(8)    VALUE ZERO.
       01  WS-PERIOD-LAST                  PIC 9(8)    VALUE ZERO.
       01  WS-CYCLE-FIRST                  PIC 9(8)    VALUE ZERO.
       01  WS-CYCLE-LAST                   PIC 9(8)    VALUE ZERO.
       01  WS-NOTE                         PIC X(29)   VALUE SPACES.

      *    Read counts, for SYSOUT.
       01  WS-CYCLE-READ-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-STATS-READ-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-LEDGER-READ-COUNT            PIC 9(8)    VALUE ZERO.

      *    The source being tied on the current date.
       01  WS-CUR-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-CUR-SOURCE                   PIC X(4)    VALUE SPACES.
       01  WS-SRC-CYCLE-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-SRC-CYCLE-AMOUNT             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-SRC-LEDGER-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-SRC-LEDGER-AMOUNT            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-SRC-CYCLE-PRIOR-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-SRC-CYCLE-PRIOR-AMOUNT       PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-SRC-LEDGER-PRIOR-COUNT       PIC 9(8)    VALUE ZERO.
       01  WS-SRC-LEDGER-PRIOR-AMOUNT      PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-SRC-STATS-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-SRC-STATS-AMOUNT             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-SRC-NOT-ACCEPTED             PIC 9(8)    VALUE ZERO.
       01  WS-SRC-LEDGER-STAMP             PIC X(14)   VALUE SPACES.

      *    The current date's totals across its sources, and its
      *    RUNSTATS figures.
       01  WS-DAY-CYCLE-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-DAY-CYCLE-AMOUNT             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-LEDGER-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-DAY-LEDGER-AMOUNT            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-STATS-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-DAY-STATS-AMOUNT             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-CYCLE-PRIOR-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-DAY-CYCLE-PRIOR-AMOUNT       PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-LEDGER-PRIOR-COUNT       PIC 9(8)    VALUE ZERO.
       01  WS-DAY-LEDGER-PRIOR-AMOUNT      PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-STATS-PRIOR-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-DAY-STATS-PRIOR-AMOUNT       PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-STATS-RUNS               PIC 9(4)    VALUE ZERO.
       01  WS-DAY-STATS-BALANCED           PIC X(1)    VALUE SPACE.
       01  WS-DAY-SOURCE-ERRORS            PIC 9(4)    VALUE ZERO.

      *    Each run date's latest RUNSTATS run, found on a first
      *    pass so only that run's breakdown is released, and
      *    whether it carried one. Four hundred dates is over a
      *    year; a period longer than that is refused.
       01  WS-LATEST-COUNT                 PIC 9(4)    VALUE ZERO.
       01  WS-LATEST-SUB                   PIC 9(4)    VALUE ZERO.
       01  WS-LATEST-FOUND                 PIC 9(4)    VALUE ZERO.
       01  WS-FIND-DATE                    PIC 9(8)    VALUE ZERO.
       01  WS-STATS-SRC-SUB                PIC 9(2)    VALUE ZERO.
       01  WS-LATEST-RUN-TABLE.
           05  WS-LATEST-ENTRY OCCURS 400.
               10  WS-LATEST-DATE          PIC 9(8).
               10  WS-LATEST-STAMP         PIC X(14).
               10  WS-LATEST-BREAKDOWN     PIC X(1).
                   88  LATEST-HAS-BREAKDOWN            VALUE 'Y'.
               10  WS-LATEST-RELEASED      PIC X(1).

      *    Period totals.
       01  WS-DAY-COUNT                    PIC 9(8)    VALUE ZERO.
       01  WS-DAYS-DISAGREE                PIC 9(8)    VALUE ZERO.
       01  WS-SOURCE-LINES-DISAGREE        PIC 9(8)    VALUE ZERO.
       01  WS-TOT-STATS-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-TOT-STATS-AMOUNT             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-TOT-CYCLE-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-TOT-CYCLE-AMOUNT             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-TOT-LEDGER-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-TOT-LEDGER-AMOUNT            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-TOT-STATS-PRIOR-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-TOT-STATS-PRIOR-AMOUNT       PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-TOT-CYCLE-PRIOR-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-TOT-CYCLE-PRIOR-AMOUNT       PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-TOT-LEDGER-PRIOR-COUNT       PIC 9(8)    VALUE ZERO.
       01  WS-TOT-LEDGER-PRIOR-AMOUNT      PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.

      *    The balance roll - the whole cycle's activity, whatever
      *    the period card says, since TRNSTM1 stated all of it.
       01  WS-ROLL-ACTIVITY-COUNT          PIC 9(8)    VALUE ZERO.
       01  WS-ROLL-ACTIVITY-AMOUNT         PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-ROLL-PRIOR-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-ROLL-PRIOR-AMOUNT            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-ROLL-NEW-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-ROLL-NEW-AMOUNT              PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-ROLL-EXPECTED-AMOUNT         PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-ROLL-DIFFERENCE              PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.

      *    The period by source, for the summary page. Twenty
      *    sources is far beyond the nightly five; one past it is
      *    left off the summary (its day lines still print).
       01  WS-PSRC-COUNT                   PIC 9(2)    VALUE ZERO.
       01  WS-PSRC-SUB                     PIC 9(2)    VALUE ZERO.
       01  WS-PSRC-FOUND                   PIC 9(2)    VALUE ZERO.
       01  WS-PERIOD-SOURCE-TABLE.
           05  WS-PSRC-ENTRY OCCURS 20.
               10  WS-PSRC-ID              PIC X(4).
               10  WS-PSRC-CYCLE-COUNT     PIC 9(8).
               10  WS-PSRC-CYCLE-AMOUNT    PIC S9(13)V99 COMP-3.
               10  WS-PSRC-LEDGER-COUNT    PIC 9(8).
               10  WS-PSRC-LEDGER-AMOUNT   PIC S9(13)V99 COMP-3.
               10  WS-PSRC-DISAGREE-DAYS   PIC 9(4).

       01  WS-FLAGS.
           05  WS-CYCLE-EOF                PIC X(1)    VALUE 'N'.
               88  END-OF-CYCLE-FILE                   VALUE 'Y'.
           05  WS-STATS-EOF                PIC X(1)    VALUE 'N'.
               88  END-OF-STATS-FILE                   VALUE 'Y'.
           05  WS-LEDGER-EOF               PIC X(1)    VALUE 'N'.
               88  END-OF-LEDGER-FILE                  VALUE 'Y'.
           05  WS-BAL-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-BALANCE-FILE                 VALUE 'Y'.
           05  WS-SORT-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-SORTED-RECORDS               VALUE 'Y'.
           05  WS-PERIOD-CARD              PIC X(1)    VALUE 'N'.
               88  PERIOD-FROM-CARD                    VALUE 'Y'.
           05  WS-DAY-OPEN                 PIC X(1)    VALUE 'N'.
               88  DAY-IS-OPEN                         VALUE 'Y'.
           05  WS-DAY-BREAKDOWN            PIC X(1)    VALUE 'N'.
               88  DAY-HAS-BREAKDOWN                   VALUE 'Y'.
           05  WS-SOURCE-OPEN              PIC X(1)    VALUE 'N'.
               88  SOURCE-IS-OPEN                      VALUE 'Y'.
           05  WS-ROLL-BALANCED            PIC X(1)    VALUE 'Y'.
               88  BALANCES-ROLL                       VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNCLS1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'MONTH-END CLOSE RECONCILIATION'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  FILLER                      PIC X(22)
               VALUE 'RUN DATES RECONCILED: '.
           05  PER-FIRST                   PIC 9999/99/99.
           05  FILLER                      PIC X(4)    VALUE ' TO '.
           05  PER-LAST                    PIC 9999/99/99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PER-BASIS                   PIC X(40).
           05  FILLER                      PIC X(43)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(23)   VALUE SPACES.
           05  FILLER                      PIC X(24)
               VALUE '-------- RUNSTATS ------'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(24)
               VALUE '---- STATEMENT CYCLE ---'.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FILLER                      PIC X(24)
               VALUE '------ LEDGER (ACC) ----'.
           05  FILLER                      PIC X(33)   VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'RUN DATE'.
           05  FILLER                      PIC X(6)
                                           VALUE 'SOURCE'.
           05  FILLER                      PIC X(9)
                                           VALUE '   COUNT'.
           05  FILLER                      PIC X(17)
                                           VALUE '         AMOUNT'.
           05  FILLER                      PIC X(9)
                                           VALUE '   COUNT'.
           05  FILLER                      PIC X(17)
                                           VALUE '         AMOUNT'.
           05  FILLER                      PIC X(9)
                                           VALUE '   COUNT'.
           05  FILLER                      PIC X(17)
                                           VALUE '         AMOUNT'.
           05  FILLER                      PIC X(31)
                                           VALUE 'NOTE'.

      *    One line per source per date, a DAY line under each
      *    date's sources, and one line per source on the period
      *    summary (date area reads PERIOD).
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DTL-FLAG                    PIC X(3).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DTL-DATE-AREA.
               10  DTL-RUN-DATE            PIC 9999/99/99.
           05  DTL-DATE-TEXT REDEFINES DTL-DATE-AREA
                                           PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-LABEL                   PIC X(6).
           05  DTL-STATS-FIGURES.
               10  DTL-STATS-COUNT         PIC ZZZZZZZ9.
               10  FILLER                  PIC X(1).
               10  DTL-STATS-AMOUNT        PIC -(11)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CYCLE-COUNT             PIC ZZZZZZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DTL-CYCLE-AMOUNT            PIC -(11)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-LEDGER-COUNT            PIC ZZZZZZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DTL-LEDGER-AMOUNT           PIC -(11)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-NOTE                    PIC X(29).
           05  FILLER                      PIC X(2)    VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                   PIC X(60).
           05  FILLER                      PIC X(71)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                   PIC X(44).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  TOT-AMOUNT-TEXT.
               10  FILLER                  PIC X(9)
                                           VALUE '  AMOUNT '.
               10  TOT-AMOUNT              PIC -(13)9.99.
           05  FILLER                      PIC X(53)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-RUN-DATE
               ON ASCENDING KEY SRT-SOURCE-ID
               ON ASCENDING KEY SRT-LEG
               ON ASCENDING KEY SRT-STAMP
               INPUT PROCEDURE IS 2000-RELEASE-FIGURES
               OUTPUT PROCEDURE IS 3000-TIE-OUT-DAYS
           PERFORM 4000-ROLL-BALANCES
           PERFORM 5000-PRINT-SOURCE-SUMMARY
           PERFORM 6000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 1050-READ-RUN-PARM
           OPEN OUTPUT REPORT-FILE.

      *    Blank or missing card takes the period off the cycle;
      *    anything else but a well-formed PERIOD card stops cold.
       1050-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-CARD-RECORD (1:7) = 'PERIOD '
                               AND PARM-CARD-RECORD (8:8) IS NUMERIC
                               AND PARM-CARD-RECORD (16:1) = SPACE
                               AND PARM-CARD-RECORD (17:8) IS NUMERIC
                           MOVE PARM-CARD-RECORD (8:8)
                               TO WS-PERIOD-FIRST
                           MOVE PARM-CARD-RECORD (17:8)
                               TO WS-PERIOD-LAST
                           SET PERIOD-FROM-CARD TO TRUE
                       WHEN PARM-CARD-RECORD = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'TRNCLS1: UNRECOGNIZED RUN '
                               'PARAMETER: ' PARM-CARD-RECORD
                           MOVE 8 TO RETURN-CODE
                           CLOSE PARM-FILE
                           STOP RUN
                   END-EVALUATE
           END-READ
           CLOSE PARM-FILE
           IF PERIOD-FROM-CARD
                   AND WS-PERIOD-FIRST > WS-PERIOD-LAST
               DISPLAY 'TRNCLS1: PERIOD ENDS BEFORE IT BEGINS: '
                   WS-PERIOD-FIRST ' ' WS-PERIOD-LAST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The cycle goes first - with no card it sets the period
      *    the other two stores are read for. RUNSTATS and GLHIST
      *    are retained for good, so only their records for run
      *    dates inside the period are taken. RUNSTATS is read
      *    twice: once to find each date's latest run, then to
      *    release the figures.
       2000-RELEASE-FIGURES.
           OPEN INPUT CYCLE-FILE
           PERFORM 2100-READ-CYCLE-RECORD
           PERFORM UNTIL END-OF-CYCLE-FILE
               PERFORM 2150-RELEASE-CYCLE-RECORD
               PERFORM 2100-READ-CYCLE-RECORD
           END-PERFORM
           CLOSE CYCLE-FILE
           IF NOT PERIOD-FROM-CARD
               MOVE WS-CYCLE-FIRST TO WS-PERIOD-FIRST
               MOVE WS-CYCLE-LAST  TO WS-PERIOD-LAST
           END-IF
           OPEN INPUT RUN-STATS-FILE
           PERFORM 2200-READ-STATS-RECORD
           PERFORM UNTIL END-OF-STATS-FILE
               PERFORM 2210-NOTE-LATEST-RUN
               PERFORM 2200-READ-STATS-RECORD
           END-PERFORM
           CLOSE RUN-STATS-FILE
           OPEN INPUT RUN-STATS-FILE
           MOVE 'N' TO WS-STATS-EOF
           PERFORM 2200-READ-STATS-RECORD
           PERFORM UNTIL END-OF-STATS-FILE
               PERFORM 2250-RELEASE-STATS-RECORD
               PERFORM 2200-READ-STATS-RECORD
           END-PERFORM
           CLOSE RUN-STATS-FILE
           OPEN INPUT GL-HISTORY-FILE
           PERFORM 2300-READ-LEDGER-RECORD
           PERFORM UNTIL END-OF-LEDGER-FILE
               PERFORM 2350-RELEASE-LEDGER-RECORD
               PERFORM 2300-READ-LEDGER-RECORD
           END-PERFORM
           CLOSE GL-HISTORY-FILE.

       2100-READ-CYCLE-RECORD.
           READ CYCLE-FILE
               AT END
                   SET END-OF-CYCLE-FILE TO TRUE
           END-READ.

      *    Every cycle record counts toward the balance roll; those
      *    in the period (all of them, with no card) are tied.
       2150-RELEASE-CYCLE-RECORD.
           ADD 1 TO WS-CYCLE-READ-COUNT
           ADD 1 TO WS-ROLL-ACTIVITY-COUNT
           ADD OUT-TRANS-AMOUNT TO WS-ROLL-ACTIVITY-AMOUNT
           IF OUT-RUN-DATE IS NUMERIC
               IF WS-CYCLE-FIRST = ZERO
                       OR OUT-RUN-DATE < WS-CYCLE-FIRST
                   MOVE OUT-RUN-DATE TO WS-CYCLE-FIRST
               END-IF
               IF OUT-RUN-DATE > WS-CYCLE-LAST
                   MOVE OUT-RUN-DATE TO WS-CYCLE-LAST
               END-IF
               IF NOT PERIOD-FROM-CARD
                       OR (OUT-RUN-DATE NOT < WS-PERIOD-FIRST
                       AND OUT-RUN-DATE NOT > WS-PERIOD-LAST)
                   MOVE SPACES           TO SORT-WORK-RECORD
                   MOVE OUT-RUN-DATE     TO SRT-RUN-DATE
                   MOVE OUT-SOURCE-ID    TO SRT-SOURCE-ID
                   SET SRT-FROM-CYCLE    TO TRUE
                   MOVE 1                TO SRT-COUNT
                   MOVE OUT-TRANS-AMOUNT TO SRT-AMOUNT
                   IF OUT-PRIOR-PERIOD
                       MOVE 1                TO SRT-PRIOR-COUNT
                       MOVE OUT-TRANS-AMOUNT TO SRT-PRIOR-AMOUNT
                   ELSE
                       MOVE ZERO             TO SRT-PRIOR-COUNT
                       MOVE ZERO             TO SRT-PRIOR-AMOUNT
                   END-IF
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

       2200-READ-STATS-RECORD.
           READ RUN-STATS-FILE
               AT END
                   SET END-OF-STATS-FILE TO TRUE
           END-READ.

      *    A record written before the breakdown by source was
      *    carried has a blank count there, and ties by date only.
       2210-NOTE-LATEST-RUN.
           IF RUN-DATE NOT < WS-PERIOD-FIRST
                   AND RUN-DATE NOT > WS-PERIOD-LAST
               MOVE RUN-DATE TO WS-FIND-DATE
               PERFORM 2220-FIND-LATEST-RUN
               IF WS-LATEST-FOUND = ZERO
                   IF WS-LATEST-COUNT < 400
                       ADD 1 TO WS-LATEST-COUNT
                       MOVE WS-LATEST-COUNT TO WS-LATEST-FOUND
                       MOVE RUN-DATE
                           TO WS-LATEST-DATE (WS-LATEST-FOUND)
                       MOVE LOW-VALUES
                           TO WS-LATEST-STAMP (WS-LATEST-FOUND)
                       MOVE 'N'
                           TO WS-LATEST-RELEASED (WS-LATEST-FOUND)
                   ELSE
                       DISPLAY 'TRNCLS1: PERIOD ' WS-PERIOD-FIRST
                           ' TO ' WS-PERIOD-LAST
                           ' HAS OVER 400 RUN DATES'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF RUN-KEY > WS-LATEST-STAMP (WS-LATEST-FOUND)
                   MOVE RUN-KEY TO WS-LATEST-STAMP (WS-LATEST-FOUND)
                   IF RUN-SOURCE-COUNT IS NUMERIC
                           AND RUN-SOURCE-COUNT NOT > 10
                       MOVE 'Y'
                           TO WS-LATEST-BREAKDOWN (WS-LATEST-FOUND)
                   ELSE
                       MOVE 'N'
                           TO WS-LATEST-BREAKDOWN (WS-LATEST-FOUND)
                   END-IF
               END-IF
           END-IF.

       2220-FIND-LATEST-RUN.
           MOVE ZERO TO WS-LATEST-FOUND
           PERFORM VARYING WS-LATEST-SUB FROM 1 BY 1
                   UNTIL WS-LATEST-SUB > WS-LATEST-COUNT
                      OR WS-LATEST-FOUND > ZERO
               IF WS-LATEST-DATE (WS-LATEST-SUB) = WS-FIND-DATE
                   MOVE WS-LATEST-SUB TO WS-LATEST-FOUND
               END-IF
           END-PERFORM.

      *    What the night wrote to the converted file: the
      *    extract's details and reversals (the total is already
      *    net of the reversals), the resubmits and the suspense
      *    releases. A record written before the prior-period
      *    figures were carried has blanks there, read as zero.
      *    The date's latest run also releases its breakdown by
      *    source, once.
       2250-RELEASE-STATS-RECORD.
           IF RUN-DATE NOT < WS-PERIOD-FIRST
                   AND RUN-DATE NOT > WS-PERIOD-LAST
               ADD 1 TO WS-STATS-READ-COUNT
               MOVE SPACES              TO SORT-WORK-RECORD
               MOVE RUN-DATE            TO SRT-RUN-DATE
               MOVE HIGH-VALUES         TO SRT-SOURCE-ID
               SET SRT-FROM-RUNSTATS    TO TRUE
               MOVE RUN-KEY             TO SRT-STAMP
               COMPUTE SRT-COUNT = RUN-VALID-COUNT
                   + RUN-REVERSAL-COUNT + RUN-RESUBMIT-COUNT
                   + RUN-RELEASED-COUNT
               COMPUTE SRT-AMOUNT = RUN-TOTAL-AMOUNT
                   + RUN-RESUBMIT-AMOUNT + RUN-RELEASED-AMOUNT
               MOVE RUN-BALANCED-FLAG   TO SRT-STATUS
               IF RUN-PRIOR-PERIOD-COUNT IS NUMERIC
                   MOVE RUN-PRIOR-PERIOD-COUNT TO SRT-PRIOR-COUNT
               ELSE
                   MOVE ZERO TO SRT-PRIOR-COUNT
               END-IF
               IF RUN-PRIOR-PERIOD-AMOUNT IS NUMERIC
                   MOVE RUN-PRIOR-PERIOD-AMOUNT TO SRT-PRIOR-AMOUNT
               ELSE
                   MOVE ZERO TO SRT-PRIOR-AMOUNT
               END-IF
               RELEASE SORT-WORK-RECORD
               MOVE RUN-DATE TO WS-FIND-DATE
               PERFORM 2220-FIND-LATEST-RUN
               IF RUN-KEY = WS-LATEST-STAMP (WS-LATEST-FOUND)
                       AND LATEST-HAS-BREAKDOWN (WS-LATEST-FOUND)
                       AND WS-LATEST-RELEASED (WS-LATEST-FOUND) = 'N'
                   MOVE 'Y' TO WS-LATEST-RELEASED (WS-LATEST-FOUND)
                   PERFORM VARYING WS-STATS-SRC-SUB FROM 1 BY 1
                           UNTIL WS-STATS-SRC-SUB > RUN-SOURCE-COUNT
                       PERFORM 2260-RELEASE-STATS-SOURCE
                   END-PERFORM
               END-IF
           END-IF.

      *    One source's share of the latest run - what went to the
      *    converted file under that source id.
       2260-RELEASE-STATS-SOURCE.
           MOVE SPACES              TO SORT-WORK-RECORD
           MOVE RUN-DATE            TO SRT-RUN-DATE
           MOVE RUN-SRC-ID (WS-STATS-SRC-SUB) TO SRT-SOURCE-ID
           SET SRT-FROM-RUNSTATS-SOURCE TO TRUE
           MOVE RUN-KEY             TO SRT-STAMP
           MOVE RUN-SRC-POSTED-COUNT (WS-STATS-SRC-SUB) TO SRT-COUNT
           MOVE RUN-SRC-POSTED-AMOUNT (WS-STATS-SRC-SUB)
               TO SRT-AMOUNT
           MOVE ZERO                TO SRT-PRIOR-COUNT
           MOVE ZERO                TO SRT-PRIOR-AMOUNT
           RELEASE SORT-WORK-RECORD.

       2300-READ-LEDGER-RECORD.
           READ GL-HISTORY-FILE
               AT END
                   SET END-OF-LEDGER-FILE TO TRUE
           END-READ.

      *    A credit posting carries its amount positive; it comes
      *    off the net here, the way the reversal it summarizes
      *    came off the cycle.
       2350-RELEASE-LEDGER-RECORD.
           IF GLH-RUN-DATE IS NUMERIC
               IF GLH-RUN-DATE NOT < WS-PERIOD-FIRST
                       AND GLH-RUN-DATE NOT > WS-PERIOD-LAST
                   ADD 1 TO WS-LEDGER-READ-COUNT
                   MOVE SPACES             TO SORT-WORK-RECORD
                   MOVE GLH-RUN-DATE       TO SRT-RUN-DATE
                   MOVE GLH-SOURCE-SYS     TO SRT-SOURCE-ID
                   SET SRT-FROM-LEDGER     TO TRUE
                   MOVE GLH-CHECK-STAMP    TO SRT-STAMP
                   MOVE GLH-SOURCE-COUNT   TO SRT-COUNT
                   IF GLH-POSTING-CREDIT
                       COMPUTE SRT-AMOUNT = ZERO - GLH-POST-AMOUNT
                   ELSE
                       MOVE GLH-POST-AMOUNT TO SRT-AMOUNT
                   END-IF
                   MOVE GLH-STATUS         TO SRT-STATUS
                   IF GLH-PRIOR-PERIOD-ADJ
                       MOVE SRT-COUNT      TO SRT-PRIOR-COUNT
                       MOVE SRT-AMOUNT     TO SRT-PRIOR-AMOUNT
                   ELSE
                       MOVE ZERO           TO SRT-PRIOR-COUNT
                       MOVE ZERO           TO SRT-PRIOR-AMOUNT
                   END-IF
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      *    Control break on run date, and within it on source; a
      *    date's RUNSTATS figures sort after its sources and close
      *    the last of them.
       3000-TIE-OUT-DAYS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-PERIOD-FIRST TO PER-FIRST
           MOVE WS-PERIOD-LAST  TO PER-LAST
           IF PERIOD-FROM-CARD
               MOVE '(PERIOD CARD)' TO PER-BASIS
           ELSE
               MOVE '(FIRST AND LAST RUN ON THE CYCLE)' TO PER-BASIS
           END-IF
           MOVE WS-PERIOD-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-3 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3100-RETURN-SORTED-RECORD
           PERFORM UNTIL END-OF-SORTED-RECORDS
               PERFORM 3050-TAKE-SORTED-RECORD
               PERFORM 3100-RETURN-SORTED-RECORD
           END-PERFORM
           IF SOURCE-IS-OPEN
               PERFORM 3400-CLOSE-SOURCE
           END-IF
           IF DAY-IS-OPEN
               PERFORM 3500-CLOSE-DAY
           END-IF.

       3050-TAKE-SORTED-RECORD.
           IF NOT DAY-IS-OPEN OR SRT-RUN-DATE NOT = WS-CUR-DATE
               IF SOURCE-IS-OPEN
                   PERFORM 3400-CLOSE-SOURCE
               END-IF
               IF DAY-IS-OPEN
                   PERFORM 3500-CLOSE-DAY
               END-IF
               PERFORM 3200-OPEN-DAY
           END-IF
           IF SRT-FROM-RUNSTATS
               IF SOURCE-IS-OPEN
                   PERFORM 3400-CLOSE-SOURCE
               END-IF
               PERFORM 3350-TAKE-RUN-STATS
           ELSE
               IF NOT SOURCE-IS-OPEN
                       OR SRT-SOURCE-ID NOT = WS-CUR-SOURCE
                   IF SOURCE-IS-OPEN
                       PERFORM 3400-CLOSE-SOURCE
                   END-IF
                   PERFORM 3250-OPEN-SOURCE
               END-IF
               PERFORM 3300-ADD-TO-SOURCE
           END-IF.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       3200-OPEN-DAY.
           MOVE SRT-RUN-DATE TO WS-CUR-DATE
           SET DAY-IS-OPEN TO TRUE
           MOVE ZERO  TO WS-DAY-CYCLE-COUNT
           MOVE ZERO  TO WS-DAY-CYCLE-AMOUNT
           MOVE ZERO  TO WS-DAY-LEDGER-COUNT
           MOVE ZERO  TO WS-DAY-LEDGER-AMOUNT
           MOVE ZERO  TO WS-DAY-STATS-COUNT
           MOVE ZERO  TO WS-DAY-STATS-AMOUNT
           MOVE ZERO  TO WS-DAY-CYCLE-PRIOR-COUNT
           MOVE ZERO  TO WS-DAY-CYCLE-PRIOR-AMOUNT
           MOVE ZERO  TO WS-DAY-LEDGER-PRIOR-COUNT
           MOVE ZERO  TO WS-DAY-LEDGER-PRIOR-AMOUNT
           MOVE ZERO  TO WS-DAY-STATS-PRIOR-COUNT
           MOVE ZERO  TO WS-DAY-STATS-PRIOR-AMOUNT
           MOVE ZERO  TO WS-DAY-STATS-RUNS
           MOVE SPACE TO WS-DAY-STATS-BALANCED
           MOVE ZERO  TO WS-DAY-SOURCE-ERRORS
           MOVE 'N'   TO WS-DAY-BREAKDOWN
           MOVE SRT-RUN-DATE TO WS-FIND-DATE
           PERFORM 2220-FIND-LATEST-RUN
           IF WS-LATEST-FOUND > ZERO
               IF LATEST-HAS-BREAKDOWN (WS-LATEST-FOUND)
                   SET DAY-HAS-BREAKDOWN TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-DAY-COUNT.

       3250-OPEN-SOURCE.
           MOVE SRT-SOURCE-ID TO WS-CUR-SOURCE
           SET SOURCE-IS-OPEN TO TRUE
           MOVE ZERO   TO WS-SRC-CYCLE-COUNT
           MOVE ZERO   TO WS-SRC-CYCLE-AMOUNT
           MOVE ZERO   TO WS-SRC-LEDGER-COUNT
           MOVE ZERO   TO WS-SRC-LEDGER-AMOUNT
           MOVE ZERO   TO WS-SRC-CYCLE-PRIOR-COUNT
           MOVE ZERO   TO WS-SRC-CYCLE-PRIOR-AMOUNT
           MOVE ZERO   TO WS-SRC-LEDGER-PRIOR-COUNT
           MOVE ZERO   TO WS-SRC-LEDGER-PRIOR-AMOUNT
           MOVE ZERO   TO WS-SRC-STATS-COUNT
           MOVE ZERO   TO WS-SRC-STATS-AMOUNT
           MOVE ZERO   TO WS-SRC-NOT-ACCEPTED
           MOVE SPACES TO WS-SRC-LEDGER-STAMP.

      *    A later acknowledgment check of the same hand-off
      *    replaces an earlier one's verdicts outright. Only the
      *    latest run's breakdown by source was released.
       3300-ADD-TO-SOURCE.
           EVALUATE TRUE
               WHEN SRT-FROM-CYCLE
                   ADD SRT-COUNT  TO WS-SRC-CYCLE-COUNT
                   ADD SRT-AMOUNT TO WS-SRC-CYCLE-AMOUNT
                   ADD SRT-PRIOR-COUNT  TO WS-SRC-CYCLE-PRIOR-COUNT
                   ADD SRT-PRIOR-AMOUNT TO WS-SRC-CYCLE-PRIOR-AMOUNT
               WHEN SRT-FROM-RUNSTATS-SOURCE
                   ADD SRT-COUNT  TO WS-SRC-STATS-COUNT
                   ADD SRT-AMOUNT TO WS-SRC-STATS-AMOUNT
               WHEN OTHER
                   PERFORM 3310-ADD-LEDGER-FIGURE
           END-EVALUATE.

       3310-ADD-LEDGER-FIGURE.
           IF SRT-STAMP > WS-SRC-LEDGER-STAMP
               MOVE SRT-STAMP TO WS-SRC-LEDGER-STAMP
               MOVE ZERO TO WS-SRC-LEDGER-COUNT
               MOVE ZERO TO WS-SRC-LEDGER-AMOUNT
               MOVE ZERO TO WS-SRC-LEDGER-PRIOR-COUNT
               MOVE ZERO TO WS-SRC-LEDGER-PRIOR-AMOUNT
               MOVE ZERO TO WS-SRC-NOT-ACCEPTED
           END-IF
           IF SRT-STATUS = 'ACC'
               ADD SRT-COUNT  TO WS-SRC-LEDGER-COUNT
               ADD SRT-AMOUNT TO WS-SRC-LEDGER-AMOUNT
               ADD SRT-PRIOR-COUNT  TO WS-SRC-LEDGER-PRIOR-COUNT
               ADD SRT-PRIOR-AMOUNT TO WS-SRC-LEDGER-PRIOR-AMOUNT
           ELSE
               ADD 1 TO WS-SRC-NOT-ACCEPTED
           END-IF.

      *    Runs of the date in time order - the last is the night
      *    that stands.
       3350-TAKE-RUN-STATS.
           ADD 1 TO WS-DAY-STATS-RUNS
           MOVE SRT-COUNT  TO WS-DAY-STATS-COUNT
           MOVE SRT-AMOUNT TO WS-DAY-STATS-AMOUNT
           MOVE SRT-PRIOR-COUNT  TO WS-DAY-STATS-PRIOR-COUNT
           MOVE SRT-PRIOR-AMOUNT TO WS-DAY-STATS-PRIOR-AMOUNT
           MOVE SRT-STATUS TO WS-DAY-STATS-BALANCED.

      *    The cycle and the ledger tie source by source, and so
      *    does RUNSTATS where the day's latest run broke its
      *    postings out by source. A source on the breakdown that
      *    never reached the cycle shows here with no cycle or
      *    ledger figures.
       3400-CLOSE-SOURCE.
           MOVE 'N' TO WS-SOURCE-OPEN
           ADD WS-SRC-CYCLE-COUNT   TO WS-DAY-CYCLE-COUNT
           ADD WS-SRC-CYCLE-AMOUNT  TO WS-DAY-CYCLE-AMOUNT
           ADD WS-SRC-LEDGER-COUNT  TO WS-DAY-LEDGER-COUNT
           ADD WS-SRC-LEDGER-AMOUNT TO WS-DAY-LEDGER-AMOUNT
           ADD WS-SRC-CYCLE-PRIOR-COUNT
               TO WS-DAY-CYCLE-PRIOR-COUNT
           ADD WS-SRC-CYCLE-PRIOR-AMOUNT
               TO WS-DAY-CYCLE-PRIOR-AMOUNT
           ADD WS-SRC-LEDGER-PRIOR-COUNT
               TO WS-DAY-LEDGER-PRIOR-COUNT
           ADD WS-SRC-LEDGER-PRIOR-AMOUNT
               TO WS-DAY-LEDGER-PRIOR-AMOUNT
           EVALUATE TRUE
               WHEN WS-SRC-NOT-ACCEPTED > ZERO
                   MOVE 'LEDGER DID NOT ACCEPT ALL'  TO WS-NOTE
               WHEN DAY-HAS-BREAKDOWN
                       AND (WS-SRC-STATS-COUNT
                               NOT = WS-SRC-CYCLE-COUNT
                           OR WS-SRC-STATS-AMOUNT
                               NOT = WS-SRC-CYCLE-AMOUNT)
                   MOVE 'RUNSTATS AND CYCLE DIFFER'  TO WS-NOTE
               WHEN WS-SRC-CYCLE-COUNT = ZERO
                   MOVE 'IN LEDGER, NOT ON CYCLE'    TO WS-NOTE
               WHEN WS-SRC-LEDGER-COUNT = ZERO
                   MOVE 'NEVER REACHED THE LEDGER'   TO WS-NOTE
               WHEN WS-SRC-CYCLE-COUNT NOT = WS-SRC-LEDGER-COUNT
                       OR WS-SRC-CYCLE-AMOUNT
                           NOT = WS-SRC-LEDGER-AMOUNT
                   MOVE 'CYCLE AND LEDGER DIFFER'    TO WS-NOTE
               WHEN OTHER
                   MOVE SPACES                       TO WS-NOTE
           END-EVALUATE
           MOVE SPACES              TO WS-DETAIL-LINE
           IF WS-NOTE NOT = SPACES
               MOVE '***'           TO DTL-FLAG
               ADD 1 TO WS-DAY-SOURCE-ERRORS
               ADD 1 TO WS-SOURCE-LINES-DISAGREE
           END-IF
           MOVE WS-CUR-DATE          TO DTL-RUN-DATE
           MOVE WS-CUR-SOURCE        TO DTL-LABEL
           IF DAY-HAS-BREAKDOWN
               MOVE WS-SRC-STATS-COUNT  TO DTL-STATS-COUNT
               MOVE WS-SRC-STATS-AMOUNT TO DTL-STATS-AMOUNT
           END-IF
           MOVE WS-SRC-CYCLE-COUNT   TO DTL-CYCLE-COUNT
           MOVE WS-SRC-CYCLE-AMOUNT  TO DTL-CYCLE-AMOUNT
           MOVE WS-SRC-LEDGER-COUNT  TO DTL-LEDGER-COUNT
           MOVE WS-SRC-LEDGER-AMOUNT TO DTL-LEDGER-AMOUNT
           MOVE WS-NOTE              TO DTL-NOTE
           MOVE WS-DETAIL-LINE       TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3450-ADD-TO-PERIOD-SOURCE.

       3450-ADD-TO-PERIOD-SOURCE.
           MOVE ZERO TO WS-PSRC-FOUND
           PERFORM VARYING WS-PSRC-SUB FROM 1 BY 1
                   UNTIL WS-PSRC-SUB > WS-PSRC-COUNT
               IF WS-PSRC-ID (WS-PSRC-SUB) = WS-CUR-SOURCE
                   MOVE WS-PSRC-SUB TO WS-PSRC-FOUND
               END-IF
           END-PERFORM
           IF WS-PSRC-FOUND = ZERO
               IF WS-PSRC-COUNT < 20
                   ADD 1 TO WS-PSRC-COUNT
                   MOVE WS-PSRC-COUNT TO WS-PSRC-FOUND
                   INITIALIZE WS-PSRC-ENTRY (WS-PSRC-FOUND)
                   MOVE WS-CUR-SOURCE TO WS-PSRC-ID (WS-PSRC-FOUND)
               ELSE
                   DISPLAY 'TRNCLS1: SOURCE SUMMARY FULL - SOURCE '
                       WS-CUR-SOURCE ' LEFT OFF THE SUMMARY'
               END-IF
           END-IF
           IF WS-PSRC-FOUND > ZERO
               ADD WS-SRC-CYCLE-COUNT
                   TO WS-PSRC-CYCLE-COUNT (WS-PSRC-FOUND)
               ADD WS-SRC-CYCLE-AMOUNT
                   TO WS-PSRC-CYCLE-AMOUNT (WS-PSRC-FOUND)
               ADD WS-SRC-LEDGER-COUNT
                   TO WS-PSRC-LEDGER-COUNT (WS-PSRC-FOUND)
               ADD WS-SRC-LEDGER-AMOUNT
                   TO WS-PSRC-LEDGER-AMOUNT (WS-PSRC-FOUND)
               IF WS-NOTE NOT = SPACES
                   ADD 1 TO WS-PSRC-DISAGREE-DAYS (WS-PSRC-FOUND)
               END-IF
           END-IF.

      *    RUNSTATS ties to the day's total across its sources. A
      *    night that posted nothing at all leaves no cycle or
      *    ledger record and needs none. The prior-period part of
      *    the day must tie the same three ways.
       3500-CLOSE-DAY.
           MOVE 'N' TO WS-DAY-OPEN
           EVALUATE TRUE
               WHEN WS-DAY-STATS-RUNS = ZERO
                   MOVE 'NO RUNSTATS RECORD'         TO WS-NOTE
               WHEN WS-DAY-STATS-COUNT NOT = WS-DAY-CYCLE-COUNT
                       OR WS-DAY-STATS-AMOUNT
                           NOT = WS-DAY-CYCLE-AMOUNT
                   MOVE 'RUNSTATS AND CYCLE DIFFER'  TO WS-NOTE
               WHEN WS-DAY-STATS-PRIOR-COUNT
                           NOT = WS-DAY-CYCLE-PRIOR-COUNT
                       OR WS-DAY-STATS-PRIOR-AMOUNT
                           NOT = WS-DAY-CYCLE-PRIOR-AMOUNT
                       OR WS-DAY-LEDGER-PRIOR-COUNT
                           NOT = WS-DAY-CYCLE-PRIOR-COUNT
                       OR WS-DAY-LEDGER-PRIOR-AMOUNT
                           NOT = WS-DAY-CYCLE-PRIOR-AMOUNT
                   MOVE 'PRIOR-PERIOD ITEMS DIFFER'  TO WS-NOTE
               WHEN WS-DAY-STATS-BALANCED NOT = 'Y'
                   MOVE 'RUN ENDED OUT OF BALANCE'   TO WS-NOTE
               WHEN WS-DAY-SOURCE-ERRORS > ZERO
                   MOVE 'SEE SOURCE LINES ABOVE'     TO WS-NOTE
               WHEN WS-DAY-STATS-RUNS > 1
                   MOVE 'RERUN - LATEST RUN TAKEN'   TO WS-NOTE
               WHEN OTHER
                   MOVE SPACES                       TO WS-NOTE
           END-EVALUATE
           MOVE SPACES               TO WS-DETAIL-LINE
           IF WS-NOTE NOT = SPACES
                   AND WS-NOTE NOT = 'RERUN - LATEST RUN TAKEN'
               MOVE '***'            TO DTL-FLAG
               ADD 1 TO WS-DAYS-DISAGREE
           END-IF
           MOVE WS-CUR-DATE          TO DTL-RUN-DATE
           MOVE 'DAY'                TO DTL-LABEL
           IF WS-DAY-STATS-RUNS > ZERO
               MOVE WS-DAY-STATS-COUNT  TO DTL-STATS-COUNT
               MOVE WS-DAY-STATS-AMOUNT TO DTL-STATS-AMOUNT
           END-IF
           MOVE WS-DAY-CYCLE-COUNT   TO DTL-CYCLE-COUNT
           MOVE WS-DAY-CYCLE-AMOUNT  TO DTL-CYCLE-AMOUNT
           MOVE WS-DAY-LEDGER-COUNT  TO DTL-LEDGER-COUNT
           MOVE WS-DAY-LEDGER-AMOUNT TO DTL-LEDGER-AMOUNT
           MOVE WS-NOTE              TO DTL-NOTE
           MOVE WS-DETAIL-LINE       TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-DAY-STATS-PRIOR-COUNT > ZERO
                   OR WS-DAY-CYCLE-PRIOR-COUNT > ZERO
                   OR WS-DAY-LEDGER-PRIOR-COUNT > ZERO
               PERFORM 3550-PRINT-PRIOR-LINE
           END-IF
           MOVE SPACES               TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           ADD WS-DAY-STATS-COUNT    TO WS-TOT-STATS-COUNT
           ADD WS-DAY-STATS-AMOUNT   TO WS-TOT-STATS-AMOUNT
           ADD WS-DAY-CYCLE-COUNT    TO WS-TOT-CYCLE-COUNT
           ADD WS-DAY-CYCLE-AMOUNT   TO WS-TOT-CYCLE-AMOUNT
           ADD WS-DAY-LEDGER-COUNT   TO WS-TOT-LEDGER-COUNT
           ADD WS-DAY-LEDGER-AMOUNT  TO WS-TOT-LEDGER-AMOUNT
           ADD WS-DAY-STATS-PRIOR-COUNT
               TO WS-TOT-STATS-PRIOR-COUNT
           ADD WS-DAY-STATS-PRIOR-AMOUNT
               TO WS-TOT-STATS-PRIOR-AMOUNT
           ADD WS-DAY-CYCLE-PRIOR-COUNT
               TO WS-TOT-CYCLE-PRIOR-COUNT
           ADD WS-DAY-CYCLE-PRIOR-AMOUNT
               TO WS-TOT-CYCLE-PRIOR-AMOUNT
           ADD WS-DAY-LEDGER-PRIOR-COUNT
               TO WS-TOT-LEDGER-PRIOR-COUNT
           ADD WS-DAY-LEDGER-PRIOR-AMOUNT
               TO WS-TOT-LEDGER-PRIOR-AMOUNT.

      *    The part of the DAY line above that was prior-period
      *    items; the note and the flag are the day's own.
       3550-PRINT-PRIOR-LINE.
           MOVE SPACES                     TO WS-DETAIL-LINE
           IF WS-NOTE = 'PRIOR-PERIOD ITEMS DIFFER'
               MOVE '***'                  TO DTL-FLAG
               MOVE WS-NOTE                TO DTL-NOTE
           END-IF
           MOVE WS-CUR-DATE                TO DTL-RUN-DATE
           MOVE 'PRIOR'                    TO DTL-LABEL
           MOVE WS-DAY-STATS-PRIOR-COUNT   TO DTL-STATS-COUNT
           MOVE WS-DAY-STATS-PRIOR-AMOUNT  TO DTL-STATS-AMOUNT
           MOVE WS-DAY-CYCLE-PRIOR-COUNT   TO DTL-CYCLE-COUNT
           MOVE WS-DAY-CYCLE-PRIOR-AMOUNT  TO DTL-CYCLE-AMOUNT
           MOVE WS-DAY-LEDGER-PRIOR-COUNT  TO DTL-LEDGER-COUNT
           MOVE WS-DAY-LEDGER-PRIOR-AMOUNT TO DTL-LEDGER-AMOUNT
           MOVE WS-DETAIL-LINE             TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    Prior closing balances plus the cycle's activity must be
      *    the new closing balances, to the cent. BALIN is
      *    optional - the first cycle ever opens at zero.
       4000-ROLL-BALANCES.
           OPEN INPUT BALANCE-IN
           MOVE 'N' TO WS-BAL-EOF
           PERFORM 4100-READ-PRIOR-BALANCE
           PERFORM UNTIL END-OF-BALANCE-FILE
               ADD 1 TO WS-ROLL-PRIOR-COUNT
               ADD STM-BALANCE TO WS-ROLL-PRIOR-AMOUNT
               PERFORM 4100-READ-PRIOR-BALANCE
           END-PERFORM
           CLOSE BALANCE-IN
           OPEN INPUT BALANCE-NEW
           MOVE 'N' TO WS-BAL-EOF
           PERFORM 4200-READ-NEW-BALANCE
           PERFORM UNTIL END-OF-BALANCE-FILE
               ADD 1 TO WS-ROLL-NEW-COUNT
               ADD STM-BALANCE TO WS-ROLL-NEW-AMOUNT
               PERFORM 4200-READ-NEW-BALANCE
           END-PERFORM
           CLOSE BALANCE-NEW
           COMPUTE WS-ROLL-EXPECTED-AMOUNT =
               WS-ROLL-PRIOR-AMOUNT + WS-ROLL-ACTIVITY-AMOUNT
           COMPUTE WS-ROLL-DIFFERENCE =
               WS-ROLL-NEW-AMOUNT - WS-ROLL-EXPECTED-AMOUNT
           IF WS-ROLL-DIFFERENCE NOT = ZERO
               MOVE 'N' TO WS-ROLL-BALANCED
           END-IF.

       4100-READ-PRIOR-BALANCE.
           READ BALANCE-IN INTO STMT-BALANCE-RECORD
               AT END
                   SET END-OF-BALANCE-FILE TO TRUE
           END-READ.

       4200-READ-NEW-BALANCE.
           READ BALANCE-NEW INTO STMT-BALANCE-RECORD
               AT END
                   SET END-OF-BALANCE-FILE TO TRUE
           END-READ.

       5000-PRINT-SOURCE-SUMMARY.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'THE PERIOD BY SOURCE SYSTEM' TO SEC-TITLE
           MOVE WS-SECTION-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-3 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM VARYING WS-PSRC-SUB FROM 1 BY 1
                   UNTIL WS-PSRC-SUB > WS-PSRC-COUNT
               PERFORM 5100-PRINT-SOURCE-LINE
           END-PERFORM.

       5100-PRINT-SOURCE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SPACES TO WS-NOTE
           IF WS-PSRC-DISAGREE-DAYS (WS-PSRC-SUB) > ZERO
               MOVE '***' TO DTL-FLAG
               MOVE 'DAYS DISAGREE:' TO WS-NOTE
               MOVE WS-PSRC-DISAGREE-DAYS (WS-PSRC-SUB)
                   TO WS-NOTE (16:4)
           END-IF
           MOVE 'PERIOD'                     TO DTL-DATE-TEXT
           MOVE WS-PSRC-ID (WS-PSRC-SUB)     TO DTL-LABEL
           MOVE WS-PSRC-CYCLE-COUNT (WS-PSRC-SUB)
                                             TO DTL-CYCLE-COUNT
           MOVE WS-PSRC-CYCLE-AMOUNT (WS-PSRC-SUB)
                                             TO DTL-CYCLE-AMOUNT
           MOVE WS-PSRC-LEDGER-COUNT (WS-PSRC-SUB)
                                             TO DTL-LEDGER-COUNT
           MOVE WS-PSRC-LEDGER-AMOUNT (WS-PSRC-SUB)
                                             TO DTL-LEDGER-AMOUNT
           MOVE WS-NOTE                      TO DTL-NOTE
           MOVE WS-DETAIL-LINE               TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       6000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'PERIOD TOTALS AND THE BALANCE ROLL' TO SEC-TITLE
           MOVE WS-SECTION-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'RUNSTATS - POSTED BY THE NIGHTLY RUNS:' TO TOT-LABEL
           MOVE WS-TOT-STATS-COUNT  TO TOT-COUNT
           MOVE WS-TOT-STATS-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'STATEMENT CYCLE - ACTIVITY IN THE PERIOD:'
                                    TO TOT-LABEL
           MOVE WS-TOT-CYCLE-COUNT  TO TOT-COUNT
           MOVE WS-TOT-CYCLE-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'LEDGER - ACCEPTED (ACC):' TO TOT-LABEL
           MOVE WS-TOT-LEDGER-COUNT  TO TOT-COUNT
           MOVE WS-TOT-LEDGER-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'OF WHICH PRIOR-PERIOD ITEMS - RUNSTATS:'
                                    TO TOT-LABEL
           MOVE WS-TOT-STATS-PRIOR-COUNT  TO TOT-COUNT
           MOVE WS-TOT-STATS-PRIOR-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'OF WHICH PRIOR-PERIOD ITEMS - CYCLE:'
                                    TO TOT-LABEL
           MOVE WS-TOT-CYCLE-PRIOR-COUNT  TO TOT-COUNT
           MOVE WS-TOT-CYCLE-PRIOR-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'OF WHICH PRIOR-PERIOD ITEMS - LEDGER:'
                                    TO TOT-LABEL
           MOVE WS-TOT-LEDGER-PRIOR-COUNT  TO TOT-COUNT
           MOVE WS-TOT-LEDGER-PRIOR-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'PRIOR CLOSING BALANCES (BALIN):' TO TOT-LABEL
           MOVE WS-ROLL-PRIOR-COUNT  TO TOT-COUNT
           MOVE WS-ROLL-PRIOR-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'PLUS THE WHOLE CYCLE''S ACTIVITY:' TO TOT-LABEL
           MOVE WS-ROLL-ACTIVITY-COUNT  TO TOT-COUNT
           MOVE WS-ROLL-ACTIVITY-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'NEW CLOSING BALANCES (BALNEW):' TO TOT-LABEL
           MOVE WS-ROLL-NEW-COUNT  TO TOT-COUNT
           MOVE WS-ROLL-NEW-AMOUNT TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'NEW LESS PRIOR PLUS ACTIVITY:' TO TOT-LABEL
           MOVE ZERO               TO TOT-COUNT
           MOVE WS-ROLL-DIFFERENCE TO TOT-AMOUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           IF NOT BALANCES-ROLL
               MOVE ' *** BALANCES DO NOT ROLL FORWARD ***'
                   TO WS-PRINT-AREA
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO TOT-AMOUNT-TEXT
           MOVE 'RUN DATES RECONCILED:' TO TOT-LABEL
           MOVE WS-DAY-COUNT TO TOT-COUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'RUN DATES THAT DISAGREE:' TO TOT-LABEL
           MOVE WS-DAYS-DISAGREE TO TOT-COUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           MOVE 'SOURCE LINES THAT DISAGREE:' TO TOT-LABEL
           MOVE WS-SOURCE-LINES-DISAGREE TO TOT-COUNT
           PERFORM 6100-PRINT-TOTAL-LINE
           DISPLAY 'TRNCLS1: PERIOD:               ' WS-PERIOD-FIRST
               ' TO ' WS-PERIOD-LAST
           DISPLAY 'TRNCLS1: CYCLE RECORDS READ:   '
               WS-CYCLE-READ-COUNT
           DISPLAY 'TRNCLS1: RUNSTATS RECORDS:     '
               WS-STATS-READ-COUNT
           DISPLAY 'TRNCLS1: LEDGER HISTORY RECORDS: '
               WS-LEDGER-READ-COUNT
           DISPLAY 'TRNCLS1: RUN DATES RECONCILED: ' WS-DAY-COUNT
           DISPLAY 'TRNCLS1: RUN DATES DISAGREEING: '
               WS-DAYS-DISAGREE
           DISPLAY 'TRNCLS1: PRIOR-PERIOD ITEMS ON CYCLE: '
               WS-TOT-CYCLE-PRIOR-COUNT
           DISPLAY 'TRNCLS1: BALANCE ROLL DIFFERENCE: '
               WS-ROLL-DIFFERENCE.

       6100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE '  AMOUNT ' TO TOT-AMOUNT-TEXT.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 8100-PRINT-PAGE-HEADINGS
           END-IF
           WRITE REPORT-PRINT-LINE FROM WS-PRINT-AREA
           ADD 1 TO WS-LINE-COUNT.

       8100-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           WRITE REPORT-PRINT-LINE FROM WS-HEADING-LINE-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO WS-PRINT-AREA
           WRITE REPORT-PRINT-LINE FROM WS-PRINT-AREA
           MOVE 2 TO WS-LINE-COUNT.

      *    Any date or source that disagrees, or a balance roll
      *    that does not, ends RC 4 - the close is held until
      *    accounting has explained it.
       9900-TERMINATE.
           IF WS-DAYS-DISAGREE > ZERO OR NOT BALANCES-ROLL
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'TRNCLS1: *** THE CLOSE DOES NOT TIE - '
                   'SEE CLSRPT ***'
           END-IF
           CLOSE REPORT-FILE.
