      * acknowledgment file reports every posting unacknowledged -
      * silence from the ledger is itself the alarm.
      *
      * Every posting's verdict is also appended to the retained
      * GLHIST acknowledgment history (GLHREC layout) under the run
      * date that handed it over, so the month-end close can tie
      * what the ledger accepted to the statement cycle and
      * RUNSTATS long after GLPOST itself has been scratched.
      *
      * Runs in the morning, before the next nightly submission:
      * STEP005 of the nightly job scratches the GLPOST dataset, so
      * this reconciliation must consume it first (see
      *               side - GLPOST summarizes per source since
      *               the multi-source cutover, and the
      *               acknowledgment echoes GL-SOURCE-SYS back.
      *   2026-10-15  Appended every posting's verdict to the
      *               retained GLHIST acknowledgment history for
      *               the TRNCLS1 month-end close.
      *   2026-10-15  Matched on entry type as well - a prior-period
      *               adjustment shares the run date, side and source
      *               of that night's ordinary posting - and carried
      *               it onto GLHIST for the close; discrepancy
      *               lines on an adjustment say PRIOR ADJ.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO GLARPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-HISTORY-FILE ASSIGN TO GLHIST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

      *    GLHIST is retained - always opened EXTEND, never
      *    truncated (see copybooks/GLHREC.cpy).
       FD  GL-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLHREC.

       WORKING-STORAGE SECTION.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-RUN-TIME                     PIC 9(8)    VALUE ZERO.
       01  WS-HISTORY-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
               10  WS-PST-AMOUNT           PIC S9(13)V99 COMP-3.
               10  WS-PST-SOURCE-COUNT     PIC 9(8).
               10  WS-PST-SOURCE-SYS       PIC X(4).
               10  WS-PST-RUN-DATE         PIC 9(8).
               10  WS-PST-ENTRY-TYPE       PIC X(1).
               10  WS-PST-ACKED            PIC X(1).

       01  WS-FLAGS.
           05  DSC-AMOUNT                  PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DSC-NOTE                    PIC X(20).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DSC-ENTRY-NOTE              PIC X(9).
           05  FILLER                      PIC X(27)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           PERFORM 3000-MATCH-ACKNOWLEDGMENTS
           PERFORM 4000-REPORT-UNACKED-POSTINGS
           PERFORM 5000-CHECK-TRAILERS
           PERFORM 7000-RECORD-GL-HISTORY
           PERFORM 6000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           OPEN INPUT GL-POST-FILE
           OPEN INPUT GL-ACK-FILE
                                            (WS-POSTING-COUNT)
                   MOVE GL-SOURCE-SYS    TO WS-PST-SOURCE-SYS
                                            (WS-POSTING-COUNT)
                   MOVE GL-RUN-DATE      TO WS-PST-RUN-DATE
                                            (WS-POSTING-COUNT)
                   MOVE GL-ENTRY-TYPE    TO WS-PST-ENTRY-TYPE
                                            (WS-POSTING-COUNT)
                   MOVE 'N'              TO WS-PST-ACKED
                                            (WS-POSTING-COUNT)
               ELSE
           END-IF
           PERFORM 2100-READ-GL-RECORD.

      *    Each acknowledgment finds its posting by date, side,
      *    source system and entry type - unique in the GLPOST
      *    file, where a prior-period adjustment is dated the run
      *    date beside the night's ordinary postings. A second
      *    acknowledgment for the same posting, a rejection, an
      *    accepted acknowledgment whose amount or source count
      *    disagrees, or an acknowledgment for nothing we wrote all
                               = GLA-DR-CR-CODE
                           AND WS-PST-SOURCE-SYS (WS-POSTING-SUB)
                               = GLA-SOURCE-SYS
                           AND WS-PST-ENTRY-TYPE (WS-POSTING-SUB)
                               = GLA-ENTRY-TYPE
                       MOVE WS-POSTING-SUB TO WS-MATCH-SUB
                   END-IF
               END-PERFORM
           MOVE GLA-DR-CR-CODE     TO DSC-DRCR
           MOVE GLA-SOURCE-SYS     TO DSC-SOURCE-SYS
           MOVE GLA-POST-AMOUNT    TO DSC-AMOUNT
           IF GLA-ENTRY-TYPE = 'A'
               MOVE 'PRIOR ADJ'    TO DSC-ENTRY-NOTE
           ELSE
               MOVE SPACES         TO DSC-ENTRY-NOTE
           END-IF
           MOVE WS-DISCREPANCY-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

                       TO DSC-SOURCE-SYS
                   MOVE WS-PST-AMOUNT (WS-POSTING-SUB)
                       TO DSC-AMOUNT
                   IF WS-PST-ENTRY-TYPE (WS-POSTING-SUB) = 'A'
                       MOVE 'PRIOR ADJ' TO DSC-ENTRY-NOTE
                   ELSE
                       MOVE SPACES TO DSC-ENTRY-NOTE
                   END-IF
                   MOVE WS-DISCREPANCY-LINE TO WS-PRINT-AREA
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           PERFORM 6100-PRINT-TOTAL-LINE
           DISPLAY 'TRNGLA1: POSTINGS:      ' WS-POSTING-COUNT
           DISPLAY 'TRNGLA1: ACCEPTED:      ' WS-ACCEPTED-COUNT
           DISPLAY 'TRNGLA1: DISCREPANCIES: ' WS-DISCREPANCY-COUNT
           DISPLAY 'TRNGLA1: HISTORY RECORDS: ' WS-HISTORY-COUNT.

       6100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    One history record per posting handed over, with the
      *    verdict the match reached - an acknowledgment for a
      *    posting we never wrote has no run to belong to and
      *    stays on the report only.
       7000-RECORD-GL-HISTORY.
           OPEN EXTEND GL-HISTORY-FILE
           PERFORM VARYING WS-POSTING-SUB FROM 1 BY 1
                   UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
               PERFORM 7100-WRITE-HISTORY-RECORD
           END-PERFORM
           CLOSE GL-HISTORY-FILE.

       7100-WRITE-HISTORY-RECORD.
           MOVE SPACES TO GL-HISTORY-RECORD
           MOVE WS-PST-RUN-DATE (WS-POSTING-SUB)  TO GLH-RUN-DATE
           MOVE WS-PST-SOURCE-SYS (WS-POSTING-SUB)
                                                TO GLH-SOURCE-SYS
           MOVE WS-PST-DATE (WS-POSTING-SUB)      TO GLH-POST-DATE
           MOVE WS-PST-DRCR (WS-POSTING-SUB)      TO GLH-DR-CR-CODE
           MOVE WS-PST-AMOUNT (WS-POSTING-SUB)    TO GLH-POST-AMOUNT
           MOVE WS-PST-SOURCE-COUNT (WS-POSTING-SUB)
                                                TO GLH-SOURCE-COUNT
           MOVE WS-PST-ENTRY-TYPE (WS-POSTING-SUB)
                                                TO GLH-ENTRY-TYPE
           EVALUATE WS-PST-ACKED (WS-POSTING-SUB)
               WHEN 'Y'
                   SET GLH-ACCEPTED  TO TRUE
               WHEN 'R'
                   SET GLH-REJECTED  TO TRUE
               WHEN 'D'
                   SET GLH-DISAGREED TO TRUE
               WHEN OTHER
                   SET GLH-NOT-ACKED TO TRUE
           END-EVALUATE
           MOVE WS-RUN-DATE          TO GLH-CHECK-DATE
           MOVE WS-RUN-TIME (1:6)    TO GLH-CHECK-TIME
           WRITE GL-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-COUNT.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 8100-PRINT-PAGE-HEADINGS
