       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMON1.
      *================================================================
      * TRNMON1 - Nightly large-value and velocity monitoring.
      *
      * Looks over tonight's converted file (TRANOUT layout) against
      * each customer's recent postings on CONVHIST and applies the
      * monitoring rules compliance sets on the MONRULES deck (see
      * copybooks/MONRULE.cpy): a single-item amount threshold, a
      * posting count and an amount per customer per night, a
      * multiple of the customer's trailing average posting size,
      * and structuring - a run of postings just under the
      * reporting threshold, tonight's and CONVHIST's counted
      * together. Every customer that trips a rule gets one case on
      * CASEFILE (CASEREC layout) carrying the triggering postings,
      * and a line on the compliance alert report, so compliance
      * works from cases instead of sampling TRNRPT1 by hand.
      * TRNCAS1 closes the cases and lists the ones still open.
      *
      * Both files are sorted together into customer order, each
      * customer's CONVHIST postings ahead of tonight's, so the
      * trailing average and the earlier just-under postings are
      * known before the first of tonight's postings is looked at.
      * Only details build the average and count as just under;
      * the count and amount per night take every posting, a
      * reversal at its size. CONVHIST already holds tonight's
      * postings when this step runs (STEP042 loaded them), so its
      * records for tonight's run date are left out of the history.
      *
      * A rerun of the same night replaces that night's cases that
      * are still open - a scrapped run's cases included - and
      * leaves alone any compliance has already closed.
      *
      * Change history:
      *   2026-10-15  New - rule-driven monitoring of the night's
      *               postings with a retained compliance case file.
      *   2026-10-15  Left the month-end fee and interest assessment
      *               (source ASMT) out of the monitoring, tonight's
      *               and CONVHIST's alike - the bank's own charges
      *               are not customer activity.
      *   2026-10-15  Carried the source id of an earlier night's
      *               just-under posting onto a structuring case.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERTED-FILE ASSIGN TO TRANSCNV
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONV-HISTORY ASSIGN TO CONVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CVH-KEY.
           SELECT OPTIONAL RULE-FILE ASSIGN TO MONRULES
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID.
           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY.
           SELECT REPORT-FILE ASSIGN TO MONRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  CONVERTED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
           COPY TRANOUT.

       FD  CONV-HISTORY
           RECORD CONTAINS 100 CHARACTERS.
           COPY CONVHREC.

       FD  RULE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY MONRULE.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTREC.

       FD  CASE-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CASEREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SRT-CUST-ID                 PIC 9(10).
           05  SRT-ORIGIN                  PIC X(1).
               88  SRT-FROM-HISTORY                    VALUE 'H'.
               88  SRT-FROM-TONIGHT                    VALUE 'T'.
           05  SRT-RUN-DATE                PIC 9(8).
           05  SRT-SEQ-NO                  PIC 9(8).
           05  SRT-TRANS-DATE              PIC 9(8).
           05  SRT-TRANS-AMOUNT            PIC S9(13)V99 COMP-3.
           05  SRT-RECORD-TYPE             PIC X(1).
               88  SRT-REC-DETAIL                      VALUE 'D'.
           05  SRT-SOURCE-ID               PIC X(4).
           05  FILLER                      PIC X(2).

       WORKING-STORAGE SECTION.

      *    The rules in force, loaded with their standing defaults
      *    and overridden card by card off MONRULES. Amounts are
      *    whole currency units.
       01  WS-RULES.
           05  WS-RULE-SINGLE              PIC 9(11)   VALUE 50000.
           05  WS-RULE-DAY-COUNT           PIC 9(11)   VALUE 20.
           05  WS-RULE-DAY-AMOUNT          PIC 9(11)   VALUE 100000.
           05  WS-RULE-RATIO               PIC 9(11)   VALUE 10.
           05  WS-RULE-MIN-HISTORY         PIC 9(11)   VALUE 5.
           05  WS-RULE-REPORT-AT           PIC 9(11)   VALUE 10000.
           05  WS-RULE-BAND                PIC 9(11)   VALUE 10.
           05  WS-RULE-STRUCT-COUNT        PIC 9(11)   VALUE 3.
       01  WS-BAND-FLOOR                   PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-NIGHT-RUN-DATE               PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-RULE-CARD-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-TONIGHT-READ-COUNT           PIC 9(8)    VALUE ZERO.
       01  WS-HISTORY-READ-COUNT           PIC 9(8)    VALUE ZERO.
       01  WS-HISTORY-TONIGHT-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-ASSESSMENT-SKIP-COUNT        PIC 9(8)    VALUE ZERO.
       01  WS-CUSTOMER-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-CASE-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-LARGE-COUNT                  PIC 9(8)    VALUE ZERO.
       01  WS-DAY-COUNT-HITS               PIC 9(8)    VALUE ZERO.
       01  WS-DAY-AMOUNT-HITS              PIC 9(8)    VALUE ZERO.
       01  WS-RATIO-COUNT                  PIC 9(8)    VALUE ZERO.
       01  WS-STRUCT-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-CLOSED-KEPT-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-REPLACED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-UNCOPIED-COUNT               PIC 9(8)    VALUE ZERO.

      *    One customer's figures, built up as the sorted postings
      *    go by and tested at the customer break.
       01  WS-CUR-CUST-ID                  PIC 9(10)   VALUE ZERO.
       01  WS-HIST-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-HIST-AMOUNT                  PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-HIST-BAND-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-TRAILING-AVERAGE             PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-RATIO-LIMIT                  PIC S9(15)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-COUNT                    PIC 9(8)    VALUE ZERO.
       01  WS-DAY-AMOUNT                   PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DAY-BAND-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-ABS-AMOUNT                   PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-POSTING-RULE                 PIC X(4)    VALUE SPACES.
       01  WS-CASE-LINE-NO                 PIC 9(4)    VALUE ZERO.
       01  WS-CASE-RULES-TEXT              PIC X(24)   VALUE SPACES.
       01  WS-RULES-PTR                    PIC 9(2)    VALUE ZERO.

      *    Tonight's postings of the current customer, held until
      *    the break decides whether they go onto a case.
       01  WS-NIGHT-MAX                    PIC 9(4)    VALUE 500.
       01  WS-NIGHT-COUNT                  PIC 9(4)    VALUE ZERO.
       01  WS-NIGHT-IDX                    PIC 9(4)    VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY              OCCURS 500 TIMES.
               10  WS-NGT-SEQ-NO           PIC 9(8).
               10  WS-NGT-TRANS-DATE       PIC 9(8).
               10  WS-NGT-AMOUNT           PIC S9(13)V99 COMP-3.
               10  WS-NGT-TYPE             PIC X(1).
               10  WS-NGT-SOURCE-ID        PIC X(4).
               10  WS-NGT-RULE             PIC X(4).

      *    The customer's earlier just-under postings off CONVHIST,
      *    copied onto the case when structuring fires.
       01  WS-BAND-MAX                     PIC 9(4)    VALUE 100.
       01  WS-BAND-COUNT                   PIC 9(4)    VALUE ZERO.
       01  WS-BAND-IDX                     PIC 9(4)    VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY               OCCURS 100 TIMES.
               10  WS-BND-RUN-DATE         PIC 9(8).
               10  WS-BND-SEQ-NO           PIC 9(8).
               10  WS-BND-TRANS-DATE       PIC 9(8).
               10  WS-BND-AMOUNT           PIC S9(13)V99 COMP-3.
               10  WS-BND-TYPE             PIC X(1).
               10  WS-BND-SOURCE-ID        PIC X(4).

       01  WS-FLAGS.
           05  WS-RULE-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-RULE-FILE                    VALUE 'Y'.
           05  WS-CONV-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-CONVERTED-FILE               VALUE 'Y'.
           05  WS-HIST-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-CONV-HISTORY                 VALUE 'Y'.
           05  WS-SORT-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-SORTED-RECORDS               VALUE 'Y'.
           05  WS-CASE-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-NIGHTS-CASES                 VALUE 'Y'.
           05  WS-FIRST-RECORD             PIC X(1)    VALUE 'Y'.
               88  FIRST-SORTED-RECORD                 VALUE 'Y'.
           05  WS-RATIO-STATE              PIC X(1)    VALUE 'N'.
               88  RATIO-APPLIES                       VALUE 'Y'.
               88  RATIO-NOT-APPLIED                   VALUE 'N'.
           05  WS-CLEAR-STATE              PIC X(1)    VALUE 'N'.
               88  CLEARING-OPEN-CASE                  VALUE 'Y'.
               88  KEEPING-CLOSED-CASE                 VALUE 'N'.
           05  WS-CASE-STATE               PIC X(1)    VALUE 'N'.
               88  CASE-ALREADY-CLOSED                 VALUE 'Y'.
               88  CASE-IS-NEW                         VALUE 'N'.

      *    The rules that fired for the current customer, laid out
      *    as CAS-RULE-FLAGS is.
       01  WS-RULE-HITS.
           05  WS-HIT-LARGE                PIC X(1)    VALUE 'N'.
               88  HIT-LARGE                           VALUE 'Y'.
           05  WS-HIT-DAY-COUNT            PIC X(1)    VALUE 'N'.
               88  HIT-DAY-COUNT                       VALUE 'Y'.
           05  WS-HIT-DAY-AMOUNT           PIC X(1)    VALUE 'N'.
               88  HIT-DAY-AMOUNT                      VALUE 'Y'.
           05  WS-HIT-RATIO                PIC X(1)    VALUE 'N'.
               88  HIT-RATIO                           VALUE 'Y'.
           05  WS-HIT-STRUCTURING          PIC X(1)    VALUE 'N'.
               88  HIT-STRUCTURING                     VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNMON1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'COMPLIANCE MONITORING ALERTS'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                   PIC X(50).
           05  SEC-NIGHT-DATE              PIC 9999/99/99.
           05  FILLER                      PIC X(71)   VALUE SPACES.

       01  WS-RULE-LINE.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RUL-LABEL                   PIC X(44).
           05  RUL-VALUE                   PIC Z(10)9.
           05  FILLER                      PIC X(74)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(14)
                                           VALUE '  CUSTOMER ID'.
           05  FILLER                      PIC X(32)
                                           VALUE 'CUSTOMER NAME'.
           05  FILLER                      PIC X(26)
                                           VALUE 'RULES FIRED'.
           05  FILLER                      PIC X(7)
                                           VALUE 'COUNT'.
           05  FILLER                      PIC X(19)
                                           VALUE '   AMOUNT TONIGHT'.
           05  FILLER                      PIC X(19)
                                           VALUE ' TRAILING AVERAGE'.
           05  FILLER                      PIC X(15)
                                           VALUE 'NOTE'.

       01  WS-HEADING-LINE-3.
           05  FILLER                      PIC X(12)
                                           VALUE '      RULE'.
           05  FILLER                      PIC X(12)
                                           VALUE 'RUN DATE'.
           05  FILLER                      PIC X(10)
                                           VALUE 'SEQ NO'.
           05  FILLER                      PIC X(12)
                                           VALUE 'TRANS DATE'.
           05  FILLER                      PIC X(19)
                                           VALUE '           AMOUNT'.
           05  FILLER                      PIC X(10)
                                           VALUE 'TYPE'.
           05  FILLER                      PIC X(4)
                                           VALUE 'SRC'.
           05  FILLER                      PIC X(53)   VALUE SPACES.

       01  WS-CASE-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-CUST-ID                 PIC 9(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-CUST-NAME               PIC X(30).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-RULES                   PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-DAY-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-DAY-AMOUNT              PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-AVERAGE                 PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-NOTE                    PIC X(15).

       01  WS-POSTING-LINE.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  PSL-RULE                    PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PSL-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PSL-SEQ-NO                  PIC 9(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PSL-TRANS-DATE              PIC 9999/99/99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PSL-AMOUNT                  PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PSL-TYPE                    PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PSL-SOURCE-ID               PIC X(4).
           05  FILLER                      PIC X(53)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                   PIC X(44).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  FILLER                      PIC X(79)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-ORIGIN
               ON ASCENDING KEY SRT-RUN-DATE
               ON ASCENDING KEY SRT-SEQ-NO
               INPUT PROCEDURE IS 2000-RELEASE-POSTINGS
               OUTPUT PROCEDURE IS 3000-MONITOR-CUSTOMERS
           PERFORM 5000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 1100-LOAD-RULES
           COMPUTE WS-BAND-FLOOR =
               WS-RULE-REPORT-AT * (100 - WS-RULE-BAND) / 100
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O CASE-FILE
           OPEN OUTPUT REPORT-FILE.

      *    MONRULES is OPTIONAL - no deck at all runs every rule at
      *    its standing default, and says so. A bad card stops the
      *    run with RC 8 before anything is opened.
       1100-LOAD-RULES.
           OPEN INPUT RULE-FILE
           PERFORM 1110-READ-RULE-CARD
           PERFORM UNTIL END-OF-RULE-FILE
               PERFORM 1150-APPLY-RULE-CARD
               PERFORM 1110-READ-RULE-CARD
           END-PERFORM
           CLOSE RULE-FILE
           IF WS-RULE-CARD-COUNT = ZERO
               DISPLAY 'TRNMON1: NO RULE CARDS - STANDING DEFAULTS '
                   'IN FORCE'
           END-IF.

       1110-READ-RULE-CARD.
           READ RULE-FILE
               AT END
                   SET END-OF-RULE-FILE TO TRUE
           END-READ.

       1150-APPLY-RULE-CARD.
           IF MRL-COMMENT-CARD OR MONITOR-RULE-RECORD = SPACES
               CONTINUE
           ELSE
               IF MRL-VALUE IS NUMERIC
                   IF MRL-VALUE > ZERO
                       PERFORM 1160-SET-RULE-VALUE
                   ELSE
                       PERFORM 1190-STOP-ON-RULE-CARD
                   END-IF
               ELSE
                   PERFORM 1190-STOP-ON-RULE-CARD
               END-IF
           END-IF.

      *    A band of 100 percent or more would count every posting
      *    under the threshold as just under it.
       1160-SET-RULE-VALUE.
           ADD 1 TO WS-RULE-CARD-COUNT
           EVALUATE MRL-KEYWORD
               WHEN 'SINGLE'
                   MOVE MRL-VALUE TO WS-RULE-SINGLE
               WHEN 'DAYCOUNT'
                   MOVE MRL-VALUE TO WS-RULE-DAY-COUNT
               WHEN 'DAYAMT'
                   MOVE MRL-VALUE TO WS-RULE-DAY-AMOUNT
               WHEN 'RATIO'
                   MOVE MRL-VALUE TO WS-RULE-RATIO
               WHEN 'MINHIST'
                   MOVE MRL-VALUE TO WS-RULE-MIN-HISTORY
               WHEN 'REPORTAT'
                   MOVE MRL-VALUE TO WS-RULE-REPORT-AT
               WHEN 'BAND'
                   IF MRL-VALUE < 100
                       MOVE MRL-VALUE TO WS-RULE-BAND
                   ELSE
                       PERFORM 1190-STOP-ON-RULE-CARD
                   END-IF
               WHEN 'STRUCTNO'
                   MOVE MRL-VALUE TO WS-RULE-STRUCT-COUNT
               WHEN OTHER
                   PERFORM 1190-STOP-ON-RULE-CARD
           END-EVALUATE.

       1190-STOP-ON-RULE-CARD.
           DISPLAY 'TRNMON1: UNRECOGNIZED RULE CARD: '
               MONITOR-RULE-RECORD (1:21)
           MOVE 8 TO RETURN-CODE
           CLOSE RULE-FILE
           STOP RUN.

      *    Tonight's postings go in first, tagged T, and give the
      *    run date; then CONVHIST's, tagged H, less tonight's own
      *    run date. An empty converted file has nothing to
      *    monitor, so the history is not read at all.
       2000-RELEASE-POSTINGS.
           OPEN INPUT CONVERTED-FILE
           PERFORM 2100-READ-CONVERTED-RECORD
           PERFORM UNTIL END-OF-CONVERTED-FILE
               PERFORM 2200-RELEASE-TONIGHT
               PERFORM 2100-READ-CONVERTED-RECORD
           END-PERFORM
           CLOSE CONVERTED-FILE
           IF WS-NIGHT-RUN-DATE NOT = ZERO
               OPEN INPUT CONV-HISTORY
               PERFORM 2300-READ-HISTORY-RECORD
               PERFORM UNTIL END-OF-CONV-HISTORY
                   PERFORM 2400-RELEASE-HISTORY
                   PERFORM 2300-READ-HISTORY-RECORD
               END-PERFORM
               CLOSE CONV-HISTORY
           END-IF.

       2100-READ-CONVERTED-RECORD.
           READ CONVERTED-FILE
               AT END
                   SET END-OF-CONVERTED-FILE TO TRUE
           END-READ.

      *    The month-end assessment still names the night but is
      *    never monitored.
       2200-RELEASE-TONIGHT.
           IF WS-NIGHT-RUN-DATE = ZERO
               MOVE OUT-RUN-DATE TO WS-NIGHT-RUN-DATE
           END-IF
           IF OUT-SRC-ASSESSMENT
               ADD 1 TO WS-ASSESSMENT-SKIP-COUNT
           ELSE
               PERFORM 2250-RELEASE-TONIGHT-POSTING
           END-IF.

       2250-RELEASE-TONIGHT-POSTING.
           ADD 1 TO WS-TONIGHT-READ-COUNT
           MOVE SPACES             TO SORT-WORK-RECORD
           MOVE OUT-CUST-ID        TO SRT-CUST-ID
           SET SRT-FROM-TONIGHT    TO TRUE
           MOVE OUT-RUN-DATE       TO SRT-RUN-DATE
           MOVE OUT-SEQ-NO         TO SRT-SEQ-NO
           MOVE OUT-TRANS-DATE     TO SRT-TRANS-DATE
           MOVE OUT-TRANS-AMOUNT   TO SRT-TRANS-AMOUNT
           MOVE OUT-RECORD-TYPE    TO SRT-RECORD-TYPE
           MOVE OUT-SOURCE-ID      TO SRT-SOURCE-ID
           RELEASE SORT-WORK-RECORD.

       2300-READ-HISTORY-RECORD.
           READ CONV-HISTORY
               AT END
                   SET END-OF-CONV-HISTORY TO TRUE
           END-READ.

       2400-RELEASE-HISTORY.
           EVALUATE TRUE
               WHEN CVH-RUN-DATE = WS-NIGHT-RUN-DATE
                   ADD 1 TO WS-HISTORY-TONIGHT-COUNT
               WHEN CVH-SRC-ASSESSMENT
                   CONTINUE
               WHEN OTHER
                   PERFORM 2450-RELEASE-HISTORY-POSTING
           END-EVALUATE.

       2450-RELEASE-HISTORY-POSTING.
           ADD 1 TO WS-HISTORY-READ-COUNT
           MOVE SPACES             TO SORT-WORK-RECORD
           MOVE CVH-CUST-ID        TO SRT-CUST-ID
           SET SRT-FROM-HISTORY    TO TRUE
           MOVE CVH-RUN-DATE       TO SRT-RUN-DATE
           MOVE CVH-SEQ-NO         TO SRT-SEQ-NO
           MOVE CVH-TRANS-DATE     TO SRT-TRANS-DATE
           MOVE CVH-TRANS-AMOUNT   TO SRT-TRANS-AMOUNT
           MOVE CVH-RECORD-TYPE    TO SRT-RECORD-TYPE
           MOVE CVH-SOURCE-ID      TO SRT-SOURCE-ID
           RELEASE SORT-WORK-RECORD.

      *    Control-break pass over the sorted postings. A customer
      *    with history but no postings tonight is passed over at
      *    the break - there is nothing new to monitor.
       3000-MONITOR-CUSTOMERS.
           IF WS-NIGHT-RUN-DATE NOT = ZERO
               PERFORM 3050-CLEAR-OPEN-CASES
           END-IF
           PERFORM 3020-PRINT-RULES
           PERFORM 3100-RETURN-SORTED-RECORD
           PERFORM UNTIL END-OF-SORTED-RECORDS
               IF FIRST-SORTED-RECORD
                   MOVE 'N' TO WS-FIRST-RECORD
                   PERFORM 3200-OPEN-CUSTOMER
               ELSE
                   IF SRT-CUST-ID NOT = WS-CUR-CUST-ID
                       PERFORM 3500-CLOSE-CUSTOMER
                       PERFORM 3200-OPEN-CUSTOMER
                   END-IF
               END-IF
               PERFORM 3300-TAKE-POSTING
               PERFORM 3100-RETURN-SORTED-RECORD
           END-PERFORM
           IF NOT FIRST-SORTED-RECORD
               PERFORM 3500-CLOSE-CUSTOMER
           END-IF.

      *    The rules the night was judged by head the report, so
      *    an examiner reading a case can see the thresholds it
      *    was raised under.
       3020-PRINT-RULES.
           MOVE 'MONITORING RULES IN FORCE FOR THE NIGHT OF'
                                           TO SEC-TITLE
           MOVE WS-NIGHT-RUN-DATE          TO SEC-NIGHT-DATE
           MOVE WS-SECTION-LINE            TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'SINGLE-ITEM THRESHOLD (SINGLE)' TO RUL-LABEL
           MOVE WS-RULE-SINGLE             TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE 'POSTINGS PER NIGHT (DAYCOUNT)' TO RUL-LABEL
           MOVE WS-RULE-DAY-COUNT          TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE 'AMOUNT PER NIGHT (DAYAMT)' TO RUL-LABEL
           MOVE WS-RULE-DAY-AMOUNT         TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE 'MULTIPLE OF TRAILING AVERAGE (RATIO)'
                                           TO RUL-LABEL
           MOVE WS-RULE-RATIO              TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE 'HISTORY POSTINGS NEEDED FOR RATIO (MINHIST)'
                                           TO RUL-LABEL
           MOVE WS-RULE-MIN-HISTORY        TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE 'REPORTING THRESHOLD (REPORTAT)' TO RUL-LABEL
           MOVE WS-RULE-REPORT-AT          TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE 'PERCENT BELOW IT COUNTED JUST UNDER (BAND)'
                                           TO RUL-LABEL
           MOVE WS-RULE-BAND               TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE 'JUST-UNDER POSTINGS MAKING A RUN (STRUCTNO)'
                                           TO RUL-LABEL
           MOVE WS-RULE-STRUCT-COUNT       TO RUL-VALUE
           PERFORM 3030-PRINT-RULE-LINE
           MOVE SPACES                     TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CASES RAISED FOR THE NIGHT OF' TO SEC-TITLE
           MOVE WS-SECTION-LINE            TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2          TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-3          TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       3030-PRINT-RULE-LINE.
           MOVE WS-RULE-LINE               TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    Cases already on file for tonight's run date were raised
      *    by an earlier run of this same night. The open ones are
      *    deleted, header and postings, to be raised afresh from
      *    what has now posted; a closed one has been worked by
      *    compliance and is kept as it stands. A header always
      *    comes before its own posting lines in key order.
       3050-CLEAR-OPEN-CASES.
           MOVE WS-NIGHT-RUN-DATE TO CAS-RUN-DATE
           MOVE ZERO              TO CAS-CUST-ID
           MOVE ZERO              TO CAS-LINE-NO
           START CASE-FILE KEY IS NOT LESS THAN CAS-KEY
               INVALID KEY
                   SET END-OF-NIGHTS-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-NIGHTS-CASES
               READ CASE-FILE NEXT
                   AT END
                       SET END-OF-NIGHTS-CASES TO TRUE
               END-READ
               IF NOT END-OF-NIGHTS-CASES
                   IF CAS-RUN-DATE NOT = WS-NIGHT-RUN-DATE
                       SET END-OF-NIGHTS-CASES TO TRUE
                   ELSE
                       PERFORM 3060-CLEAR-ONE-CASE-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       3060-CLEAR-ONE-CASE-RECORD.
           IF CAS-IS-HEADER
               IF CAS-OPEN
                   SET CLEARING-OPEN-CASE TO TRUE
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE
                   SET KEEPING-CLOSED-CASE TO TRUE
               END-IF
           END-IF
           IF CLEARING-OPEN-CASE
               DELETE CASE-FILE RECORD
                   INVALID KEY
                       DISPLAY 'TRNMON1: CASE RECORD NOT DELETED: '
                           CAS-KEY
               END-DELETE
           END-IF.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       3200-OPEN-CUSTOMER.
           MOVE SRT-CUST-ID    TO WS-CUR-CUST-ID
           MOVE ZERO           TO WS-HIST-COUNT
           MOVE ZERO           TO WS-HIST-AMOUNT
           MOVE ZERO           TO WS-HIST-BAND-COUNT
           MOVE ZERO           TO WS-TRAILING-AVERAGE
           MOVE ZERO           TO WS-RATIO-LIMIT
           MOVE ZERO           TO WS-DAY-COUNT
           MOVE ZERO           TO WS-DAY-AMOUNT
           MOVE ZERO           TO WS-DAY-BAND-COUNT
           MOVE ZERO           TO WS-NIGHT-COUNT
           MOVE ZERO           TO WS-BAND-COUNT
           MOVE 'NNNNN'        TO WS-RULE-HITS
           SET RATIO-NOT-APPLIED TO TRUE.

       3300-TAKE-POSTING.
           IF SRT-TRANS-AMOUNT < ZERO
               SUBTRACT SRT-TRANS-AMOUNT FROM ZERO
                   GIVING WS-ABS-AMOUNT
           ELSE
               MOVE SRT-TRANS-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF SRT-FROM-HISTORY
               PERFORM 3310-TAKE-HISTORY-POSTING
           ELSE
               PERFORM 3400-TAKE-TONIGHT-POSTING
           END-IF.

      *    History details build the trailing average; the ones
      *    just under the reporting threshold are kept aside in
      *    case tonight completes a run of them.
       3310-TAKE-HISTORY-POSTING.
           IF SRT-REC-DETAIL
               ADD 1               TO WS-HIST-COUNT
               ADD WS-ABS-AMOUNT   TO WS-HIST-AMOUNT
               IF WS-ABS-AMOUNT NOT < WS-BAND-FLOOR
                       AND WS-ABS-AMOUNT < WS-RULE-REPORT-AT
                   ADD 1 TO WS-HIST-BAND-COUNT
                   IF WS-BAND-COUNT < WS-BAND-MAX
                       ADD 1 TO WS-BAND-COUNT
                       MOVE SRT-RUN-DATE
                           TO WS-BND-RUN-DATE (WS-BAND-COUNT)
                       MOVE SRT-SEQ-NO
                           TO WS-BND-SEQ-NO (WS-BAND-COUNT)
                       MOVE SRT-TRANS-DATE
                           TO WS-BND-TRANS-DATE (WS-BAND-COUNT)
                       MOVE SRT-TRANS-AMOUNT
                           TO WS-BND-AMOUNT (WS-BAND-COUNT)
                       MOVE SRT-RECORD-TYPE
                           TO WS-BND-TYPE (WS-BAND-COUNT)
                       MOVE SRT-SOURCE-ID
                           TO WS-BND-SOURCE-ID (WS-BAND-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Every history posting of the customer has gone by when
      *    the first of tonight's arrives, so the average is set
      *    then. Each detail is tested against the single-item,
      *    ratio and just-under rules, and remembers the first it
      *    met; the count and amount rules wait for the break.
       3400-TAKE-TONIGHT-POSTING.
           IF WS-DAY-COUNT = ZERO
               PERFORM 3410-SET-TRAILING-AVERAGE
           END-IF
           ADD 1                   TO WS-DAY-COUNT
           ADD WS-ABS-AMOUNT       TO WS-DAY-AMOUNT
           MOVE SPACES             TO WS-POSTING-RULE
           IF SRT-REC-DETAIL
               IF WS-ABS-AMOUNT NOT < WS-RULE-SINGLE
                   SET HIT-LARGE TO TRUE
                   MOVE 'LRGE' TO WS-POSTING-RULE
               END-IF
               IF RATIO-APPLIES
                       AND WS-ABS-AMOUNT NOT < WS-RATIO-LIMIT
                   SET HIT-RATIO TO TRUE
                   IF WS-POSTING-RULE = SPACES
                       MOVE 'RATO' TO WS-POSTING-RULE
                   END-IF
               END-IF
               IF WS-ABS-AMOUNT NOT < WS-BAND-FLOOR
                       AND WS-ABS-AMOUNT < WS-RULE-REPORT-AT
                   ADD 1 TO WS-DAY-BAND-COUNT
                   IF WS-POSTING-RULE = SPACES
                       MOVE 'STRC' TO WS-POSTING-RULE
                   END-IF
               END-IF
           END-IF
           IF WS-NIGHT-COUNT < WS-NIGHT-MAX
               ADD 1 TO WS-NIGHT-COUNT
               MOVE SRT-SEQ-NO
                   TO WS-NGT-SEQ-NO (WS-NIGHT-COUNT)
               MOVE SRT-TRANS-DATE
                   TO WS-NGT-TRANS-DATE (WS-NIGHT-COUNT)
               MOVE SRT-TRANS-AMOUNT
                   TO WS-NGT-AMOUNT (WS-NIGHT-COUNT)
               MOVE SRT-RECORD-TYPE
                   TO WS-NGT-TYPE (WS-NIGHT-COUNT)
               MOVE SRT-SOURCE-ID
                   TO WS-NGT-SOURCE-ID (WS-NIGHT-COUNT)
               MOVE WS-POSTING-RULE
                   TO WS-NGT-RULE (WS-NIGHT-COUNT)
           ELSE
               ADD 1 TO WS-UNCOPIED-COUNT
           END-IF.

      *    Too short a history, or one averaging nothing, gives no
      *    usual size to compare against, and the ratio rule sits
      *    out for that customer tonight.
       3410-SET-TRAILING-AVERAGE.
           IF WS-HIST-COUNT > ZERO
               DIVIDE WS-HIST-AMOUNT BY WS-HIST-COUNT
                   GIVING WS-TRAILING-AVERAGE ROUNDED
           END-IF
           IF WS-HIST-COUNT NOT < WS-RULE-MIN-HISTORY
                   AND WS-TRAILING-AVERAGE > ZERO
               COMPUTE WS-RATIO-LIMIT =
                   WS-TRAILING-AVERAGE * WS-RULE-RATIO
               SET RATIO-APPLIES TO TRUE
           END-IF.

      *    The customer break: the count, amount and structuring
      *    rules are tested on the night's totals, and a customer
      *    that tripped anything gets a case. Structuring needs at
      *    least one just-under posting tonight - a run that ended
      *    on an earlier night was that night's case.
       3500-CLOSE-CUSTOMER.
           IF WS-DAY-COUNT > ZERO
               ADD 1 TO WS-CUSTOMER-COUNT
               IF WS-DAY-COUNT NOT < WS-RULE-DAY-COUNT
                   SET HIT-DAY-COUNT TO TRUE
               END-IF
               IF WS-DAY-AMOUNT NOT < WS-RULE-DAY-AMOUNT
                   SET HIT-DAY-AMOUNT TO TRUE
               END-IF
               IF WS-DAY-BAND-COUNT > ZERO
                   IF WS-DAY-BAND-COUNT + WS-HIST-BAND-COUNT
                           NOT < WS-RULE-STRUCT-COUNT
                       SET HIT-STRUCTURING TO TRUE
                   END-IF
               END-IF
               IF WS-RULE-HITS NOT = 'NNNNN'
                   PERFORM 3600-RAISE-CASE
               END-IF
           END-IF.

      *    A case compliance has already closed for this customer
      *    and night (an earlier run of the night raised it) is
      *    reported but not raised again. Otherwise the posting
      *    lines go on first and the header last, once it is known
      *    how many lines the case carries.
       3600-RAISE-CASE.
           ADD 1 TO WS-CASE-COUNT
           PERFORM 3610-COUNT-RULE-HITS
           MOVE WS-NIGHT-RUN-DATE  TO CAS-RUN-DATE
           MOVE WS-CUR-CUST-ID     TO CAS-CUST-ID
           MOVE ZERO               TO CAS-LINE-NO
           READ CASE-FILE
               INVALID KEY
                   SET CASE-IS-NEW TO TRUE
               NOT INVALID KEY
                   SET CASE-ALREADY-CLOSED TO TRUE
                   ADD 1 TO WS-CLOSED-KEPT-COUNT
           END-READ
           PERFORM 3620-PRINT-CASE-LINE
           MOVE ZERO TO WS-CASE-LINE-NO
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               PERFORM 3650-TAKE-NIGHT-ENTRY
           END-PERFORM
           IF HIT-STRUCTURING
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   PERFORM 3680-TAKE-BAND-ENTRY
               END-PERFORM
           END-IF
           IF CASE-IS-NEW
               PERFORM 3700-WRITE-CASE-HEADER
           END-IF.

       3610-COUNT-RULE-HITS.
           MOVE SPACES TO WS-CASE-RULES-TEXT
           MOVE 1 TO WS-RULES-PTR
           IF HIT-LARGE
               ADD 1 TO WS-LARGE-COUNT
               STRING 'LRGE ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF HIT-DAY-COUNT
               ADD 1 TO WS-DAY-COUNT-HITS
               STRING 'DCNT ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF HIT-DAY-AMOUNT
               ADD 1 TO WS-DAY-AMOUNT-HITS
               STRING 'DAMT ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF HIT-RATIO
               ADD 1 TO WS-RATIO-COUNT
               STRING 'RATO ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF HIT-STRUCTURING
               ADD 1 TO WS-STRUCT-COUNT
               STRING 'STRC' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF.

       3620-PRINT-CASE-LINE.
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-CUR-CUST-ID         TO CSL-CUST-ID
           MOVE WS-CUR-CUST-ID         TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER MASTER **'
                       TO CSL-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO CSL-CUST-NAME
           END-READ
           MOVE WS-CASE-RULES-TEXT     TO CSL-RULES
           MOVE WS-DAY-COUNT           TO CSL-DAY-COUNT
           MOVE WS-DAY-AMOUNT          TO CSL-DAY-AMOUNT
           MOVE WS-TRAILING-AVERAGE    TO CSL-AVERAGE
           EVALUATE TRUE
               WHEN CASE-ALREADY-CLOSED
                   MOVE 'ALREADY CLOSED' TO CSL-NOTE
               WHEN WS-DAY-COUNT > WS-NIGHT-MAX
                   MOVE 'LINES TRUNCATED' TO CSL-NOTE
               WHEN OTHER
                   MOVE SPACES TO CSL-NOTE
           END-EVALUATE
           MOVE WS-CASE-LINE           TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    A count or amount hit makes every posting of the night
      *    a triggering one; otherwise only those that met an
      *    item rule go on, a just-under one only when structuring
      *    actually fired.
       3650-TAKE-NIGHT-ENTRY.
           MOVE WS-NGT-RULE (WS-NIGHT-IDX) TO WS-POSTING-RULE
           IF WS-POSTING-RULE = 'STRC' AND NOT HIT-STRUCTURING
               MOVE SPACES TO WS-POSTING-RULE
           END-IF
           IF WS-POSTING-RULE = SPACES
               EVALUATE TRUE
                   WHEN HIT-DAY-COUNT
                       MOVE 'DCNT' TO WS-POSTING-RULE
                   WHEN HIT-DAY-AMOUNT
                       MOVE 'DAMT' TO WS-POSTING-RULE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-POSTING-RULE NOT = SPACES
               MOVE WS-NIGHT-RUN-DATE   TO CAP-RUN-DATE
               MOVE WS-NGT-SEQ-NO (WS-NIGHT-IDX)
                                        TO CAP-SEQ-NO
               MOVE WS-NGT-TRANS-DATE (WS-NIGHT-IDX)
                                        TO CAP-TRANS-DATE
               MOVE WS-NGT-AMOUNT (WS-NIGHT-IDX)
                                        TO CAP-TRANS-AMOUNT
               MOVE WS-NGT-TYPE (WS-NIGHT-IDX)
                                        TO CAP-RECORD-TYPE
               MOVE WS-NGT-SOURCE-ID (WS-NIGHT-IDX)
                                        TO CAP-SOURCE-ID
               MOVE WS-POSTING-RULE     TO CAP-RULE
               PERFORM 3690-WRITE-POSTING-LINE
           END-IF.

       3680-TAKE-BAND-ENTRY.
           MOVE WS-BND-RUN-DATE (WS-BAND-IDX)   TO CAP-RUN-DATE
           MOVE WS-BND-SEQ-NO (WS-BAND-IDX)     TO CAP-SEQ-NO
           MOVE WS-BND-TRANS-DATE (WS-BAND-IDX) TO CAP-TRANS-DATE
           MOVE WS-BND-AMOUNT (WS-BAND-IDX)     TO CAP-TRANS-AMOUNT
           MOVE WS-BND-TYPE (WS-BAND-IDX)       TO CAP-RECORD-TYPE
           MOVE WS-BND-SOURCE-ID (WS-BAND-IDX)  TO CAP-SOURCE-ID
           MOVE 'STRC'                          TO CAP-RULE
           PERFORM 3690-WRITE-POSTING-LINE.

       3690-WRITE-POSTING-LINE.
           ADD 1 TO WS-CASE-LINE-NO
           MOVE WS-NIGHT-RUN-DATE  TO CAS-RUN-DATE
           MOVE WS-CUR-CUST-ID     TO CAS-CUST-ID
           MOVE WS-CASE-LINE-NO    TO CAS-LINE-NO
           MOVE SPACES             TO CAS-POSTING-DATA (42:57)
           IF CASE-IS-NEW
               WRITE CASE-RECORD
                   INVALID KEY
                       DISPLAY 'TRNMON1: CASE LINE NOT WRITTEN: '
                           CAS-KEY
               END-WRITE
           END-IF
           MOVE CAP-RULE           TO PSL-RULE
           MOVE CAP-RUN-DATE       TO PSL-RUN-DATE
           MOVE CAP-SEQ-NO         TO PSL-SEQ-NO
           MOVE CAP-TRANS-DATE     TO PSL-TRANS-DATE
           MOVE CAP-TRANS-AMOUNT   TO PSL-AMOUNT
           IF CAP-RECORD-TYPE = 'R'
               MOVE 'REVERSAL'     TO PSL-TYPE
           ELSE
               MOVE SPACES         TO PSL-TYPE
           END-IF
           MOVE CAP-SOURCE-ID      TO PSL-SOURCE-ID
           MOVE WS-POSTING-LINE    TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       3700-WRITE-CASE-HEADER.
           MOVE WS-NIGHT-RUN-DATE  TO CAS-RUN-DATE
           MOVE WS-CUR-CUST-ID     TO CAS-CUST-ID
           MOVE ZERO               TO CAS-LINE-NO
           MOVE WS-RULE-HITS       TO CAS-RULE-FLAGS
           SET CAS-OPEN            TO TRUE
           MOVE WS-DAY-COUNT       TO CAS-DAY-COUNT
           MOVE WS-DAY-AMOUNT      TO CAS-DAY-AMOUNT
           MOVE WS-TRAILING-AVERAGE TO CAS-TRAILING-AVERAGE
           MOVE WS-CASE-LINE-NO    TO CAS-POSTING-COUNT
           MOVE ZERO               TO CAS-CLOSED-DATE
           MOVE SPACES             TO CAS-CLOSED-BY
           MOVE SPACES             TO CAS-OUTCOME
           MOVE SPACES             TO CAS-CLOSE-NOTE
           MOVE SPACES             TO CAS-CASE-DATA (92:7)
           WRITE CASE-RECORD
               INVALID KEY
                   DISPLAY 'TRNMON1: CASE HEADER NOT WRITTEN: '
                       CAS-KEY
           END-WRITE.

       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'TONIGHT''S POSTINGS MONITORED:' TO TOT-LABEL
           MOVE WS-TONIGHT-READ-COUNT  TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CONVHIST POSTINGS READ AS HISTORY:' TO TOT-LABEL
           MOVE WS-HISTORY-READ-COUNT  TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'MONTH-END ASSESSMENTS NOT MONITORED:' TO TOT-LABEL
           MOVE WS-ASSESSMENT-SKIP-COUNT TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CUSTOMERS POSTING TONIGHT:' TO TOT-LABEL
           MOVE WS-CUSTOMER-COUNT      TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CASES RAISED:'        TO TOT-LABEL
           MOVE WS-CASE-COUNT          TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE '  SINGLE-ITEM THRESHOLD (LRGE):' TO TOT-LABEL
           MOVE WS-LARGE-COUNT         TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE '  POSTINGS PER NIGHT (DCNT):' TO TOT-LABEL
           MOVE WS-DAY-COUNT-HITS      TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE '  AMOUNT PER NIGHT (DAMT):' TO TOT-LABEL
           MOVE WS-DAY-AMOUNT-HITS     TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE '  TRAILING AVERAGE (RATO):' TO TOT-LABEL
           MOVE WS-RATIO-COUNT         TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE '  STRUCTURING (STRC):'  TO TOT-LABEL
           MOVE WS-STRUCT-COUNT        TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'OPEN CASES REPLACED FROM AN EARLIER RUN:'
                                       TO TOT-LABEL
           MOVE WS-REPLACED-COUNT      TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CLOSED CASES LEFT AS COMPLIANCE CLOSED THEM:'
                                       TO TOT-LABEL
           MOVE WS-CLOSED-KEPT-COUNT   TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           DISPLAY 'TRNMON1: NIGHT MONITORED:     ' WS-NIGHT-RUN-DATE
           DISPLAY 'TRNMON1: TONIGHT''S POSTINGS:  '
               WS-TONIGHT-READ-COUNT
           DISPLAY 'TRNMON1: HISTORY POSTINGS:    '
               WS-HISTORY-READ-COUNT
           DISPLAY 'TRNMON1: CASES RAISED:        ' WS-CASE-COUNT
           DISPLAY 'TRNMON1: OPEN CASES REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'TRNMON1: CLOSED CASES KEPT:   '
               WS-CLOSED-KEPT-COUNT
           IF WS-UNCOPIED-COUNT > ZERO
               DISPLAY 'TRNMON1: *** POSTINGS NOT COPIED TO A CASE '
                   '(OVER ' WS-NIGHT-MAX ' FOR ONE CUSTOMER): '
                   WS-UNCOPIED-COUNT
           END-IF.

       5100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

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

       9900-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE CASE-FILE
           CLOSE REPORT-FILE.
