       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCAS1.
      *================================================================
      * TRNCAS1 - Compliance case disposition and open-case report.
      *
      * Applies compliance's case disposition cards to CASEFILE, the
      * retained case file TRNMON1 raises monitoring cases on (see
      * copybooks/CASEREC.cpy), then lists every case still open,
      * oldest night first, with the postings that raised it - the
      * working list compliance clears cases from.
      *
      * A disposition card closes one case:
      *   cols  1-5   CLOSE
      *   cols  7-14  the night the case was raised (YYYYMMDD)
      *   cols 16-25  the customer number
      *   cols 27-30  the outcome: NFA (no further action),
      *               SAR (suspicious activity reported) or REF
      *               (referred on)
      *   cols 32-39  the compliance officer closing it
      *   cols 41-80  a note for the file
      * A card with an asterisk in column 1 is a comment. A card
      * that names no open case, or is not laid out as above, is
      * listed as rejected and changes nothing; the step then ends
      * RC 4 so the card is looked at, without stopping the report.
      * Closing stamps the header only - the outcome, who closed
      * it, the date and the note. Nothing is ever deleted: a
      * closed case stays on file as the record of how it was
      * worked. CASEDISP is OPTIONAL; with no cards the step is
      * simply the open-case report.
      *
      * Change history:
      *   2026-10-15  New - closes monitoring cases off disposition
      *               cards and reports those still open.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPOSITION-FILE ASSIGN TO CASEDISP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY.
           SELECT REPORT-FILE ASSIGN TO CASRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPOSITION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DISPOSITION-CARD.
           05  DSP-VERB                    PIC X(5).
           05  FILLER                      PIC X(1).
           05  DSP-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(1).
           05  DSP-CUST-ID                 PIC X(10).
           05  FILLER                      PIC X(1).
           05  DSP-OUTCOME                 PIC X(4).
               88  DSP-OUTCOME-VALID       VALUES 'NFA ' 'SAR '
                                                  'REF '.
           05  FILLER                      PIC X(1).
           05  DSP-CLOSED-BY               PIC X(8).
           05  FILLER                      PIC X(1).
           05  DSP-NOTE                    PIC X(40).

       FD  CASE-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY CASEREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-CARD-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-CLOSED-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-REJECTED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-OPEN-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-OPEN-AMOUNT                  PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
       01  WS-CASE-RULES-TEXT              PIC X(24)   VALUE SPACES.
       01  WS-RULES-PTR                    PIC 9(2)    VALUE ZERO.

       01  WS-FLAGS.
           05  WS-DISP-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-DISPOSITION-FILE             VALUE 'Y'.
           05  WS-CASE-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-CASE-FILE                    VALUE 'Y'.
           05  WS-LIST-STATE               PIC X(1)    VALUE 'N'.
               88  LISTING-OPEN-CASE                   VALUE 'Y'.
               88  SKIPPING-CLOSED-CASE                VALUE 'N'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNCAS1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'COMPLIANCE CASES - DISPOSITIONS AND OPEN'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SEC-TITLE                   PIC X(60).
           05  FILLER                      PIC X(71)   VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CRD-IMAGE                   PIC X(80).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CRD-RESULT                  PIC X(30).
           05  FILLER                      PIC X(18)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(14)
                                           VALUE '  RAISED FOR'.
           05  FILLER                      PIC X(12)
                                           VALUE 'CUSTOMER ID'.
           05  FILLER                      PIC X(26)
                                           VALUE 'RULES FIRED'.
           05  FILLER                      PIC X(7)
                                           VALUE 'COUNT'.
           05  FILLER                      PIC X(19)
                                           VALUE '  AMOUNT ON NIGHT'.
           05  FILLER                      PIC X(19)
                                           VALUE ' TRAILING AVERAGE'.
           05  FILLER                      PIC X(35)
                                           VALUE 'POSTINGS'.

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
           05  CSL-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-CUST-ID                 PIC 9(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-RULES                   PIC X(24).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-DAY-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-DAY-AMOUNT              PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-AVERAGE                 PIC -(13)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  CSL-POSTING-COUNT           PIC ZZZ9.
           05  FILLER                      PIC X(31)   VALUE SPACES.

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
           05  TOT-LABEL                   PIC X(38).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  FILLER                      PIC X(85)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-DISPOSITIONS
           PERFORM 3000-LIST-OPEN-CASES
           PERFORM 5000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           OPEN INPUT DISPOSITION-FILE
           OPEN I-O CASE-FILE
           OPEN OUTPUT REPORT-FILE.

       2000-APPLY-DISPOSITIONS.
           MOVE 'DISPOSITION CARDS'    TO SEC-TITLE
           MOVE WS-SECTION-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2100-READ-DISPOSITION-CARD
           PERFORM UNTIL END-OF-DISPOSITION-FILE
               IF DISPOSITION-CARD (1:1) = '*'
                       OR DISPOSITION-CARD = SPACES
                   CONTINUE
               ELSE
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 2200-APPLY-ONE-CARD
               END-IF
               PERFORM 2100-READ-DISPOSITION-CARD
           END-PERFORM
           IF WS-CARD-COUNT = ZERO
               MOVE '  NO DISPOSITION CARDS THIS RUN'
                                       TO WS-PRINT-AREA
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       2100-READ-DISPOSITION-CARD.
           READ DISPOSITION-FILE
               AT END
                   SET END-OF-DISPOSITION-FILE TO TRUE
           END-READ.

      *    The card is checked field by field, then the case header
      *    read; only an open case is closed. The first fault found
      *    is the one listed.
       2200-APPLY-ONE-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN DSP-VERB NOT = 'CLOSE'
                   MOVE 'NOT A CLOSE CARD' TO WS-REJECT-REASON
               WHEN DSP-RUN-DATE NOT NUMERIC
                   MOVE 'NIGHT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN DSP-CUST-ID NOT NUMERIC
                   MOVE 'CUSTOMER NOT NUMERIC' TO WS-REJECT-REASON
               WHEN NOT DSP-OUTCOME-VALID
                   MOVE 'OUTCOME NOT NFA, SAR OR REF'
                                       TO WS-REJECT-REASON
               WHEN DSP-CLOSED-BY = SPACES
                   MOVE 'CLOSED-BY MISSING' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2300-CLOSE-CASE
           END-EVALUATE
           MOVE DISPOSITION-CARD       TO CRD-IMAGE
           IF WS-REJECT-REASON = SPACES
               MOVE 'CLOSED'           TO CRD-RESULT
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE WS-REJECT-REASON   TO CRD-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           MOVE WS-CARD-LINE           TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       2300-CLOSE-CASE.
           MOVE DSP-RUN-DATE TO CAS-RUN-DATE
           MOVE DSP-CUST-ID  TO CAS-CUST-ID
           MOVE ZERO         TO CAS-LINE-NO
           READ CASE-FILE
               INVALID KEY
                   MOVE 'NO SUCH CASE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF CAS-CLOSED
                       MOVE 'CASE ALREADY CLOSED'
                                       TO WS-REJECT-REASON
                   ELSE
                       SET CAS-CLOSED      TO TRUE
                       MOVE WS-RUN-DATE    TO CAS-CLOSED-DATE
                       MOVE DSP-CLOSED-BY  TO CAS-CLOSED-BY
                       MOVE DSP-OUTCOME    TO CAS-OUTCOME
                       MOVE DSP-NOTE       TO CAS-CLOSE-NOTE
                       REWRITE CASE-RECORD
                           INVALID KEY
                               MOVE 'CASE NOT REWRITTEN'
                                       TO WS-REJECT-REASON
                       END-REWRITE
                   END-IF
           END-READ.

      *    One pass of the whole file in key order - oldest night
      *    first - printing each open case header and the posting
      *    lines that follow it; a closed case's lines are passed
      *    over with it.
       3000-LIST-OPEN-CASES.
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CASES STILL OPEN, OLDEST FIRST' TO SEC-TITLE
           MOVE WS-SECTION-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-2      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE-3      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE LOW-VALUES TO CAS-KEY
           START CASE-FILE KEY IS NOT LESS THAN CAS-KEY
               INVALID KEY
                   SET END-OF-CASE-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASE-FILE
               READ CASE-FILE NEXT
                   AT END
                       SET END-OF-CASE-FILE TO TRUE
               END-READ
               IF NOT END-OF-CASE-FILE
                   PERFORM 3100-LIST-ONE-RECORD
               END-IF
           END-PERFORM.

       3100-LIST-ONE-RECORD.
           IF CAS-IS-HEADER
               IF CAS-OPEN
                   SET LISTING-OPEN-CASE TO TRUE
                   PERFORM 3200-PRINT-CASE-LINE
               ELSE
                   SET SKIPPING-CLOSED-CASE TO TRUE
               END-IF
           ELSE
               IF LISTING-OPEN-CASE
                   PERFORM 3300-PRINT-POSTING-LINE
               END-IF
           END-IF.

       3200-PRINT-CASE-LINE.
           ADD 1 TO WS-OPEN-COUNT
           ADD CAS-DAY-AMOUNT TO WS-OPEN-AMOUNT
           MOVE SPACES TO WS-CASE-RULES-TEXT
           MOVE 1 TO WS-RULES-PTR
           IF CAS-HIT-LARGE
               STRING 'LRGE ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF CAS-HIT-DAY-COUNT
               STRING 'DCNT ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF CAS-HIT-DAY-AMOUNT
               STRING 'DAMT ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF CAS-HIT-RATIO
               STRING 'RATO ' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           IF CAS-HIT-STRUCTURING
               STRING 'STRC' DELIMITED BY SIZE
                   INTO WS-CASE-RULES-TEXT WITH POINTER WS-RULES-PTR
           END-IF
           MOVE SPACES                 TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE CAS-RUN-DATE           TO CSL-RUN-DATE
           MOVE CAS-CUST-ID            TO CSL-CUST-ID
           MOVE WS-CASE-RULES-TEXT     TO CSL-RULES
           MOVE CAS-DAY-COUNT          TO CSL-DAY-COUNT
           MOVE CAS-DAY-AMOUNT         TO CSL-DAY-AMOUNT
           MOVE CAS-TRAILING-AVERAGE   TO CSL-AVERAGE
           MOVE CAS-POSTING-COUNT      TO CSL-POSTING-COUNT
           MOVE WS-CASE-LINE           TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       3300-PRINT-POSTING-LINE.
           MOVE CAP-RULE               TO PSL-RULE
           MOVE CAP-RUN-DATE           TO PSL-RUN-DATE
           MOVE CAP-SEQ-NO             TO PSL-SEQ-NO
           MOVE CAP-TRANS-DATE         TO PSL-TRANS-DATE
           MOVE CAP-TRANS-AMOUNT       TO PSL-AMOUNT
           IF CAP-RECORD-TYPE = 'R'
               MOVE 'REVERSAL'         TO PSL-TYPE
           ELSE
               MOVE SPACES             TO PSL-TYPE
           END-IF
           MOVE CAP-SOURCE-ID          TO PSL-SOURCE-ID
           MOVE WS-POSTING-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    A rejected card ends the step RC 4 - the report is
      *    complete, but someone must look at the card.
       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'DISPOSITION CARDS READ:' TO TOT-LABEL
           MOVE WS-CARD-COUNT          TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CASES CLOSED:'        TO TOT-LABEL
           MOVE WS-CLOSED-COUNT        TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CARDS REJECTED:'      TO TOT-LABEL
           MOVE WS-REJECTED-COUNT      TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE 'CASES STILL OPEN:'    TO TOT-LABEL
           MOVE WS-OPEN-COUNT          TO TOT-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           DISPLAY 'TRNCAS1: DISPOSITION CARDS:   ' WS-CARD-COUNT
           DISPLAY 'TRNCAS1: CASES CLOSED:        ' WS-CLOSED-COUNT
           DISPLAY 'TRNCAS1: CARDS REJECTED:      ' WS-REJECTED-COUNT
           DISPLAY 'TRNCAS1: CASES STILL OPEN:    ' WS-OPEN-COUNT
           DISPLAY 'TRNCAS1: AMOUNT ON OPEN CASES: ' WS-OPEN-AMOUNT
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
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
           CLOSE DISPOSITION-FILE
           CLOSE CASE-FILE
           CLOSE REPORT-FILE.
