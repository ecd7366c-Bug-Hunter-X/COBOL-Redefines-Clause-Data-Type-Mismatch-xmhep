      *               before/after master images under the event
      *               date and time, counted separately, no
      *               pairing expected.
      *   2026-10-15  Dual control: C, R, X and M records applied
      *               at the TRNAPV approval screen carry the
      *               approving operator and terminal, printed
      *               beneath the keying operator; actions declined
      *               there (disposition DECL) print and count
      *               apart and are never awaiting a batch run.
      *               Any action approved by the same user ID that
      *               keyed it is flagged in place and listed again
      *               after the detail, and ends the step RC 4.
      *   2026-10-15  Corrections a source system resupplied itself
      *               (TRNRSP1, operator *SRC plus the source id)
      *               are flagged in place and counted apart from
      *               those the operators keyed.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-SUSP-RELEASED-COUNT          PIC 9(8)    VALUE ZERO.
       01  WS-SUSP-CANCELLED-COUNT         PIC 9(8)    VALUE ZERO.
       01  WS-MASTER-MAINT-COUNT           PIC 9(8)    VALUE ZERO.
       01  WS-DECLINED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-RESUPPLIED-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-SELF-APPROVED-COUNT          PIC 9(8)    VALUE ZERO.
       01  WS-SELF-APPROVED-MAX            PIC 9(3)    VALUE 200.
       01  WS-SELF-IDX                     PIC 9(3)    VALUE ZERO.

      *    Same-operator approvals, kept as the detail prints so
      *    they can be listed together for the auditors after it.
      *    Beyond the table's capacity they are still flagged in
      *    place and counted, just not listed again.
       01  WS-SELF-APPROVED-TABLE.
           05  WS-SELF-ENTRY               OCCURS 200 TIMES.
               10  WS-SELF-RECORD-TYPE     PIC X(1).
               10  WS-SELF-BUSINESS-DATE   PIC 9(8).
               10  WS-SELF-RUN-TIME        PIC 9(6).
               10  WS-SELF-SEQ-NO          PIC 9(8).
               10  WS-SELF-OPERATOR-ID     PIC X(8).
               10  WS-SELF-EVENT-DATE      PIC 9(8).

       01  WS-FLAGS.
           05  WS-SORT-EOF                 PIC X(1)    VALUE 'N'.
           05  DTA-DATA                    PIC X(100).
           05  FILLER                      PIC X(17)   VALUE SPACES.

       01  WS-APPROVED-LINE.
           05  APV-VERB                    PIC X(15).
           05  APV-APPROVER-ID             PIC X(8).
           05  FILLER                      PIC X(5)
                                           VALUE ' AT '.
           05  APV-APPROVER-TERMINAL       PIC X(4).
           05  FILLER                      PIC X(100)  VALUE SPACES.

       01  WS-SELF-LINE.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  SLF-RECORD-TYPE             PIC X(1).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  SLF-BUSINESS-DATE           PIC 9999/99/99.
           05  FILLER                      PIC X(4)    VALUE ' AT '.
           05  SLF-RUN-TIME                PIC 99/99/99.
           05  FILLER                      PIC X(3)    VALUE ' / '.
           05  SLF-SEQ-NO                  PIC 9(8).
           05  FILLER                      PIC X(10)
                                           VALUE '  OPERATOR'.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  SLF-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(4)    VALUE ' ON '.
           05  SLF-EVENT-DATE              PIC 9999/99/99.
           05  FILLER                      PIC X(59)   VALUE SPACES.

       01  WS-POSTED-LINE.
           05  FILLER                      PIC X(14)
                                           VALUE '   POSTED RUN '.
               END-IF
               MOVE SORT-WORK-RECORD TO AUDIT-RECORD
               EVALUATE TRUE
                   WHEN AUD-DISPOSITION = 'DECL'
                           AND NOT AUD-CORRECTION-POSTED
                       ADD 1 TO WS-DECLINED-COUNT
                       PERFORM 3470-PRINT-DECLINED-DETAIL
                   WHEN AUD-CORRECTION-KEYED
                       SET KEY-HAS-CORRECTION TO TRUE
                       ADD 1 TO WS-KEYED-COUNT
                       IF AUD-DISPOSITION = 'DISC'
                           SET KEY-WAS-DISCARDED TO TRUE
                       END-IF
                       IF AUD-OPERATOR-ID (1:4) = '*SRC'
                           ADD 1 TO WS-RESUPPLIED-COUNT
                           PERFORM 3310-PRINT-RESUPPLY-FLAG
                       END-IF
                       PERFORM 3300-PRINT-KEYED-DETAIL
                   WHEN AUD-SUSPENSE-RELEASED
                       ADD 1 TO WS-SUSP-RELEASED-COUNT
           MOVE AUD-ORIGINAL-DATA  TO DTA-DATA
           MOVE WS-DATA-LINE       TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3350-PRINT-APPROVAL-LINE
           MOVE 'KEYED:    '       TO DTA-LABEL
           MOVE AUD-CORRECTED-DATA TO DTA-DATA
           MOVE WS-DATA-LINE       TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    A correction the source system sent back itself on its
      *    resupply file, against a reject returned to it - keyed
      *    by no operator, so the operator id is *SRC plus the
      *    source id and the terminal BTCH. One over the approval
      *    limit still names the operator who approved it.
       3310-PRINT-RESUPPLY-FLAG.
           MOVE '   *** RESUPPLIED BY SOURCE SYSTEM ***'
               TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

      *    An action applied or declined at the TRNAPV approval
      *    screen names its second operator beneath the first.
      *    Records from before dual control, and actions that
      *    needed no second operator, carry spaces or zeros there
      *    and print no line. An approval by the very user ID that
      *    keyed the action defeats the control - it is flagged
      *    here, counted, and kept for the listing after the
      *    detail. (A maker declining their own action withdraws
      *    it; that is allowed and not flagged.)
       3350-PRINT-APPROVAL-LINE.
           IF AUD-APPROVER-ID NOT = SPACES
                   AND AUD-APPROVER-ID NOT = ZEROS
               IF AUD-DISPOSITION = 'DECL'
                   MOVE '   DECLINED BY ' TO APV-VERB
               ELSE
                   MOVE '   APPROVED BY ' TO APV-VERB
               END-IF
               MOVE AUD-APPROVER-ID       TO APV-APPROVER-ID
               MOVE AUD-APPROVER-TERMINAL TO APV-APPROVER-TERMINAL
               MOVE WS-APPROVED-LINE      TO WS-PRINT-AREA
               PERFORM 8000-WRITE-REPORT-LINE
               IF AUD-APPROVER-ID = AUD-OPERATOR-ID
                       AND AUD-DISPOSITION NOT = 'DECL'
                   ADD 1 TO WS-SELF-APPROVED-COUNT
                   MOVE '   *** APPROVED BY THE OPERATOR WHO KEYED IT'
                       TO WS-PRINT-AREA
                   PERFORM 8000-WRITE-REPORT-LINE
                   IF WS-SELF-IDX < WS-SELF-APPROVED-MAX
                       ADD 1 TO WS-SELF-IDX
                       MOVE AUD-RECORD-TYPE
                           TO WS-SELF-RECORD-TYPE (WS-SELF-IDX)
                       MOVE AUD-BUSINESS-DATE
                           TO WS-SELF-BUSINESS-DATE (WS-SELF-IDX)
                       MOVE AUD-EXC-RUN-TIME
                           TO WS-SELF-RUN-TIME (WS-SELF-IDX)
                       MOVE AUD-EXC-SEQ-NO
                           TO WS-SELF-SEQ-NO (WS-SELF-IDX)
                       MOVE AUD-OPERATOR-ID
                           TO WS-SELF-OPERATOR-ID (WS-SELF-IDX)
                       MOVE AUD-EVENT-DATE
                           TO WS-SELF-EVENT-DATE (WS-SELF-IDX)
                   END-IF
               END-IF
           END-IF.

       3400-PRINT-POSTED-DETAIL.
           MOVE AUD-EVENT-DATE     TO PST-RUN-DATE
           MOVE AUD-OUT-SEQ-NO     TO PST-OUT-SEQ-NO
           MOVE AUD-EVENT-TIME     TO KYD-EVENT-TIME
           MOVE WS-KEYED-LINE      TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3350-PRINT-APPROVAL-LINE
           MOVE 'HELD:     '       TO DTA-LABEL
           MOVE AUD-ORIGINAL-DATA  TO DTA-DATA
           MOVE WS-DATA-LINE       TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3300-PRINT-KEYED-DETAIL.

      *    An action the second operator declined at TRNAPV -
      *    nothing was applied, so it neither awaits a batch run
      *    nor counts as a release, cancel or master change. The
      *    keyed detail shows both operators and both images.
       3470-PRINT-DECLINED-DETAIL.
           EVALUATE TRUE
               WHEN AUD-CORRECTION-KEYED
                   MOVE '   *** CORRECTION DECLINED AT APPROVAL ***'
                       TO WS-PRINT-AREA
               WHEN AUD-MASTER-MAINTAINED
                   MOVE '   *** MASTER CHANGE DECLINED AT APPROVAL ***'
                       TO WS-PRINT-AREA
               WHEN OTHER
                   MOVE '   *** SUSPENSE DECLINED AT APPROVAL ***'
                       TO WS-PRINT-AREA
           END-EVALUATE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3300-PRINT-KEYED-DETAIL.

      *    A key with a correction but no posting is still waiting
      *    for a batch run; a posting with no correction on file
      *    means an audit record went missing and the auditors
           MOVE 'N' TO WS-KEY-HAS-P
           MOVE 'N' TO WS-KEY-DISCARDED.

      *    The same-operator approvals again, together on one
      *    listing, so the auditors need not hunt the detail for
      *    the flags.
       3550-PRINT-SELF-APPROVED-LIST.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE ' ACTIONS APPROVED BY THE OPERATOR WHO KEYED THEM'
               TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM VARYING WS-SELF-IDX FROM 1 BY 1
                   UNTIL WS-SELF-IDX > WS-SELF-APPROVED-MAX
                      OR WS-SELF-IDX > WS-SELF-APPROVED-COUNT
               MOVE WS-SELF-RECORD-TYPE (WS-SELF-IDX)
                   TO SLF-RECORD-TYPE
               MOVE WS-SELF-BUSINESS-DATE (WS-SELF-IDX)
                   TO SLF-BUSINESS-DATE
               MOVE WS-SELF-RUN-TIME (WS-SELF-IDX) TO SLF-RUN-TIME
               MOVE WS-SELF-SEQ-NO (WS-SELF-IDX) TO SLF-SEQ-NO
               MOVE WS-SELF-OPERATOR-ID (WS-SELF-IDX)
                   TO SLF-OPERATOR-ID
               MOVE WS-SELF-EVENT-DATE (WS-SELF-IDX)
                   TO SLF-EVENT-DATE
               MOVE WS-SELF-LINE TO WS-PRINT-AREA
               PERFORM 8000-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-SELF-APPROVED-COUNT > WS-SELF-APPROVED-MAX
               MOVE '   (MORE FLAGGED IN THE DETAIL THAN LISTED HERE)'
                   TO WS-PRINT-AREA
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3600-PRINT-TOTALS.
           IF WS-SELF-APPROVED-COUNT > ZERO
               PERFORM 3550-PRINT-SELF-APPROVED-LIST
           END-IF
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'CORRECTIONS KEYED:' TO TOT-LABEL
           MOVE WS-KEYED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE '  OF WHICH RESUPPLIED BY SOURCE:' TO TOT-LABEL
           MOVE WS-RESUPPLIED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'RESUBMISSIONS PROCESSED BY BATCH:' TO TOT-LABEL
           MOVE WS-POSTED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           MOVE WS-MASTER-MAINT-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'DECLINED AT APPROVAL:' TO TOT-LABEL
           MOVE WS-DECLINED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'APPROVED BY THE OPERATOR WHO KEYED IT:' TO TOT-LABEL
           MOVE WS-SELF-APPROVED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY 'TRNAUD1: CORRECTIONS KEYED:  ' WS-KEYED-COUNT
           DISPLAY 'TRNAUD1: SOURCE RESUPPLIED:  '
               WS-RESUPPLIED-COUNT
           DISPLAY 'TRNAUD1: BATCH PROCESSED:    ' WS-POSTED-COUNT
           DISPLAY 'TRNAUD1: AWAITING BATCH RUN: ' WS-PENDING-COUNT
           DISPLAY 'TRNAUD1: ORPHAN POSTINGS:    '
           DISPLAY 'TRNAUD1: SUSPENSE CANCELLED: '
               WS-SUSP-CANCELLED-COUNT
           DISPLAY 'TRNAUD1: MASTER MAINTAINED:  '
               WS-MASTER-MAINT-COUNT
           DISPLAY 'TRNAUD1: DECLINED:           '
               WS-DECLINED-COUNT
           DISPLAY 'TRNAUD1: SELF-APPROVED:      '
               WS-SELF-APPROVED-COUNT.

       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
           MOVE 2 TO WS-LINE-COUNT.

       9900-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-SELF-APPROVED-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
