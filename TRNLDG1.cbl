       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNLDG1.
      *================================================================
      * TRNLDG1 - Nightly-job run ledger and step restart.
      *
      * TRNPROC1 restarts mid-file from its own checkpoint, but the
      * job around it had no memory: resubmitted from the top after
      * STEP045 had appended to the statement cycle, or STEP042 had
      * loaded CONVHIST, it did them again; resubmitted from the
      * wrong step it skipped the GL extract or the EXCPVSAM merge.
      * This program keeps a ledger, one record per run date on
      * RUNLEDGR (see copybooks/LDGREC.cpy), of which steps of the
      * night have finished. Every step of jcl/TRNPROC1.jcl sits
      * between a CHECK step and a DONE step of this program, and
      * runs only when its CHECK ends RC 0 - so the same JCL,
      * resubmitted from the top, skips everything already done and
      * resumes at the step that failed.
      *
      * The PARMCARD control card selects what one execution does
      * (columns 1-6 the verb, 7-14 the first operand, 16-23 the
      * second, 25-29 the third):
      *
      *   OPEN  [yyyymmdd] - top of the job. Names the run date the
      *       ledger works against until the next OPEN: the date on
      *       the card, or today's. With no date, if the run last
      *       opened was another date and its ledger is still
      *       incomplete, the open is REFUSED (RC 8) and every step
      *       of the job is held off - the operator must decide
      *       whether that night is being resumed after midnight
      *       (OPEN with its date) or abandoned for a fresh night
      *       (OPEN with today's date). A run date already on the
      *       ledger resumes; a new one starts with nothing done.
      *
      *   CHECK stepname [prereq [CLEAN]] - ahead of a step. RC 0:
      *       run it (the step is marked started). RC 4: skip it -
      *       it already completed for this run date, or its
      *       prerequisite step has not completed (a step that
      *       consumes TRNPROC1's output must not run over a failed
      *       run's). With CLEAN the prerequisite must also have
      *       completed without a warning; if it warned, the step
      *       is marked bypassed, settled for the night (the GL
      *       extract on an out-of-balance night). RC 8: no open
      *       run, or a step name this program does not know.
      *
      *   DONE  stepname [WARN] - after a step, conditioned on its
      *       return code: marks it completed (with a warning).
      *
      *   RESET yyyymmdd - standalone. Deletes that run date's
      *       ledger, for a same-date committed rerun of a scrapped
      *       night (see the RERUN NOTE in jcl/TRNPROC1.jcl) or to
      *       write off an abandoned one.
      *
      *   REPORT - the morning run-ledger report (jcl/TRNLDG1.jcl):
      *       every run date whose ledger is incomplete, with each
      *       outstanding step and whether it was never reached or
      *       started and never finished. RC 4 when any night is
      *       incomplete.
      *
      * A missing, blank or unrecognized card stops the run cold
      * with RC 8, the discipline of the TRNPROC1 run card - a
      * mistyped card must never let a step run twice.
      *
      * Change history:
      *   2026-10-15  New - run ledger and step restart for the
      *               TRNPROC1 nightly job.
      *   2026-10-15  STEP006 (source resupply intake) and STEP022
      *               (reject return file) joined the night.
      *   2026-10-15  STEP019 (over-limit report) joined the night.
      *   2026-10-15  STEP044 (compliance monitoring) joined the
      *               night.
      *   2026-10-15  STEP033 (assessment section clear-down)
      *               joined the night.
      *   2026-10-15  A ledger with no free step slot stops RC 8
      *               instead of claiming one past the table.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-RUN-DATE.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO LDGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-LEDGER
           RECORD CONTAINS 1000 CHARACTERS.
           COPY LDGREC.

       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

      *    The steps a complete night must have, in job order. A
      *    step added to jcl/TRNPROC1.jcl between a CHECK and a
      *    DONE step is added here too, and WS-STEP-COUNT raised.
       01  WS-STEP-NAME-VALUES.
           05  FILLER                      PIC X(8)    VALUE 'STEP005'.
           05  FILLER                      PIC X(8)    VALUE 'STEP006'.
           05  FILLER                      PIC X(8)    VALUE 'STEP007'.
           05  FILLER                      PIC X(8)    VALUE 'STEP008'.
           05  FILLER                      PIC X(8)    VALUE 'STEP009'.
           05  FILLER                      PIC X(8)    VALUE 'STEP010'.
           05  FILLER                      PIC X(8)    VALUE 'STEP015'.
           05  FILLER                      PIC X(8)    VALUE 'STEP017'.
           05  FILLER                      PIC X(8)    VALUE 'STEP018'.
           05  FILLER                      PIC X(8)    VALUE 'STEP019'.
           05  FILLER                      PIC X(8)    VALUE 'STEP020'.
           05  FILLER                      PIC X(8)    VALUE 'STEP022'.
           05  FILLER                      PIC X(8)    VALUE 'STEP025'.
           05  FILLER                      PIC X(8)    VALUE 'STEP030'.
           05  FILLER                      PIC X(8)    VALUE 'STEP031'.
           05  FILLER                      PIC X(8)    VALUE 'STEP032'.
           05  FILLER                      PIC X(8)    VALUE 'STEP033'.
           05  FILLER                      PIC X(8)    VALUE 'STEP040'.
           05  FILLER                      PIC X(8)    VALUE 'STEP041'.
           05  FILLER                      PIC X(8)    VALUE 'STEP042'.
           05  FILLER                      PIC X(8)    VALUE 'STEP043'.
           05  FILLER                      PIC X(8)    VALUE 'STEP044'.
           05  FILLER                      PIC X(8)    VALUE 'STEP045'.
           05  FILLER                      PIC X(8)    VALUE 'STEP050'.
           05  FILLER                      PIC X(8)    VALUE 'STEP055'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME                PIC X(8)    OCCURS 25.
       01  WS-STEP-COUNT                   PIC 9(2)    VALUE 25.
       01  WS-LEDGER-SLOTS                 PIC 9(2)    VALUE 40.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-RUN-TIME-FULL                PIC 9(8)    VALUE ZERO.
       01  WS-RUN-TIME                     PIC 9(6)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-CARD-VERB                    PIC X(6)    VALUE SPACES.
       01  WS-CARD-OPERAND-1               PIC X(8)    VALUE SPACES.
       01  WS-CARD-OPERAND-2               PIC X(8)    VALUE SPACES.
       01  WS-CARD-OPERAND-3               PIC X(5)    VALUE SPACES.
       01  WS-LEDGER-RUN-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-PRIOR-RUN-DATE               PIC 9(8)    VALUE ZERO.
       01  WS-FIND-NAME                    PIC X(8)    VALUE SPACES.
       01  WS-SLOT                         PIC 9(2)    VALUE ZERO.
       01  WS-STEP-SLOT                    PIC 9(2)    VALUE ZERO.
       01  WS-SCAN-SLOT                    PIC 9(2)    VALUE ZERO.
       01  WS-PREREQ-SLOT                  PIC 9(2)    VALUE ZERO.
       01  WS-STEP-IDX                     PIC 9(2)    VALUE ZERO.
       01  WS-OUTSTANDING-COUNT            PIC 9(2)    VALUE ZERO.
       01  WS-NIGHTS-READ                  PIC 9(8)    VALUE ZERO.
       01  WS-NIGHTS-INCOMPLETE            PIC 9(8)    VALUE ZERO.

       01  WS-FLAGS.
           05  WS-LEDGER-EOF               PIC X(1)    VALUE 'N'.
               88  END-OF-LEDGER                       VALUE 'Y'.
           05  WS-RECORD-FOUND             PIC X(1)    VALUE 'N'.
               88  LEDGER-RECORD-FOUND                 VALUE 'Y'.
               88  LEDGER-RECORD-MISSING               VALUE 'N'.
           05  WS-STEP-KNOWN               PIC X(1)    VALUE 'N'.
               88  STEP-NAME-KNOWN                     VALUE 'Y'.
           05  WS-LEDGER-STATE             PIC X(1)    VALUE 'Y'.
               88  LEDGER-IS-COMPLETE                  VALUE 'Y'.
               88  LEDGER-IS-INCOMPLETE                VALUE 'N'.
           05  WS-RUN-MODE                 PIC X(1)    VALUE SPACE.
               88  OPEN-RUN-MODE                       VALUE 'O'.
               88  CHECK-STEP-MODE                     VALUE 'C'.
               88  DONE-STEP-MODE                      VALUE 'D'.
               88  RESET-RUN-MODE                      VALUE 'X'.
               88  REPORT-MODE                         VALUE 'R'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNLDG1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'NIGHTLY JOB RUN LEDGER - INCOMPLETE RUNS'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  HDG-CURRENT-TEXT            PIC X(60).
           05  FILLER                      PIC X(71)   VALUE SPACES.

       01  WS-NIGHT-LINE.
           05  FILLER                      PIC X(5)    VALUE ' RUN '.
           05  NGT-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(9)
                                           VALUE ' OPENED '.
           05  NGT-OPENED-DATE             PIC 9999/99/99.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  NGT-OPENED-TIME             PIC 99/99/99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NGT-OUTSTANDING             PIC Z9.
           05  FILLER                      PIC X(18)
                                           VALUE ' STEPS OUTSTANDING'.
           05  FILLER                      PIC X(67)   VALUE SPACES.

       01  WS-STEP-LINE.
           05  FILLER                      PIC X(5)    VALUE SPACES.
           05  STP-STEP-NAME               PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  STP-STATE-TEXT              PIC X(32).
           05  STP-STEP-DATE               PIC 9999/99/99.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  STP-STEP-TIME               PIC 99/99/99.
           05  FILLER                      PIC X(66)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                   PIC X(36).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  FILLER                      PIC X(87)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN OPEN-RUN-MODE
                   PERFORM 2000-OPEN-RUN
               WHEN CHECK-STEP-MODE
                   PERFORM 3000-CHECK-STEP
               WHEN DONE-STEP-MODE
                   PERFORM 4000-MARK-STEP-DONE
               WHEN RESET-RUN-MODE
                   PERFORM 5000-RESET-RUN
               WHEN REPORT-MODE
                   PERFORM 6000-PRINT-LEDGER-REPORT
           END-EVALUATE
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL (1:6) TO WS-RUN-TIME
           PERFORM 1050-READ-RUN-PARM
           IF REPORT-MODE
               OPEN INPUT RUN-LEDGER
           ELSE
               OPEN I-O RUN-LEDGER
           END-IF.

      *    Unlike the other run cards there is no default here - a
      *    blank card does not mean anything safe, so it stops the
      *    run like any other unrecognized one.
       1050-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-CARD-RECORD
           END-READ
           CLOSE PARM-FILE
           MOVE PARM-CARD-RECORD (1:6)  TO WS-CARD-VERB
           MOVE PARM-CARD-RECORD (7:8)  TO WS-CARD-OPERAND-1
           MOVE PARM-CARD-RECORD (16:8) TO WS-CARD-OPERAND-2
           MOVE PARM-CARD-RECORD (25:5) TO WS-CARD-OPERAND-3
           EVALUATE TRUE
               WHEN WS-CARD-VERB = 'OPEN  '
                       AND (WS-CARD-OPERAND-1 = SPACES
                            OR WS-CARD-OPERAND-1 IS NUMERIC)
                   SET OPEN-RUN-MODE TO TRUE
               WHEN WS-CARD-VERB = 'CHECK '
                       AND WS-CARD-OPERAND-1 NOT = SPACES
                       AND (WS-CARD-OPERAND-3 = SPACES
                            OR (WS-CARD-OPERAND-3 = 'CLEAN'
                                AND WS-CARD-OPERAND-2 NOT = SPACES))
                   SET CHECK-STEP-MODE TO TRUE
               WHEN WS-CARD-VERB = 'DONE  '
                       AND WS-CARD-OPERAND-1 NOT = SPACES
                       AND (WS-CARD-OPERAND-2 = SPACES
                            OR WS-CARD-OPERAND-2 = 'WARN')
                   SET DONE-STEP-MODE TO TRUE
               WHEN WS-CARD-VERB = 'RESET '
                       AND WS-CARD-OPERAND-1 IS NUMERIC
                   SET RESET-RUN-MODE TO TRUE
               WHEN WS-CARD-VERB = 'REPORT'
                   SET REPORT-MODE TO TRUE
                   MOVE WS-RUN-DATE TO HDG-RUN-DATE
               WHEN OTHER
                   DISPLAY 'TRNLDG1: UNRECOGNIZED RUN '
                       'PARAMETER: ' PARM-CARD-RECORD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF CHECK-STEP-MODE OR DONE-STEP-MODE
               MOVE WS-CARD-OPERAND-1 TO WS-FIND-NAME
               PERFORM 7200-VALIDATE-STEP-NAME
               IF CHECK-STEP-MODE AND WS-CARD-OPERAND-2 NOT = SPACES
                   MOVE WS-CARD-OPERAND-2 TO WS-FIND-NAME
                   PERFORM 7200-VALIDATE-STEP-NAME
               END-IF
           END-IF.

      *    A date on the card is the operator's decision and is
      *    taken as given. With no date, tonight's date is opened -
      *    unless the run last opened was another night and is
      *    still incomplete: that is either tonight's job being
      *    resumed after midnight or a night somebody walked away
      *    from, and only the operator can say which. The control
      *    record is then held, which fails every CHECK step of
      *    the job, until an OPEN card with a date says which.
       2000-OPEN-RUN.
           IF WS-CARD-OPERAND-1 IS NUMERIC
               MOVE WS-CARD-OPERAND-1 TO WS-LEDGER-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-LEDGER-RUN-DATE
           END-IF
           MOVE ZERO TO LDG-RUN-DATE
           PERFORM 7000-READ-LEDGER-RECORD
           IF LEDGER-RECORD-FOUND
                   AND WS-CARD-OPERAND-1 = SPACES
                   AND LDG-CURRENT-RUN-DATE NOT = WS-LEDGER-RUN-DATE
               MOVE LDG-CURRENT-RUN-DATE TO WS-PRIOR-RUN-DATE
               MOVE WS-PRIOR-RUN-DATE TO LDG-RUN-DATE
               PERFORM 7000-READ-LEDGER-RECORD
               IF LEDGER-RECORD-FOUND
                   PERFORM 7400-TEST-LEDGER-COMPLETE
               ELSE
                   SET LEDGER-IS-COMPLETE TO TRUE
               END-IF
               IF LEDGER-IS-INCOMPLETE
                   PERFORM 2100-HOLD-RUN
               END-IF
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 2200-OPEN-LEDGER-RUN
           END-IF.

       2100-HOLD-RUN.
           MOVE ZERO TO LDG-RUN-DATE
           PERFORM 7000-READ-LEDGER-RECORD
           SET LDG-RUN-IS-HELD TO TRUE
           REWRITE RUN-LEDGER-RECORD
           DISPLAY 'TRNLDG1: RUN ' WS-PRIOR-RUN-DATE
               ' IS INCOMPLETE - ' WS-OUTSTANDING-COUNT
               ' STEPS OUTSTANDING'
           DISPLAY 'TRNLDG1: JOB HELD - RESUBMIT WITH OPEN '
               WS-PRIOR-RUN-DATE ' TO RESUME THAT NIGHT,'
           DISPLAY 'TRNLDG1: OR OPEN ' WS-RUN-DATE
               ' TO START A NEW ONE (SEE RUN LEDGER REPORT)'
           MOVE 8 TO RETURN-CODE.

       2200-OPEN-LEDGER-RUN.
           MOVE WS-LEDGER-RUN-DATE TO LDG-RUN-DATE
           PERFORM 7000-READ-LEDGER-RECORD
           IF LEDGER-RECORD-FOUND
               PERFORM 7400-TEST-LEDGER-COMPLETE
               IF LEDGER-IS-COMPLETE
                   DISPLAY 'TRNLDG1: RUN ' WS-LEDGER-RUN-DATE
                       ' IS ALREADY COMPLETE - NOTHING WILL RUN'
                   DISPLAY 'TRNLDG1: A RERUN OF THAT DATE NEEDS '
                       'RESET ' WS-LEDGER-RUN-DATE ' FIRST'
               ELSE
                   DISPLAY 'TRNLDG1: RESUMING RUN ' WS-LEDGER-RUN-DATE
                       ' - COMPLETED STEPS WILL BE SKIPPED, '
                       WS-OUTSTANDING-COUNT ' OUTSTANDING'
               END-IF
           ELSE
               MOVE SPACES TO LDG-LEDGER-DATA
               MOVE WS-LEDGER-RUN-DATE TO LDG-RUN-DATE
               MOVE WS-RUN-DATE TO LDG-OPENED-DATE
               MOVE WS-RUN-TIME TO LDG-OPENED-TIME
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-LEDGER-SLOTS
                   MOVE ZERO TO LDG-STEP-DATE (WS-SLOT)
                   MOVE ZERO TO LDG-STEP-TIME (WS-SLOT)
               END-PERFORM
               WRITE RUN-LEDGER-RECORD
               DISPLAY 'TRNLDG1: OPENED RUN ' WS-LEDGER-RUN-DATE
           END-IF
           MOVE ZERO TO LDG-RUN-DATE
           PERFORM 7000-READ-LEDGER-RECORD
           MOVE SPACES TO LDG-CONTROL-DATA
           MOVE ZERO TO LDG-RUN-DATE
           MOVE WS-LEDGER-RUN-DATE TO LDG-CURRENT-RUN-DATE
           SET LDG-RUN-IS-OPEN TO TRUE
           IF LEDGER-RECORD-FOUND
               REWRITE RUN-LEDGER-RECORD
           ELSE
               WRITE RUN-LEDGER-RECORD
           END-IF.

      *    A settled step is skipped. A step whose prerequisite has
      *    not completed is skipped but left unsettled, so the
      *    ledger stays incomplete and the next submission tries it
      *    again after the prerequisite. A CLEAN prerequisite that
      *    completed with a warning settles the step as bypassed.
      *    Otherwise the step is marked started and runs.
       3000-CHECK-STEP.
           PERFORM 7300-READ-CURRENT-LEDGER
           IF RETURN-CODE = ZERO
               MOVE WS-CARD-OPERAND-1 TO WS-FIND-NAME
               PERFORM 7100-FIND-STEP-SLOT
               MOVE WS-SLOT TO WS-STEP-SLOT
               IF WS-CARD-OPERAND-2 = SPACES
                   MOVE ZERO TO WS-PREREQ-SLOT
               ELSE
                   MOVE WS-CARD-OPERAND-2 TO WS-FIND-NAME
                   PERFORM 7100-FIND-STEP-SLOT
                   MOVE WS-SLOT TO WS-PREREQ-SLOT
               END-IF
               EVALUATE TRUE
                   WHEN LDG-STEP-SETTLED (WS-STEP-SLOT)
                       DISPLAY 'TRNLDG1: ' WS-CARD-OPERAND-1
                           ' ALREADY COMPLETE FOR RUN '
                           LDG-RUN-DATE ' - SKIPPED'
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-PREREQ-SLOT = ZERO
                       PERFORM 3100-MARK-STEP-STARTED
                   WHEN LDG-STEP-WARNING (WS-PREREQ-SLOT)
                           AND WS-CARD-OPERAND-3 = 'CLEAN'
                       SET LDG-STEP-BYPASSED (WS-STEP-SLOT) TO TRUE
                       PERFORM 3200-STAMP-STEP
                       DISPLAY 'TRNLDG1: ' WS-CARD-OPERAND-1
                           ' BYPASSED - ' WS-CARD-OPERAND-2
                           ' ENDED WITH A WARNING'
                       MOVE 4 TO RETURN-CODE
                   WHEN LDG-STEP-COMPLETE (WS-PREREQ-SLOT)
                       PERFORM 3100-MARK-STEP-STARTED
                   WHEN LDG-STEP-WARNING (WS-PREREQ-SLOT)
                       PERFORM 3100-MARK-STEP-STARTED
                   WHEN OTHER
                       DISPLAY 'TRNLDG1: ' WS-CARD-OPERAND-1
                           ' NOT RUN - ' WS-CARD-OPERAND-2
                           ' HAS NOT COMPLETED FOR RUN '
                           LDG-RUN-DATE
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       3100-MARK-STEP-STARTED.
           SET LDG-STEP-STARTED (WS-STEP-SLOT) TO TRUE
           PERFORM 3200-STAMP-STEP
           DISPLAY 'TRNLDG1: ' WS-CARD-OPERAND-1
               ' TO RUN FOR RUN ' LDG-RUN-DATE.

       3200-STAMP-STEP.
           MOVE WS-RUN-DATE TO LDG-STEP-DATE (WS-STEP-SLOT)
           MOVE WS-RUN-TIME TO LDG-STEP-TIME (WS-STEP-SLOT)
           REWRITE RUN-LEDGER-RECORD.

       4000-MARK-STEP-DONE.
           PERFORM 7300-READ-CURRENT-LEDGER
           IF RETURN-CODE = ZERO
               MOVE WS-CARD-OPERAND-1 TO WS-FIND-NAME
               PERFORM 7100-FIND-STEP-SLOT
               MOVE WS-SLOT TO WS-STEP-SLOT
               IF WS-CARD-OPERAND-2 = 'WARN'
                   SET LDG-STEP-WARNING (WS-STEP-SLOT) TO TRUE
                   DISPLAY 'TRNLDG1: ' WS-CARD-OPERAND-1
                       ' COMPLETE WITH WARNING FOR RUN ' LDG-RUN-DATE
               ELSE
                   SET LDG-STEP-COMPLETE (WS-STEP-SLOT) TO TRUE
                   DISPLAY 'TRNLDG1: ' WS-CARD-OPERAND-1
                       ' COMPLETE FOR RUN ' LDG-RUN-DATE
               END-IF
               PERFORM 3200-STAMP-STEP
           END-IF.

       5000-RESET-RUN.
           MOVE WS-CARD-OPERAND-1 TO LDG-RUN-DATE
           PERFORM 7000-READ-LEDGER-RECORD
           IF LEDGER-RECORD-FOUND
               DELETE RUN-LEDGER
               DISPLAY 'TRNLDG1: LEDGER FOR RUN ' WS-CARD-OPERAND-1
                   ' RESET - ALL STEPS WILL RUN AGAIN'
           ELSE
               DISPLAY 'TRNLDG1: NO LEDGER ON FILE FOR RUN '
                   WS-CARD-OPERAND-1
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Every run date on the ledger, oldest first; a complete
      *    night prints nothing. The control record (run date zero)
      *    only feeds the second heading line.
       6000-PRINT-LEDGER-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE ZERO TO LDG-RUN-DATE
           PERFORM 7000-READ-LEDGER-RECORD
           MOVE SPACES TO HDG-CURRENT-TEXT
           IF LEDGER-RECORD-FOUND
               IF LDG-RUN-IS-HELD
                   STRING 'LAST OPENED RUN ' LDG-CURRENT-RUN-DATE
                          ' - JOB HELD AWAITING AN OPEN DECISION'
                          DELIMITED BY SIZE INTO HDG-CURRENT-TEXT
                   END-STRING
               ELSE
                   STRING 'LAST OPENED RUN ' LDG-CURRENT-RUN-DATE
                          DELIMITED BY SIZE INTO HDG-CURRENT-TEXT
                   END-STRING
               END-IF
           ELSE
               MOVE 'NO RUN HAS BEEN OPENED' TO HDG-CURRENT-TEXT
           END-IF
           MOVE 1 TO LDG-RUN-DATE
           START RUN-LEDGER KEY IS NOT LESS THAN LDG-RUN-DATE
               INVALID KEY
                   SET END-OF-LEDGER TO TRUE
           END-START
           IF NOT END-OF-LEDGER
               PERFORM 6100-READ-NEXT-LEDGER
           END-IF
           PERFORM UNTIL END-OF-LEDGER
               ADD 1 TO WS-NIGHTS-READ
               PERFORM 7400-TEST-LEDGER-COMPLETE
               IF LEDGER-IS-INCOMPLETE
                   ADD 1 TO WS-NIGHTS-INCOMPLETE
                   PERFORM 6200-PRINT-INCOMPLETE-NIGHT
               END-IF
               PERFORM 6100-READ-NEXT-LEDGER
           END-PERFORM
           PERFORM 6400-PRINT-TOTALS
           CLOSE REPORT-FILE
           IF WS-NIGHTS-INCOMPLETE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       6100-READ-NEXT-LEDGER.
           READ RUN-LEDGER NEXT
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ.

       6200-PRINT-INCOMPLETE-NIGHT.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE LDG-RUN-DATE         TO NGT-RUN-DATE
           MOVE LDG-OPENED-DATE      TO NGT-OPENED-DATE
           MOVE LDG-OPENED-TIME      TO NGT-OPENED-TIME
           MOVE WS-OUTSTANDING-COUNT TO NGT-OUTSTANDING
           MOVE WS-NIGHT-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-FIND-NAME
               PERFORM 7150-LOOK-UP-STEP-SLOT
               IF WS-SLOT = ZERO
                   PERFORM 6300-PRINT-OUTSTANDING-STEP
               ELSE
                   IF NOT LDG-STEP-SETTLED (WS-SLOT)
                       PERFORM 6300-PRINT-OUTSTANDING-STEP
                   END-IF
               END-IF
           END-PERFORM.

       6300-PRINT-OUTSTANDING-STEP.
           MOVE WS-FIND-NAME TO STP-STEP-NAME
           IF WS-SLOT = ZERO
               MOVE 'NOT REACHED' TO STP-STATE-TEXT
               MOVE ZERO TO STP-STEP-DATE
               MOVE ZERO TO STP-STEP-TIME
           ELSE
               IF LDG-STEP-STARTED (WS-SLOT)
                   MOVE 'STARTED, NEVER MARKED COMPLETE'
                       TO STP-STATE-TEXT
               ELSE
                   MOVE 'NOT REACHED' TO STP-STATE-TEXT
               END-IF
               MOVE LDG-STEP-DATE (WS-SLOT) TO STP-STEP-DATE
               MOVE LDG-STEP-TIME (WS-SLOT) TO STP-STEP-TIME
           END-IF
           MOVE WS-STEP-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       6400-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'RUN DATES ON THE LEDGER:' TO TOT-LABEL
           MOVE WS-NIGHTS-READ TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'RUN DATES INCOMPLETE:' TO TOT-LABEL
           MOVE WS-NIGHTS-INCOMPLETE TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY 'TRNLDG1: RUN DATES ON LEDGER: ' WS-NIGHTS-READ
           DISPLAY 'TRNLDG1: RUN DATES INCOMPLETE: '
               WS-NIGHTS-INCOMPLETE.

       7000-READ-LEDGER-RECORD.
           READ RUN-LEDGER
               INVALID KEY
                   SET LEDGER-RECORD-MISSING TO TRUE
               NOT INVALID KEY
                   SET LEDGER-RECORD-FOUND TO TRUE
           END-READ.

      *    The slot already holding WS-FIND-NAME, or else the first
      *    free one, claimed for it. A ledger with no slot left
      *    stops cold rather than write past the table.
       7100-FIND-STEP-SLOT.
           PERFORM 7150-LOOK-UP-STEP-SLOT
           IF WS-SLOT = ZERO
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-LEDGER-SLOTS
                          OR LDG-STEP-NAME (WS-SLOT) = SPACES
                   CONTINUE
               END-PERFORM
               IF WS-SLOT > WS-LEDGER-SLOTS
                   DISPLAY 'TRNLDG1: LEDGER FULL - NO SLOT FOR STEP '
                       WS-FIND-NAME ' ON RUN ' WS-LEDGER-RUN-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FIND-NAME TO LDG-STEP-NAME (WS-SLOT)
               MOVE SPACE TO LDG-STEP-STATUS (WS-SLOT)
           END-IF.

       7150-LOOK-UP-STEP-SLOT.
           MOVE ZERO TO WS-SLOT
           PERFORM VARYING WS-SCAN-SLOT FROM 1 BY 1
                   UNTIL WS-SCAN-SLOT > WS-LEDGER-SLOTS
                      OR WS-SLOT NOT = ZERO
               IF LDG-STEP-NAME (WS-SCAN-SLOT) = WS-FIND-NAME
                   MOVE WS-SCAN-SLOT TO WS-SLOT
               END-IF
           END-PERFORM.

       7200-VALIDATE-STEP-NAME.
           MOVE 'N' TO WS-STEP-KNOWN
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-NAME (WS-STEP-IDX) = WS-FIND-NAME
                   SET STEP-NAME-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT STEP-NAME-KNOWN
               DISPLAY 'TRNLDG1: STEP ' WS-FIND-NAME
                   ' IS NOT A STEP OF THE NIGHTLY JOB'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The ledger of the run the control record names, read
      *    ready to update. No open run - never opened, or held by
      *    the OPEN step - fails the step RC 8, and the JCL holds
      *    the step it guards off.
       7300-READ-CURRENT-LEDGER.
           MOVE ZERO TO LDG-RUN-DATE
           PERFORM 7000-READ-LEDGER-RECORD
           IF LEDGER-RECORD-MISSING
               DISPLAY 'TRNLDG1: NO RUN HAS BEEN OPENED ON THE LEDGER'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF LDG-RUN-IS-HELD
                   DISPLAY 'TRNLDG1: RUN ' LDG-CURRENT-RUN-DATE
                       ' HELD AT OPEN - NOTHING RUNS UNTIL REOPENED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE LDG-CURRENT-RUN-DATE TO WS-LEDGER-RUN-DATE
                   MOVE WS-LEDGER-RUN-DATE TO LDG-RUN-DATE
                   PERFORM 7000-READ-LEDGER-RECORD
                   IF LEDGER-RECORD-MISSING
                       DISPLAY 'TRNLDG1: NO LEDGER ON FILE FOR RUN '
                           WS-LEDGER-RUN-DATE ' - REOPEN THE RUN'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *    Counts the steps of the step table not yet settled on
      *    the ledger record in hand.
       7400-TEST-LEDGER-COMPLETE.
           MOVE ZERO TO WS-OUTSTANDING-COUNT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-FIND-NAME
               PERFORM 7150-LOOK-UP-STEP-SLOT
               IF WS-SLOT = ZERO
                   ADD 1 TO WS-OUTSTANDING-COUNT
               ELSE
                   IF NOT LDG-STEP-SETTLED (WS-SLOT)
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OUTSTANDING-COUNT = ZERO
               SET LEDGER-IS-COMPLETE TO TRUE
           ELSE
               SET LEDGER-IS-INCOMPLETE TO TRUE
           END-IF.

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
           WRITE REPORT-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE 2 TO WS-LINE-COUNT.

       9900-TERMINATE.
           CLOSE RUN-LEDGER.
