       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRSP1.
      *================================================================
      * TRNRSP1 - Source-system resupply intake.
      *
      * Applies one source system's resupply file - corrected
      * records it sends back against the rejects TRNRTN1 returned
      * to it, each quoting the exception key off the return file
      * (RTNREC layout, corrected bytes in RTN-RECORD-DATA) - to
      * the exception suspense, ahead of TRNPROC1 in the nightly
      * job. A resupplied record clears its reject exactly the way
      * a TRNCORR correction does, and is audited the same way:
      *
      *   - the reject is re-read off EXCPVSAM; a key no longer
      *     there (an operator fixed or discarded it first, or the
      *     source sent it twice) is refused, as is a key that
      *     belongs to another source's reject, or a corrected
      *     record carrying another source's id;
      *   - a corrected amount over the same approval limit TRNCORR
      *     applies (or one that cannot be read) is parked on
      *     APPRVSAM for an operator to approve on TRNAPV, under a
      *     maker id of *SRC plus the source id - no operator can
      *     approve on the source's behalf without a second look;
      *   - anything else gets a C audit record (original bytes,
      *     corrected bytes, maker *SRCxxxx at terminal BTCH, the
      *     time applied) on the retained AUDFILE trail, then goes
      *     to RESUPOUT - the RESUBFIL layout, read by tonight's
      *     TRNPROC1 alongside the operators' corrections - and
      *     only then is the reject deleted, so the trail always
      *     explains a disappearance from the suspense file.
      *
      * The file is checked whole before any of it is applied: it
      * must open with an H header naming the source on the run
      * card and close with a T trailer whose count agrees with the
      * D records between. A file that fails is refused outright
      * and nothing on it is applied - the source resends it - and
      * the step ends RC 4 without holding up the posting run, as
      * it does when any single record is refused. An empty or
      * missing file applies nothing.
      *
      * The run card is SOURCE xxxx (columns 8-11), as for
      * TRNRTN1; SOURCE alone, or a blank or missing card, is the
      * original single-source book. Anything else stops with RC 8.
      *
      * Change history:
      *   2026-10-15  New - applies a source system's resupplied
      *               records against its returned rejects.
      *   2026-10-15  Opened and closed RESUPOUT on a refused file
      *               too, so STEP010 always reads it empty.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESUPPLY-FILE ASSIGN TO RSPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-VSAM ASSIGN TO EXCPVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-KEY.
           SELECT APPROVAL-VSAM ASSIGN TO APPRVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-KEY.
           SELECT RESUPPLY-OUT ASSIGN TO RESUPOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RSPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RESUPPLY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY RTNREC.

       FD  EXCEPTION-VSAM
           RECORD CONTAINS 138 CHARACTERS.
           COPY EXCPREC.

       FD  APPROVAL-VSAM
           RECORD CONTAINS 260 CHARACTERS.
           COPY APPRREC.

      *    RESUPOUT is the RESUBFIL layout TRNPROC1 reads - the
      *    exception key ahead of the corrected bytes.
       FD  RESUPPLY-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 122 CHARACTERS.
       01  RESUPPLY-OUT-RECORD.
           05  RSO-EXC-BUSINESS-DATE       PIC 9(8).
           05  RSO-EXC-RUN-TIME            PIC 9(6).
           05  RSO-EXC-SEQ-NO              PIC 9(8).
           05  RSO-CORRECTED-DATA          PIC X(100).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 266 CHARACTERS.
           COPY AUDITREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-PRINT-LINE              PIC X(132).

       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PRINT-AREA                   PIC X(132)  VALUE SPACES.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-PROCESS-TIME                 PIC 9(8)    VALUE ZERO.
       01  WS-PAGE-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-LINE-COUNT                   PIC 9(2)    VALUE 99.
       01  WS-LINES-PER-PAGE               PIC 9(2)    VALUE 55.
       01  WS-SELECT-SOURCE                PIC X(4)    VALUE SPACES.
       01  WS-RECORD-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-DETAIL-COUNT                 PIC 9(8)    VALUE ZERO.
       01  WS-TRAILER-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-APPROVAL-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(8)    VALUE ZERO.
       01  WS-FILE-REFUSAL                 PIC X(40)   VALUE SPACES.
       01  WS-OUTCOME                      PIC X(40)   VALUE SPACES.

      *    A resupplied record whose corrected amount, either sign,
      *    is over this limit needs an operator on TRNAPV before it
      *    reaches the posting run - the TRNCORR limit, so a source
      *    cannot move more on its own say-so than an operator can.
       01  WS-APPROVAL-LIMIT               PIC S9(13)V99 COMP-3
                                                 VALUE 10000.00.
       01  WS-CORRECTED-AMOUNT             PIC S9(13)V99 COMP-3
                                                 VALUE ZERO.

       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.

       01  WS-FLAGS.
           05  WS-RSP-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-RESUPPLY-FILE                VALUE 'Y'.
           05  WS-HEADER-SEEN              PIC X(1)    VALUE 'N'.
               88  HEADER-WAS-SEEN                     VALUE 'Y'.
           05  WS-TRAILER-SEEN             PIC X(1)    VALUE 'N'.
               88  TRAILER-WAS-SEEN                    VALUE 'Y'.
           05  WS-APPROVAL-NEEDED          PIC X(1)    VALUE 'N'.
               88  RESUPPLY-NEEDS-APPROVAL             VALUE 'Y'.
               88  RESUPPLY-WITHIN-LIMIT               VALUE 'N'.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(10)
                                           VALUE 'TRNRSP1'.
           05  FILLER                      PIC X(25)   VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'SOURCE RESUPPLY INTAKE'.
           05  FILLER                      PIC X(10)
                                           VALUE 'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                                           VALUE '   PAGE '.
           05  HDG-PAGE-NO                 PIC ZZZ9.
           05  FILLER                      PIC X(25)   VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(16)
                                           VALUE ' SOURCE SYSTEM: '.
           05  HDG-SOURCE-ID               PIC X(4).
           05  FILLER                      PIC X(112)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(11)
                                           VALUE ' EXCEPTION '.
           05  DTL-BUSINESS-DATE           PIC X(10).
           05  FILLER                      PIC X(4)    VALUE ' AT '.
           05  DTL-RUN-TIME                PIC X(8).
           05  FILLER                      PIC X(3)    VALUE ' / '.
           05  DTL-SEQ-NO                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-OUTCOME                 PIC X(40).
           05  FILLER                      PIC X(46)   VALUE SPACES.

       01  WS-DATE-EDIT                    PIC 9999/99/99.
       01  WS-TIME-EDIT                    PIC 99/99/99.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  TOT-LABEL                   PIC X(36).
           05  TOT-COUNT                   PIC ZZZZZZZ9.
           05  FILLER                      PIC X(87)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-RESUPPLY-FILE
           IF WS-FILE-REFUSAL = SPACES
               PERFORM 3000-APPLY-RESUPPLY-FILE
           ELSE
               PERFORM 2900-REFUSE-WHOLE-FILE
           END-IF
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PROCESS-TIME FROM TIME
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           PERFORM 1050-READ-RUN-PARM
           MOVE WS-SELECT-SOURCE TO HDG-SOURCE-ID
           OPEN OUTPUT REPORT-FILE.

      *    The same SOURCE xxxx card TRNRTN1 takes. A mistyped
      *    card must not apply one source's file against another
      *    source's rejects, so anything else stops cold.
       1050-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-CARD-RECORD (1:7) = 'SOURCE '
                               AND PARM-CARD-RECORD (12:69) = SPACES
                           MOVE PARM-CARD-RECORD (8:4)
                               TO WS-SELECT-SOURCE
                       WHEN PARM-CARD-RECORD = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'TRNRSP1: UNRECOGNIZED RUN '
                               'PARAMETER: ' PARM-CARD-RECORD
                           MOVE 8 TO RETURN-CODE
                           CLOSE PARM-FILE
                           STOP RUN
                   END-EVALUATE
           END-READ
           CLOSE PARM-FILE.

      *    First pass: the file's shape only, nothing applied. One
      *    H first, for this source; D records; one T last whose
      *    count matches. The first fault found is the reason the
      *    file is refused. No records at all is a quiet night,
      *    not a fault.
       2000-CHECK-RESUPPLY-FILE.
           OPEN INPUT RESUPPLY-FILE
           PERFORM 2100-READ-RESUPPLY-RECORD
           PERFORM UNTIL END-OF-RESUPPLY-FILE
                      OR WS-FILE-REFUSAL NOT = SPACES
               ADD 1 TO WS-RECORD-COUNT
               EVALUATE TRUE
                   WHEN TRAILER-WAS-SEEN
                       MOVE 'RECORDS FOLLOW THE TRAILER'
                           TO WS-FILE-REFUSAL
                   WHEN WS-RECORD-COUNT = 1 AND NOT RTN-REC-HEADER
                       MOVE 'FIRST RECORD IS NOT A HEADER'
                           TO WS-FILE-REFUSAL
                   WHEN RTN-REC-HEADER AND HEADER-WAS-SEEN
                       MOVE 'SECOND HEADER RECORD'
                           TO WS-FILE-REFUSAL
                   WHEN RTN-REC-HEADER
                           AND RTN-SOURCE-ID NOT = WS-SELECT-SOURCE
                       MOVE 'HEADER NAMES ANOTHER SOURCE SYSTEM'
                           TO WS-FILE-REFUSAL
                   WHEN RTN-REC-HEADER
                       SET HEADER-WAS-SEEN TO TRUE
                   WHEN RTN-REC-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                   WHEN RTN-REC-TRAILER
                           AND RTN-TRL-RECORD-COUNT IS NOT NUMERIC
                       MOVE 'TRAILER COUNT NOT NUMERIC'
                           TO WS-FILE-REFUSAL
                   WHEN RTN-REC-TRAILER
                       SET TRAILER-WAS-SEEN TO TRUE
                       MOVE RTN-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
                   WHEN OTHER
                       MOVE 'UNKNOWN RECORD TYPE'
                           TO WS-FILE-REFUSAL
               END-EVALUATE
               PERFORM 2100-READ-RESUPPLY-RECORD
           END-PERFORM
           CLOSE RESUPPLY-FILE
           IF WS-FILE-REFUSAL = SPACES AND WS-RECORD-COUNT > ZERO
               IF NOT TRAILER-WAS-SEEN
                   MOVE 'NO TRAILER RECORD' TO WS-FILE-REFUSAL
               ELSE
                   IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                       MOVE 'TRAILER COUNT DISAGREES WITH DETAILS'
                           TO WS-FILE-REFUSAL
                   END-IF
               END-IF
           END-IF.

       2100-READ-RESUPPLY-RECORD.
           READ RESUPPLY-FILE
               AT END
                   SET END-OF-RESUPPLY-FILE TO TRUE
           END-READ.

      *    RESUPOUT is still opened and closed, so the dataset
      *    STEP010 reads under RESUBFIL is written empty rather than
      *    left as a fresh allocation that was never opened.
       2900-REFUSE-WHOLE-FILE.
           OPEN EXTEND RESUPPLY-OUT
           CLOSE RESUPPLY-OUT
           MOVE SPACES TO WS-PRINT-AREA
           STRING ' *** RESUPPLY FILE REFUSED - NOTHING APPLIED: '
                   WS-FILE-REFUSAL
               DELIMITED BY SIZE INTO WS-PRINT-AREA
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY 'TRNRSP1: RESUPPLY FILE REFUSED: ' WS-FILE-REFUSAL
           MOVE 4 TO RETURN-CODE.

      *    Second pass: each D record in turn, against the suspense
      *    file as it stands - so a key the source sent twice is
      *    applied once and refused the second time.
       3000-APPLY-RESUPPLY-FILE.
           OPEN I-O EXCEPTION-VSAM
           OPEN I-O APPROVAL-VSAM
           OPEN EXTEND RESUPPLY-OUT
           OPEN EXTEND AUDIT-FILE
           MOVE 'N' TO WS-RSP-EOF
           OPEN INPUT RESUPPLY-FILE
           PERFORM 2100-READ-RESUPPLY-RECORD
           PERFORM UNTIL END-OF-RESUPPLY-FILE
               IF RTN-REC-DETAIL
                   PERFORM 3100-APPLY-ONE-RESUPPLY
               END-IF
               PERFORM 2100-READ-RESUPPLY-RECORD
           END-PERFORM
           CLOSE RESUPPLY-FILE
           CLOSE EXCEPTION-VSAM
           CLOSE APPROVAL-VSAM
           CLOSE RESUPPLY-OUT
           CLOSE AUDIT-FILE.

       3100-APPLY-ONE-RESUPPLY.
           MOVE SPACES TO WS-OUTCOME
           IF RTN-EXC-KEY IS NOT NUMERIC
               MOVE 'REFUSED - EXCEPTION KEY NOT NUMERIC'
                   TO WS-OUTCOME
           ELSE
               MOVE RTN-EXC-BUSINESS-DATE TO EXC-BUSINESS-DATE
               MOVE RTN-EXC-RUN-TIME      TO EXC-RUN-TIME
               MOVE RTN-EXC-SEQ-NO        TO EXC-SEQ-NO
               READ EXCEPTION-VSAM
                   INVALID KEY
                       MOVE 'REFUSED - NOT ON SUSPENSE'
                           TO WS-OUTCOME
               END-READ
           END-IF
           IF WS-OUTCOME = SPACES
               EVALUATE TRUE
                   WHEN EXC-SOURCE-ID NOT = WS-SELECT-SOURCE
                       MOVE 'REFUSED - ANOTHER SOURCE''S REJECT'
                           TO WS-OUTCOME
                   WHEN RTN-RECORD-DATA (97:4) NOT = WS-SELECT-SOURCE
                       MOVE 'REFUSED - RECORD CARRIES ANOTHER SOURCE'
                           TO WS-OUTCOME
                   WHEN OTHER
                       PERFORM 3200-CHECK-APPROVAL-LIMIT
                       IF RESUPPLY-NEEDS-APPROVAL
                           PERFORM 3400-QUEUE-FOR-APPROVAL
                       ELSE
                           PERFORM 3300-APPLY-RESUPPLY
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-OUTCOME (1:7) = 'REFUSED'
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           PERFORM 3900-PRINT-OUTCOME.

      *    The corrected bytes are read through the WS-AREA-2 view
      *    under the numeric guard TRNCORR uses, and judged the
      *    same way: an amount nobody can read goes to approval.
       3200-CHECK-APPROVAL-LIMIT.
           SET RESUPPLY-WITHIN-LIMIT TO TRUE
           MOVE RTN-RECORD-DATA TO WS-AREA-1
           IF WS-AREA-1 (1:18) IS NUMERIC
                   AND WS-TRANS-AMOUNT IS NUMERIC
               MOVE WS-TRANS-AMOUNT TO WS-CORRECTED-AMOUNT
               IF WS-CORRECTED-AMOUNT < ZERO
                   COMPUTE WS-CORRECTED-AMOUNT
                       = ZERO - WS-CORRECTED-AMOUNT
               END-IF
               IF WS-CORRECTED-AMOUNT > WS-APPROVAL-LIMIT
                   SET RESUPPLY-NEEDS-APPROVAL TO TRUE
               END-IF
           ELSE
               SET RESUPPLY-NEEDS-APPROVAL TO TRUE
           END-IF.

      *    Audit first, then the record for tonight's run, then the
      *    reject comes off suspense - TRNCORR's order.
       3300-APPLY-RESUPPLY.
           MOVE SPACES TO AUDIT-RECORD
           SET AUD-CORRECTION-KEYED TO TRUE
           MOVE EXC-BUSINESS-DATE  TO AUD-BUSINESS-DATE
           MOVE EXC-RUN-TIME       TO AUD-EXC-RUN-TIME
           MOVE EXC-SEQ-NO         TO AUD-EXC-SEQ-NO
           MOVE EXC-ORIGINAL-DATA  TO AUD-ORIGINAL-DATA
           MOVE RTN-RECORD-DATA    TO AUD-CORRECTED-DATA
           MOVE '*SRC'             TO AUD-OPERATOR-ID (1:4)
           MOVE WS-SELECT-SOURCE   TO AUD-OPERATOR-ID (5:4)
           MOVE 'BTCH'             TO AUD-TERMINAL-ID
           MOVE WS-RUN-DATE        TO AUD-EVENT-DATE
           MOVE WS-PROCESS-TIME (1:6) TO AUD-EVENT-TIME
           MOVE SPACES             TO AUD-APPROVER-ID
           MOVE SPACES             TO AUD-DISPOSITION
           WRITE AUDIT-RECORD
           MOVE EXC-BUSINESS-DATE  TO RSO-EXC-BUSINESS-DATE
           MOVE EXC-RUN-TIME       TO RSO-EXC-RUN-TIME
           MOVE EXC-SEQ-NO         TO RSO-EXC-SEQ-NO
           MOVE RTN-RECORD-DATA    TO RSO-CORRECTED-DATA
           WRITE RESUPPLY-OUT-RECORD
           DELETE EXCEPTION-VSAM
               INVALID KEY
                   MOVE 'QUEUED BUT COULD NOT CLEAR REJECT'
                       TO WS-OUTCOME
               NOT INVALID KEY
                   MOVE 'RESUPPLIED FOR TONIGHT''S RUN'
                       TO WS-OUTCOME
           END-DELETE
           ADD 1 TO WS-APPLIED-COUNT.

      *    Parks the resupply on APPRVSAM exactly as TRNCORR parks
      *    an over-limit correction; the reject stays on EXCPVSAM
      *    until TRNAPV applies it. A correction already waiting
      *    for the key - an operator's or an earlier resupply's -
      *    refuses this one rather than stacking behind it.
       3400-QUEUE-FOR-APPROVAL.
           MOVE SPACES TO APPROVAL-RECORD
           SET APR-QUEUE-CORRECTION TO TRUE
           MOVE EXC-BUSINESS-DATE  TO APR-TARGET-DATE
           MOVE EXC-RUN-TIME       TO APR-TARGET-TIME
           MOVE EXC-SEQ-NO         TO APR-TARGET-SEQ-NO
           SET APR-ACTION-CORRECTION TO TRUE
           MOVE EXC-ORIGINAL-DATA  TO APR-ORIGINAL-DATA
           MOVE RTN-RECORD-DATA    TO APR-NEW-DATA
           MOVE '*SRC'             TO APR-MAKER-ID (1:4)
           MOVE WS-SELECT-SOURCE   TO APR-MAKER-ID (5:4)
           MOVE 'BTCH'             TO APR-MAKER-TERMINAL
           MOVE WS-RUN-DATE        TO APR-KEYED-DATE
           MOVE WS-PROCESS-TIME (1:6) TO APR-KEYED-TIME
           WRITE APPROVAL-RECORD
               INVALID KEY
                   MOVE 'REFUSED - ALREADY AWAITING APPROVAL'
                       TO WS-OUTCOME
               NOT INVALID KEY
                   MOVE 'OVER LIMIT - QUEUED FOR APPROVAL'
                       TO WS-OUTCOME
                   ADD 1 TO WS-APPROVAL-COUNT
           END-WRITE.

      *    Every detail prints with what became of it; the key
      *    prints as the source sent it, readable or not.
       3900-PRINT-OUTCOME.
           IF RTN-EXC-KEY IS NUMERIC
               MOVE RTN-EXC-BUSINESS-DATE TO WS-DATE-EDIT
               MOVE RTN-EXC-RUN-TIME  TO WS-TIME-EDIT
               MOVE WS-DATE-EDIT      TO DTL-BUSINESS-DATE
               MOVE WS-TIME-EDIT      TO DTL-RUN-TIME
           ELSE
               MOVE RTN-EXC-KEY (1:8) TO DTL-BUSINESS-DATE
               MOVE RTN-EXC-KEY (9:6) TO DTL-RUN-TIME
           END-IF
           MOVE RTN-EXC-KEY (15:8)    TO DTL-SEQ-NO
           MOVE WS-OUTCOME            TO DTL-OUTCOME
           MOVE WS-DETAIL-LINE        TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE 'RESUPPLIED RECORDS ON FILE:' TO TOT-LABEL
           MOVE WS-DETAIL-COUNT TO TOT-COUNT
           PERFORM 4100-PRINT-TOTAL-LINE
           MOVE 'RESUPPLIED FOR TONIGHT''S RUN:' TO TOT-LABEL
           MOVE WS-APPLIED-COUNT TO TOT-COUNT
           PERFORM 4100-PRINT-TOTAL-LINE
           MOVE 'QUEUED FOR APPROVAL ON TRNAPV:' TO TOT-LABEL
           MOVE WS-APPROVAL-COUNT TO TOT-COUNT
           PERFORM 4100-PRINT-TOTAL-LINE
           MOVE 'REFUSED:' TO TOT-LABEL
           MOVE WS-REFUSED-COUNT TO TOT-COUNT
           PERFORM 4100-PRINT-TOTAL-LINE
           DISPLAY 'TRNRSP1: SOURCE SYSTEM:      ' WS-SELECT-SOURCE
           DISPLAY 'TRNRSP1: RECORDS ON FILE:    ' WS-DETAIL-COUNT
           DISPLAY 'TRNRSP1: RESUPPLIED:         ' WS-APPLIED-COUNT
           DISPLAY 'TRNRSP1: QUEUED FOR APPROVAL:' WS-APPROVAL-COUNT
           DISPLAY 'TRNRSP1: REFUSED:            ' WS-REFUSED-COUNT.

       4100-PRINT-TOTAL-LINE.
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
           WRITE REPORT-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE 2 TO WS-LINE-COUNT.

      *    Refused records end the step RC 4 - the source is told
      *    through its own channels in the morning, but tonight's
      *    posting run goes ahead with whatever did apply.
       9900-TERMINATE.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE.
