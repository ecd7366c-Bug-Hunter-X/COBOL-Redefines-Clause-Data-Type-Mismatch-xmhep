      *               back a scrapped run out of the cycle ahead
      *               of a committed rerun (see the RERUN NOTE in
      *               the JCL).
      *   2026-10-15  Future-dated holds release against the
      *               business-day calendar (CALENDAR): a record
      *               posts on the first business day on or after
      *               its date, so a weekend or holiday run holds
      *               what a business run would post on the next
      *               business day. A run on a non-business date
      *               says so on SYSOUT.
      *   2026-10-15  Kept a running current balance on the
      *               customer master (opened I-O on a live run),
      *               moved by every detail and matched reversal as
      *               it posts, and held on suspense under OLMT a
      *               detail that would take a customer with a
      *               credit limit past it - counted into the
      *               suspense figures so the tie-out still
      *               balances, re-validated nightly so it posts by
      *               itself once the balance comes down or the
      *               limit goes up, and releasable or cancellable
      *               on TRNSUS like the FUTR/FRZN holds. An
      *               over-limit resubmitted correction rejects
      *               under OLMT, the FRZN discipline. The checkpoint
      *               record grew to 1188 bytes for the over-limit
      *               figures (see CKPTVDEF.jcl).
      *   2026-10-15  The month-end fee and interest assessment
      *               (TRNFEE1, source ASMT) rides in as a section
      *               of its own. Its details are never held
      *               over-limit and do not stamp the customer's
      *               balance date - a bank charge is not the
      *               customer's activity.
      *   2026-10-15  Recognised prior-period items: a posting dated
      *               before the statement cycle's open date
      *               (CYCOPEN, written by the TRNSTM1 close) is
      *               flagged on TRANS-FILE-OUT (OUT-PRIOR-PERIOD)
      *               and counted apart on SYSOUT and RUNSTATS,
      *               and an extract record back-dated past the
      *               age on the PRIORAGE run card rejects under
      *               BACK instead of posting. PARMCARD now takes
      *               more than one card. The checkpoint record
      *               grew to 1212 bytes and RUNSTATS to 240 (see
      *               CKPTVDEF.jcl and RUNSCNV.jcl).
      *   2026-10-15  Broke the night's postings out by source id on
      *               RUNSTATS, so the month-end close ties each
      *               source three ways. The checkpoint record grew
      *               to 1414 bytes and RUNSTATS to 440.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-OUT ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYCLE-OPEN-FILE ASSIGN TO CYCOPEN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY TRANOUT.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 1414 CHARACTERS.
           COPY CKPTREC.

       FD  EXCEPTION-FILE

      *    RESUBFIL is the extrapartition-TDQ dataset RESQ drains
      *    into from TRNCORR - OPTIONAL because most nights have no
      *    operator corrections queued at all. The nightly job
      *    concatenates the source resupply TRNRSP1 wrote behind
      *    it, in the same layout; those records carry the key of
      *    the reject they fix just as a keyed correction does.
       FD  RESUBMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 122 CHARACTERS.
           05  RESUB-EXC-SEQ-NO           PIC 9(8).
           05  RESUB-CORRECTED-DATA       PIC X(100).

      *    PARMCARD carries the run control cards - VALIDATE in
      *    columns 1-8 selects the validate-only trial mode, and
      *    PRIORAGE nnn (the age in days, columns 10-12) sets how
      *    far back-dated an extract record may be before it
      *    rejects under BACK. No VALIDATE card runs live; no
      *    PRIORAGE card keeps the sixty-day default.
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *    and the TRNOPS1 morning report).
       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
           COPY RUNSREC.

      *    SUSPIN/SUSPOUT hold valid records not posting tonight -
           RECORD CONTAINS 40 CHARACTERS.
       01  SUSPENSE-ACTION-IN              PIC X(40).

      *    CALENDAR is the business-day calendar - the weekday
      *    holidays and open weekend dates (see copybooks/CALREC.cpy)
      *    that decide which run releases a future-dated hold.
      *    OPTIONAL: without it the run counts weekends only and
      *    warns.
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CALREC.

      *    CYCOPEN is the statement cycle's open-date control (see
      *    copybooks/CYCOREC.cpy), written by the TRNSTM1 close.
      *    OPTIONAL: without it nothing is recognised as a
      *    prior-period item, and the run warns.
       FD  CYCLE-OPEN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY CYCOREC.

       FD  CUSTOMER-MASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTREC.
       01  WS-REJECT-FRZN-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-REJECT-SRC-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-REJECT-RMAT-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-REJECT-OLMT-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-REJECT-BACK-COUNT            PIC 9(8)    VALUE ZERO.
       01  WS-DUP-FIRST-RUN-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-SUSPENSE-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-SUSPENSE-AMOUNT              PIC S9(13)V99 COMP-3
       01  WS-FROZEN-AMOUNT                PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-FROZEN-REV-COUNT             PIC 9(8)    VALUE ZERO.
      *    Extract details held over their customer's credit limit
      *    tonight - already inside WS-SUSPENSE-COUNT/AMOUNT (an
      *    OLMT hold reconciles as held like a FUTR one); broken
      *    out here for the end-of-job figures.
       01  WS-OVER-LIMIT-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-OVER-LIMIT-AMOUNT            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
      *    The customer's balance as 2290 tests it and 2370 moves
      *    it - zero on a master that has never carried one.
       01  WS-CUST-BALANCE                 PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-PROJECTED-BALANCE            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
      *    Postings dated before the statement cycle's open date -
      *    already inside the valid, resubmitted and released
      *    figures (a reversal nets off the amount as it does
      *    there); broken out for SYSOUT, RUNSTATS and the close.
       01  WS-PRIOR-PERIOD-COUNT           PIC 9(8)    VALUE ZERO.
       01  WS-PRIOR-PERIOD-AMOUNT          PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
      *    Postings as they reached TRANS-FILE-OUT, by the source
      *    id they carry - extract, resubmitted and released alike
      *    - for RUNSTATS, so the month-end close can tie each
      *    source to the cycle and the ledger. Ten ids is the
      *    RUNSREC table; a posting under an eleventh is left out
      *    of the breakdown (the close flags that source) with one
      *    warning. Rides the checkpoint whole.
       01  WS-POSTED-SOURCE-COUNT          PIC 9(2)    VALUE ZERO.
       01  WS-POSTED-SUB                   PIC 9(2)    VALUE ZERO.
       01  WS-POSTED-FOUND                 PIC 9(2)    VALUE ZERO.
       01  WS-POSTED-SOURCE-TABLE.
           05  WS-POSTED-ENTRY OCCURS 10.
               10  WS-PSD-SOURCE-ID        PIC X(4).
               10  WS-PSD-COUNT            PIC 9(8).
               10  WS-PSD-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-SUSP-SEQ-NO                  PIC 9(8)    VALUE ZERO.
       01  WS-CANCELLED-COUNT              PIC 9(8)    VALUE ZERO.
       01  WS-FORCED-REL-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(2)    OCCURS 12.

      *    The latest transaction date that posts tonight - the run
      *    date itself on a business day, otherwise the last business
      *    day before it (set once by 1070-SET-RELEASE-CUTOFF). A
      *    record dated after it holds FUTR: its first business day
      *    on or after its date has not yet been reached.
       01  WS-RELEASE-CUTOFF-DATE          PIC 9(8)    VALUE ZERO.

      *    The statement cycle's open date off CYCOPEN (zero when
      *    there is none), the PRIORAGE age limit in days (zero for
      *    no limit), and the date 1080 works out from them: an
      *    extract record dated before it rejects under BACK. Zero
      *    rejects nothing.
       01  WS-CYCLE-OPEN-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-BACKDATE-AGE-LIMIT           PIC 9(3)    VALUE 60.
       01  WS-BACKDATE-LIMIT-DATE          PIC 9(8)    VALUE ZERO.

      *    Inputs/outputs of 5000-DATE-TO-DAYS: a YYYYMMDD date in,
      *    a day serial out, comparable by simple subtraction.
       01  WS-WORK-DATE                    PIC 9(8)    VALUE ZERO.
       01  WS-WORK-DATE-MDY REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR                PIC 9(4).
           05  WS-WORK-MONTH               PIC 9(2).
           05  WS-WORK-DAY                 PIC 9(2).
       01  WS-WORK-DAYS                    PIC S9(8)   VALUE ZERO.
       01  WS-LEAP-YEAR                    PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-Q4                      PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-Q100                    PIC 9(4)    VALUE ZERO.
       01  WS-LEAP-Q400                    PIC 9(4)    VALUE ZERO.

       01  WS-MONTH-OFFSET-VALUES.
           05  FILLER                      PIC X(12)
                                           VALUE '000031059090'.
           05  FILLER                      PIC X(12)
                                           VALUE '120151181212'.
           05  FILLER                      PIC X(12)
                                           VALUE '243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
           05  WS-MONTH-OFFSET             PIC 9(3)    OCCURS 12.

      *    The business-day calendar as 5050 loads it: each weekday
      *    holiday (H) or open weekend date (B) held as its day
      *    serial, so 5100 tests a day without converting it back.
      *    Five hundred entries is twenty-odd years of holidays.
       01  WS-CAL-COUNT                    PIC 9(4)    VALUE ZERO.
       01  WS-CAL-MAX                      PIC 9(4)    VALUE 500.
       01  WS-CAL-IDX                      PIC 9(4)    VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY                OCCURS 500 TIMES.
               10  WS-CAL-DAYS             PIC S9(8).
               10  WS-CAL-TYPE             PIC X(1).
       01  WS-TEST-DAYS                    PIC S9(8)   VALUE ZERO.
       01  WS-WEEK-QUOTIENT                PIC S9(8)   VALUE ZERO.
       01  WS-WEEK-DAY                     PIC 9(1)    VALUE ZERO.
       01  WS-STEP-COUNT                   PIC 9(4)    VALUE ZERO.

       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.

               88  RECORD-HOLD-FROZEN                  VALUE 'FRZN'.
               88  RECORD-REJECT-BAD-SOURCE            VALUE 'SRC '.
               88  RECORD-REJECT-UNMATCHED-REV         VALUE 'RMAT'.
               88  RECORD-HOLD-OVER-LIMIT              VALUE 'OLMT'.
               88  RECORD-REJECT-BACKDATED             VALUE 'BACK'.
               88  RECORD-IS-HELD                      VALUE 'FUTR'
                                                             'FRZN'
                                                             'OLMT'.
           05  WS-END-OF-FILE              PIC X(1)    VALUE 'N'.
               88  END-OF-TRANS-FILE                   VALUE 'Y'.
           05  WS-RESUB-EOF                PIC X(1)    VALUE 'N'.
               88  HOLD-IS-RE-HOLD                     VALUE 'R'.
           05  WS-SACT-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-ACTION-FILE                  VALUE 'Y'.
      *    Which stream the record 2200 is validating came in on -
      *    only tonight's extract is age-checked under BACK. A
      *    correction or resupply was keyed or sent knowing its
      *    date, and a released hold was dated when it was first
      *    accepted.
           05  WS-POSTING-ORIGIN           PIC X(1)    VALUE 'E'.
               88  ORIGIN-IS-EXTRACT                   VALUE 'E'.
               88  ORIGIN-IS-RESUBMIT                  VALUE 'C'.
               88  ORIGIN-IS-SUSPENSE                  VALUE 'S'.
           05  WS-PRIOR-PERIOD-SW          PIC X(1)    VALUE 'N'.
               88  POSTING-IS-PRIOR-PERIOD             VALUE 'Y'.
               88  POSTING-IS-CURRENT                  VALUE 'N'.
           05  WS-PARM-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-PARM-FILE                    VALUE 'Y'.
           05  WS-POSTED-FULL-SW           PIC X(1)    VALUE 'N'.
               88  POSTED-TABLE-FULL-WARNED            VALUE 'Y'.
      *    Set while a supervisor-released SUSPIN record is being
      *    validated: the FUTR, FRZN and OLMT holds stand aside -
      *    the release was a deliberate override, audited from the
      *    TRNSUS screen - while every other edit still applies in
      *    full. A closed account stays closed; no override posts
      *    to one.
           05  WS-RECON-STATUS             PIC X(1)    VALUE 'N'.
               88  RECONCILIATION-BALANCED             VALUE 'Y'.
               88  RECONCILIATION-NOT-BALANCED         VALUE 'N'.
           05  WS-CAL-EOF                  PIC X(1)    VALUE 'N'.
               88  END-OF-CALENDAR                     VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW          PIC X(1)    VALUE 'N'.
               88  IS-BUSINESS-DAY                     VALUE 'Y'.
               88  NOT-BUSINESS-DAY                    VALUE 'N'.

       PROCEDURE DIVISION.

           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PROCESS-TIME FROM TIME
           PERFORM 1050-READ-RUN-PARM
           PERFORM 1070-SET-RELEASE-CUTOFF
           PERFORM 1080-SET-PRIOR-PERIOD-LIMITS
           IF TRIAL-RUN-MODE
               DISPLAY 'TRNPROC1: *** VALIDATE-ONLY TRIAL RUN ***'
               DISPLAY 'TRNPROC1: NO FILES WILL BE WRITTEN'
               PERFORM 1060-INITIALIZE-LIVE-RUN
           END-IF.

      *    Missing or blank cards run live with the default age
      *    limit - but any card that is not exactly VALIDATE, or
      *    PRIORAGE with a three-digit age, stops the run cold.
      *    These cards get keyed by hand, and a typo must not
      *    quietly fall through to a live run that writes files,
      *    nor to an age limit nobody asked for.
       1050-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           PERFORM 1055-READ-PARM-CARD
           PERFORM UNTIL END-OF-PARM-FILE
               EVALUATE TRUE
                   WHEN PARM-CARD-RECORD (1:8) = 'VALIDATE'
                       SET TRIAL-RUN-MODE TO TRUE
                   WHEN PARM-CARD-RECORD (1:9) = 'PRIORAGE '
                           AND PARM-CARD-RECORD (10:3) IS NUMERIC
                       MOVE PARM-CARD-RECORD (10:3)
                           TO WS-BACKDATE-AGE-LIMIT
                   WHEN PARM-CARD-RECORD = SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'TRNPROC1: UNRECOGNIZED RUN '
                           'PARAMETER: ' PARM-CARD-RECORD
                       MOVE 8 TO RETURN-CODE
                       CLOSE PARM-FILE
                       STOP RUN
               END-EVALUATE
               PERFORM 1055-READ-PARM-CARD
           END-PERFORM
           CLOSE PARM-FILE.

       1055-READ-PARM-CARD.
           READ PARM-FILE
               AT END
                   SET END-OF-PARM-FILE TO TRUE
           END-READ.

      *    Loads the calendar and works out tonight's release
      *    cutoff. On a business day that is the run date, exactly
      *    the old rule. On a weekend or holiday it steps back to
      *    the last business day, so a record dated today (or any
      *    day since that business day) stays held for the next
      *    business run instead of posting under a date no business
      *    run ever processed. Sixty steps back is far past any
      *    real closure; a calendar that closes more than that is
      *    wrong, and the run date is used as it stands.
       1070-SET-RELEASE-CUTOFF.
           PERFORM 5050-LOAD-CALENDAR
           MOVE WS-PROCESS-DATE TO WS-WORK-DATE
           PERFORM 5000-DATE-TO-DAYS
           MOVE WS-WORK-DAYS TO WS-TEST-DAYS
           PERFORM 5100-TEST-BUSINESS-DAY
           IF NOT-BUSINESS-DAY
               DISPLAY 'TRNPROC1: *** WARNING - RUN DATE '
                   WS-PROCESS-DATE ' IS NOT A BUSINESS DAY ***'
               MOVE ZERO TO WS-STEP-COUNT
               PERFORM UNTIL IS-BUSINESS-DAY OR WS-STEP-COUNT > 60
                   PERFORM 5300-STEP-BACK-ONE-DAY
                   MOVE WS-WORK-DAYS TO WS-TEST-DAYS
                   PERFORM 5100-TEST-BUSINESS-DAY
                   ADD 1 TO WS-STEP-COUNT
               END-PERFORM
               IF IS-BUSINESS-DAY
                   DISPLAY 'TRNPROC1: FUTURE-DATED HOLDS RELEASE '
                       'ONLY THROUGH ' WS-WORK-DATE
               ELSE
                   DISPLAY 'TRNPROC1: NO BUSINESS DAY IN THE '
                       'CALENDAR BEFORE ' WS-PROCESS-DATE
                       ' - RUN DATE USED'
                   MOVE WS-PROCESS-DATE TO WS-WORK-DATE
               END-IF
           END-IF
           MOVE WS-WORK-DATE TO WS-RELEASE-CUTOFF-DATE.

      *    Reads the statement cycle's open date and works out the
      *    BACK limit: the run date stepped back the PRIORAGE age,
      *    or the open date if that is earlier, so only a record
      *    that is both before the open cycle and older than the
      *    limit rejects. No open date means no prior-period
      *    recognition at all, and no age limit means none
      *    rejects - everything back-dated posts as a prior-period
      *    item.
       1080-SET-PRIOR-PERIOD-LIMITS.
           OPEN INPUT CYCLE-OPEN-FILE
           READ CYCLE-OPEN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CYO-OPEN-DATE IS NUMERIC
                       MOVE CYO-OPEN-DATE TO WS-CYCLE-OPEN-DATE
                   END-IF
           END-READ
           CLOSE CYCLE-OPEN-FILE
           IF WS-CYCLE-OPEN-DATE = ZERO
               DISPLAY 'TRNPROC1: *** WARNING - NO STATEMENT CYCLE '
                   'OPEN DATE - NO PRIOR-PERIOD ITEMS RECOGNISED ***'
           ELSE
               DISPLAY 'TRNPROC1: STATEMENT CYCLE OPEN SINCE '
                   WS-CYCLE-OPEN-DATE
               IF WS-BACKDATE-AGE-LIMIT = ZERO
                   DISPLAY 'TRNPROC1: NO AGE LIMIT ON BACK-DATED '
                       'RECORDS'
               ELSE
                   MOVE WS-PROCESS-DATE TO WS-WORK-DATE
                   PERFORM 5000-DATE-TO-DAYS
                   PERFORM 5300-STEP-BACK-ONE-DAY
                       WS-BACKDATE-AGE-LIMIT TIMES
                   MOVE WS-WORK-DATE TO WS-BACKDATE-LIMIT-DATE
                   IF WS-BACKDATE-LIMIT-DATE > WS-CYCLE-OPEN-DATE
                       MOVE WS-CYCLE-OPEN-DATE
                           TO WS-BACKDATE-LIMIT-DATE
                   END-IF
                   DISPLAY 'TRNPROC1: EXTRACT RECORDS DATED BEFORE '
                       WS-BACKDATE-LIMIT-DATE ' REJECT (BACK)'
               END-IF
           END-IF.

       1060-INITIALIZE-LIVE-RUN.
           OPEN EXTEND AUDIT-FILE
           PERFORM 1100-READ-CHECKPOINT
           OPEN INPUT TRANS-FILE-IN
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O POSTING-HISTORY
           IF WS-RESTART-SEQ-NO > ZERO
               OPEN EXTEND TRANS-FILE-OUT
                                          TO WS-REJECT-SRC-COUNT
                       MOVE CKPT-REJECT-RMAT-COUNT
                                          TO WS-REJECT-RMAT-COUNT
                       MOVE CKPT-REJECT-OLMT-COUNT
                                          TO WS-REJECT-OLMT-COUNT
                       MOVE CKPT-OVER-LIMIT-COUNT
                                          TO WS-OVER-LIMIT-COUNT
                       MOVE CKPT-OVER-LIMIT-AMOUNT
                                          TO WS-OVER-LIMIT-AMOUNT
                       MOVE CKPT-REJECT-BACK-COUNT
                                          TO WS-REJECT-BACK-COUNT
                       MOVE CKPT-PRIOR-PERIOD-COUNT
                                          TO WS-PRIOR-PERIOD-COUNT
                       MOVE CKPT-PRIOR-PERIOD-AMOUNT
                                          TO WS-PRIOR-PERIOD-AMOUNT
                       MOVE CKPT-CUR-SOURCE
                                          TO WS-CUR-SOURCE
                       MOVE CKPT-SOURCE-COUNT
                                          TO WS-SOURCE-COUNT
                       MOVE CKPT-SOURCE-TABLE
                                          TO WS-SOURCE-TABLE
                       MOVE CKPT-POSTED-SOURCE-COUNT
                                          TO WS-POSTED-SOURCE-COUNT
                       MOVE CKPT-POSTED-SOURCE-TABLE
                                          TO WS-POSTED-SOURCE-TABLE
           END-IF.

      *    An extract record held to suspense is neither valid nor
                           ADD 1 TO WS-SRC-SUSP-COUNT (WS-REC-SOURCE)
                           ADD WS-TRANS-AMOUNT
                               TO WS-SRC-SUSP-AMOUNT (WS-REC-SOURCE)
                           IF RECORD-HOLD-OVER-LIMIT
                               ADD 1 TO WS-OVER-LIMIT-COUNT
                               ADD WS-TRANS-AMOUNT
                                   TO WS-OVER-LIMIT-AMOUNT
                           END-IF
                       END-IF
                   END-IF
               ELSE
      *    WS-EXTRACT-SEQ-NO (the TRANS-FILE-IN restart position)
      *    is deliberately left untouched here.
       2600-PROCESS-RESUBMITS.
           SET ORIGIN-IS-RESUBMIT TO TRUE
           PERFORM 2650-READ-RESUBMIT-RECORD
           PERFORM UNTIL END-OF-RESUBMIT-FILE
               ADD 1 TO WS-SEQ-NO
               END-IF
               PERFORM 2500-WRITE-CHECKPOINT
               PERFORM 2650-READ-RESUBMIT-RECORD
           END-PERFORM
           SET ORIGIN-IS-EXTRACT TO TRUE.

      *    Records held to suspense by earlier runs. The ones whose
      *    block has cleared - the date arrived, or the branch
      *    about them reached TRANS-FILE-OUT or EXCEPTION-FILE.
       2700-PROCESS-SUSPENSE.
           SET HOLD-IS-RE-HOLD TO TRUE
           SET ORIGIN-IS-SUSPENSE TO TRUE
           PERFORM 2750-READ-SUSPENSE-RECORD
           PERFORM UNTIL END-OF-SUSPENSE-FILE
               PERFORM 2770-MATCH-SUSPENSE-ACTION
               PERFORM 2500-WRITE-CHECKPOINT
               PERFORM 2750-READ-SUSPENSE-RECORD
           END-PERFORM
           SET HOLD-IS-NEW TO TRUE
           SET ORIGIN-IS-EXTRACT TO TRUE.

      *    Loads the supervisor release/cancel actions queued from
      *    the TRNSUS screen since the last run. A duplicated
      *    A record that passes the numeric checks has its date
      *    validated as a real calendar date (an eight-byte numeric
      *    field happily holds 20269999), then is held to suspense
      *    if the date is valid but its first business day on or
      *    after it has not been reached (WS-RELEASE-CUTOFF-DATE,
      *    see 1070), and only then looked up against the customer
      *    master - a transposed but still numeric customer number
      *    is exactly as wrong as bad bytes, it just rejects under
      *    CUST instead of NUM1 so the TRNCORR operator knows which
      *    kind of fix to key. A held record is re-validated in
      *    full on the run that releases it, so the customer lookup
      *    is not wasted on a record that is not posting tonight
      *    anyway. Postings can only be details or reversals by the
      *    time they get here - anything else in the type byte
      *    rejects under TYPE. An extract record back-dated past
      *    the BACK limit (see 1080) rejects before the lookup:
      *    it goes to the operators rather than posting into the
      *    ledger as a prior-period adjustment nobody examined.
       2200-VALIDATE-AREA-1.
           MOVE SPACES TO WS-VALIDATION-RESULT
           IF NOT WS-REC-DETAIL AND NOT WS-REC-REVERSAL
               IF RECORD-REJECT-BAD-DATE
                   CONTINUE
               ELSE
                   IF WS-TRANS-DATE > WS-RELEASE-CUTOFF-DATE
                           AND NOT FORCE-RELEASE-ACTIVE
                       SET RECORD-SUSPEND-FUTURE TO TRUE
                   ELSE
                       IF WS-TRANS-DATE < WS-BACKDATE-LIMIT-DATE
                               AND ORIGIN-IS-EXTRACT
                           SET RECORD-REJECT-BACKDATED TO TRUE
                       ELSE
                           PERFORM 2250-LOOKUP-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           ELSE
                   IF WS-REC-REVERSAL
                       PERFORM 2280-MATCH-REVERSAL
                   ELSE
                       PERFORM 2290-CHECK-CREDIT-LIMIT
                   END-IF
               NOT INVALID KEY
                   SET RECORD-REJECT-DUPLICATE TO TRUE
      *    or an original already reversed once - rejects under
      *    RMAT so the operator sees exactly what failed to match,
      *    instead of an unmatched credit flowing into the GL. The
      *    match window is the TRANHIST retention (twenty-two
      *    business days - see TRNHPRG1); a reversal of
      *    anything older lands with the operators, who confirm it
      *    against the archived reports before routing it.
       2280-MATCH-REVERSAL.
                   END-IF
           END-READ.

      *    The last gate for a detail: it may not take a customer
      *    who has a credit limit past it. The balance tested is
      *    the master's running balance as 2250 just read it -
      *    current to the posting before this one, since 2370
      *    rewrites it as each posting goes - plus this detail; a
      *    master that has never carried a balance reads as zero.
      *    Over the limit holds under OLMT, the FRZN mechanism, so
      *    the detail posts by itself on the night the balance has
      *    come down or the limit gone up; a supervisor may release
      *    it early (the override bypasses this test) or cancel it
      *    on TRNSUS. No limit on the master (CUST-LIMIT-FLAG not
      *    Y) posts, the behavior before limits went in. Reversals
      *    only ever bring the balance down and are never held
      *    here, and nor is the month-end assessment (source
      *    ASMT): the bank's own fees and interest post whatever
      *    the balance, or an over-limit customer would never be
      *    charged the over-limit fee.
       2290-CHECK-CREDIT-LIMIT.
           IF CUST-CURRENT-BALANCE IS NUMERIC
               MOVE CUST-CURRENT-BALANCE TO WS-CUST-BALANCE
           ELSE
               MOVE ZERO TO WS-CUST-BALANCE
           END-IF
           ADD WS-TRANS-AMOUNT TO WS-CUST-BALANCE
               GIVING WS-PROJECTED-BALANCE
           SET RECORD-IS-VALID TO TRUE
           IF CUST-LIMIT-APPLIES AND CUST-CREDIT-LIMIT IS NUMERIC
               IF WS-PROJECTED-BALANCE > CUST-CREDIT-LIMIT
                       AND NOT FORCE-RELEASE-ACTIVE
                       AND NOT WS-SRC-ASSESSMENT
                   SET RECORD-HOLD-OVER-LIMIT TO TRUE
               END-IF
           END-IF.

      *    A new hold takes a fresh hold key - tonight's run date
      *    and time plus the next hold sequence number (carried
      *    through the checkpoint so a restart cannot reissue a
      *    whose customer has since been frozen shows FRZN, the
      *    block currently holding it.
       2800-SUSPEND-RECORD.
           EVALUATE TRUE
               WHEN RECORD-HOLD-FROZEN
                   DISPLAY 'TRNPROC1: FROZEN-ACCOUNT RECORD HELD TO '
                       'SUSPENSE - DATE ' WS-TRANS-DATE
                       ' CUST ' WS-CUST-ID
               WHEN RECORD-HOLD-OVER-LIMIT
                   DISPLAY 'TRNPROC1: OVER-LIMIT RECORD HELD TO '
                       'SUSPENSE - DATE ' WS-TRANS-DATE
                       ' CUST ' WS-CUST-ID
               WHEN OTHER
                   DISPLAY 'TRNPROC1: FUTURE-DATED RECORD HELD TO '
                       'SUSPENSE - DATE ' WS-TRANS-DATE
                       ' CUST ' WS-CUST-ID
           END-EVALUATE
           IF HOLD-IS-NEW
               MOVE WS-PROCESS-DATE       TO SUSP-HELD-DATE
               MOVE WS-PROCESS-TIME (1:6) TO SUSP-HELD-TIME
           END-IF.

       2300-WRITE-OUTPUT-RECORD.
           PERFORM 2320-NOTE-PRIOR-PERIOD
           IF TRIAL-RUN-MODE
               CONTINUE
           ELSE
           END-IF
           MOVE WS-SOURCE-ID       TO OUT-SOURCE-ID
           MOVE WS-PROCESS-DATE    TO OUT-RUN-DATE
           IF POSTING-IS-PRIOR-PERIOD
               SET OUT-PRIOR-PERIOD TO TRUE
           ELSE
               MOVE SPACE          TO OUT-PRIOR-PERIOD-FLAG
           END-IF
           WRITE TRANS-OUT-RECORD
           PERFORM 2315-COUNT-POSTED-SOURCE
           PERFORM 2350-RECORD-POSTING.

      *    The posting just written, onto its source id's line of
      *    the RUNSTATS breakdown.
       2315-COUNT-POSTED-SOURCE.
           MOVE ZERO TO WS-POSTED-FOUND
           PERFORM VARYING WS-POSTED-SUB FROM 1 BY 1
                   UNTIL WS-POSTED-SUB > WS-POSTED-SOURCE-COUNT
               IF WS-PSD-SOURCE-ID (WS-POSTED-SUB) = OUT-SOURCE-ID
                   MOVE WS-POSTED-SUB TO WS-POSTED-FOUND
               END-IF
           END-PERFORM
           IF WS-POSTED-FOUND = ZERO
               IF WS-POSTED-SOURCE-COUNT < 10
                   ADD 1 TO WS-POSTED-SOURCE-COUNT
                   MOVE WS-POSTED-SOURCE-COUNT TO WS-POSTED-FOUND
                   INITIALIZE WS-POSTED-ENTRY (WS-POSTED-FOUND)
                   MOVE OUT-SOURCE-ID
                       TO WS-PSD-SOURCE-ID (WS-POSTED-FOUND)
               ELSE
                   IF NOT POSTED-TABLE-FULL-WARNED
                       DISPLAY 'TRNPROC1: RUNSTATS SOURCE TABLE FULL'
                           ' - SOURCE ' OUT-SOURCE-ID
                           ' NOT BROKEN OUT'
                       SET POSTED-TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-POSTED-FOUND > ZERO
               ADD 1 TO WS-PSD-COUNT (WS-POSTED-FOUND)
               ADD OUT-TRANS-AMOUNT TO WS-PSD-AMOUNT (WS-POSTED-FOUND)
           END-IF.

      *    A posting dated before the statement cycle's open date
      *    belongs to a period already stated: it is counted apart
      *    here (the trial run's figures too) and flagged on
      *    TRANS-FILE-OUT, so TRNGL1 posts it as a prior-period
      *    adjustment and the next statement shows it in its own
      *    section. With no open date nothing is prior-period.
       2320-NOTE-PRIOR-PERIOD.
           SET POSTING-IS-CURRENT TO TRUE
           IF WS-CYCLE-OPEN-DATE > ZERO
                   AND WS-TRANS-DATE < WS-CYCLE-OPEN-DATE
               SET POSTING-IS-PRIOR-PERIOD TO TRUE
               ADD 1 TO WS-PRIOR-PERIOD-COUNT
               IF WS-REC-REVERSAL
                   SUBTRACT WS-TRANS-AMOUNT
                       FROM WS-PRIOR-PERIOD-AMOUNT
               ELSE
                   ADD WS-TRANS-AMOUNT TO WS-PRIOR-PERIOD-AMOUNT
               END-IF
           END-IF.

      *    Every posting goes straight onto the rolling history so
      *    even a duplicate arriving later the same run - a
      *    correction alongside the upstream fix, say - hits the
           END-WRITE
           IF WS-REC-REVERSAL
               PERFORM 2360-MARK-ORIGINAL-REVERSED
           END-IF
           PERFORM 2370-UPDATE-CUSTOMER-BALANCE.

      *    The matched original is marked so a second reversal of
      *    the same posting finds it and rejects in 2280. INVALID
                   REWRITE HISTORY-RECORD
           END-READ.

      *    Moves the customer's running balance by the posting - a
      *    detail adds, a reversal takes away - and stamps the run
      *    date. A month-end assessment (ASMT) moves the balance
      *    but not the date: the date is the customer's own last
      *    activity, which the dormancy review and its proposal
      *    guard in TRNCMU1 read, and a fee is not activity. The
      *    master record is still the one 2250 read for this
      *    posting (nothing reads CUSTOMER-MASTER in between),
      *    so it is rewritten as it stands. The rewrite shares the
      *    restart window every other per-record write has: an
      *    abend between it and the checkpoint replays the record,
      *    which then DUPE-rejects off the history and leaves the
      *    balance where it was - and TRNSTM1 trues every balance
      *    up to the statement at cycle close regardless.
       2370-UPDATE-CUSTOMER-BALANCE.
           IF CUST-CURRENT-BALANCE IS NUMERIC
               MOVE CUST-CURRENT-BALANCE TO WS-CUST-BALANCE
           ELSE
               MOVE ZERO TO WS-CUST-BALANCE
           END-IF
           IF WS-REC-REVERSAL
               SUBTRACT WS-TRANS-AMOUNT FROM WS-CUST-BALANCE
           ELSE
               ADD WS-TRANS-AMOUNT TO WS-CUST-BALANCE
           END-IF
           MOVE WS-CUST-BALANCE    TO CUST-CURRENT-BALANCE
           IF NOT WS-SRC-ASSESSMENT
               MOVE WS-PROCESS-DATE TO CUST-BALANCE-DATE
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TRNPROC1: CUSTOMER BALANCE NOT UPDATED '
                       '- CUST ' WS-CUST-ID
           END-REWRITE.

      *    Taken after every record (not on an interval) so that a
      *    restart's EXTEND-mode re-open of TRANS-FILE-OUT/
      *    EXCEPTION-FILE never re-writes a record that already
           MOVE WS-FORCED-REL-COUNT     TO CKPT-FORCED-REL-COUNT
           MOVE WS-REJECT-SRC-COUNT     TO CKPT-REJECT-SRC-COUNT
           MOVE WS-REJECT-RMAT-COUNT    TO CKPT-REJECT-RMAT-COUNT
           MOVE WS-REJECT-OLMT-COUNT    TO CKPT-REJECT-OLMT-COUNT
           MOVE WS-OVER-LIMIT-COUNT     TO CKPT-OVER-LIMIT-COUNT
           MOVE WS-OVER-LIMIT-AMOUNT    TO CKPT-OVER-LIMIT-AMOUNT
           MOVE WS-REJECT-BACK-COUNT    TO CKPT-REJECT-BACK-COUNT
           MOVE WS-PRIOR-PERIOD-COUNT   TO CKPT-PRIOR-PERIOD-COUNT
           MOVE WS-PRIOR-PERIOD-AMOUNT  TO CKPT-PRIOR-PERIOD-AMOUNT
           MOVE WS-CUR-SOURCE           TO CKPT-CUR-SOURCE
           MOVE WS-SOURCE-COUNT         TO CKPT-SOURCE-COUNT
           MOVE WS-SOURCE-TABLE         TO CKPT-SOURCE-TABLE
           MOVE WS-POSTED-SOURCE-COUNT  TO CKPT-POSTED-SOURCE-COUNT
           MOVE WS-POSTED-SOURCE-TABLE  TO CKPT-POSTED-SOURCE-TABLE
           MOVE 1 TO WS-CKPT-REC-NO
           REWRITE CHECKPOINT-RECORD.

           IF RECORD-REJECT-UNMATCHED-REV
               ADD 1 TO WS-REJECT-RMAT-COUNT
           END-IF
           IF RECORD-HOLD-OVER-LIMIT
               ADD 1 TO WS-REJECT-OLMT-COUNT
           END-IF
           IF RECORD-REJECT-BACKDATED
               ADD 1 TO WS-REJECT-BACK-COUNT
           END-IF
      *    The exception record is EXCEPTION-FILE's record area,
      *    and a trial run never opens that file - everything the
      *    trial needs from a reject is the DISPLAYs and counters
               WRITE EXCEPTION-RECORD
           END-IF.

      *    Converts WS-WORK-DATE (YYYYMMDD) to a day serial so two
      *    dates subtract to an age in days. January and February
      *    borrow the prior year for the leap-day terms, the usual
      *    trick that keeps the month-offset table leap-free.
       5000-DATE-TO-DAYS.
           IF WS-WORK-MONTH < 3
               SUBTRACT 1 FROM WS-WORK-YEAR GIVING WS-LEAP-YEAR
           ELSE
               MOVE WS-WORK-YEAR TO WS-LEAP-YEAR
           END-IF
           DIVIDE WS-LEAP-YEAR BY 4   GIVING WS-LEAP-Q4
           DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-LEAP-Q100
           DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-LEAP-Q400
           COMPUTE WS-WORK-DAYS =
               (WS-WORK-YEAR * 365)
               + WS-LEAP-Q4 - WS-LEAP-Q100 + WS-LEAP-Q400
               + WS-MONTH-OFFSET (WS-WORK-MONTH)
               + WS-WORK-DAY.

      *    Loads the business-day calendar into WS-CAL-TABLE, each
      *    card's date as a day serial. A card that is not a real
      *    date, or is neither H nor B, is reported and skipped, as
      *    is anything past the table's capacity. No calendar at
      *    all (CALENDAR is OPTIONAL) is a warning, not a stop:
      *    weekends are still closed, but no holiday is known.
       5050-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           PERFORM 5060-READ-CALENDAR-RECORD
           PERFORM UNTIL END-OF-CALENDAR
               IF CAL-DATE IS NUMERIC
                       AND CAL-MONTH > ZERO AND CAL-MONTH < 13
                       AND CAL-DAY > ZERO AND CAL-DAY < 32
                       AND (CAL-HOLIDAY OR CAL-OPEN-DAY)
                       AND WS-CAL-COUNT < WS-CAL-MAX
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-DATE TO WS-WORK-DATE
                   PERFORM 5000-DATE-TO-DAYS
                   MOVE WS-WORK-DAYS TO WS-CAL-DAYS (WS-CAL-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT)
               ELSE
                   DISPLAY 'TRNPROC1: CALENDAR CARD SKIPPED: '
                       CALENDAR-RECORD (1:41)
               END-IF
               PERFORM 5060-READ-CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-CAL-COUNT = ZERO
               DISPLAY 'TRNPROC1: *** NO BUSINESS-DAY CALENDAR - '
                   'COUNTING WEEKENDS ONLY ***'
           END-IF.

       5060-READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
           END-READ.

      *    Sets IS-BUSINESS-DAY for the day serial in WS-TEST-DAYS.
      *    The serial counts consecutively from an origin where
      *    serial mod 7 = 0 is a Saturday, so remainders 0 and 1
      *    are the weekend; a calendar card then overrides either
      *    way - H closes a weekday, B opens a weekend date.
       5100-TEST-BUSINESS-DAY.
           DIVIDE WS-TEST-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEK-DAY
           IF WS-WEEK-DAY < 2
               SET NOT-BUSINESS-DAY TO TRUE
           ELSE
               SET IS-BUSINESS-DAY TO TRUE
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DAYS (WS-CAL-IDX) = WS-TEST-DAYS
                   IF WS-CAL-TYPE (WS-CAL-IDX) = 'H'
                       SET NOT-BUSINESS-DAY TO TRUE
                   ELSE
                       SET IS-BUSINESS-DAY TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    Moves WS-WORK-DATE, and its serial in WS-WORK-DAYS, back
      *    one calendar day.
       5300-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WORK-DAYS
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM 5400-SET-MONTH-LENGTH
               MOVE WS-MONTH-MAX-DAY TO WS-WORK-DAY
           END-IF.

      *    Sets WS-MONTH-MAX-DAY to the length of WS-WORK-DATE's
      *    month - February stretched to 29 in a leap year:
      *    divisible by 4 and, on a century, by 400.
       5400-SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-MONTH-MAX-DAY
           IF WS-WORK-MONTH = 02
               DIVIDE WS-WORK-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-WORK-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 29 TO WS-MONTH-MAX-DAY
                   ELSE
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Ties each source's accumulated counts/totals out against
      *    the figures that source's control records and trailer say
      *    it sent, so dropped or corrupted records surface same-day
           DISPLAY 'TRNPROC1: REJECTED SOURCE MISMATCH (SRC): '
               WS-REJECT-SRC-COUNT
           DISPLAY 'TRNPROC1: REJECTED UNMATCHED REVERSAL (RMAT): '
               WS-REJECT-RMAT-COUNT
           DISPLAY 'TRNPROC1: REJECTED OVER-LIMIT CORRECTION '
               '(OLMT): ' WS-REJECT-OLMT-COUNT
           DISPLAY 'TRNPROC1: REJECTED BACK-DATED PAST AGE LIMIT '
               '(BACK): ' WS-REJECT-BACK-COUNT
           DISPLAY 'TRNPROC1: PRIOR-PERIOD ITEMS POSTED: '
               WS-PRIOR-PERIOD-COUNT
               ' NET ' WS-PRIOR-PERIOD-AMOUNT.

       9010-READ-CONTROL-RECORD.
           READ CONTROL-FILE
           MOVE WS-REJECT-FRZN-COUNT    TO RUN-REJ-FRZN-COUNT
           MOVE WS-REJECT-SRC-COUNT     TO RUN-REJ-SRC-COUNT
           MOVE WS-REJECT-RMAT-COUNT    TO RUN-REJ-RMAT-COUNT
           MOVE WS-PRIOR-PERIOD-COUNT   TO RUN-PRIOR-PERIOD-COUNT
           MOVE WS-PRIOR-PERIOD-AMOUNT  TO RUN-PRIOR-PERIOD-AMOUNT
           MOVE WS-REJECT-BACK-COUNT    TO RUN-REJ-BACK-COUNT
           MOVE WS-POSTED-SOURCE-COUNT  TO RUN-SOURCE-COUNT
           PERFORM VARYING WS-POSTED-SUB FROM 1 BY 1
                   UNTIL WS-POSTED-SUB > WS-POSTED-SOURCE-COUNT
               MOVE WS-PSD-SOURCE-ID (WS-POSTED-SUB)
                   TO RUN-SRC-ID (WS-POSTED-SUB)
               MOVE WS-PSD-COUNT (WS-POSTED-SUB)
                   TO RUN-SRC-POSTED-COUNT (WS-POSTED-SUB)
               MOVE WS-PSD-AMOUNT (WS-POSTED-SUB)
                   TO RUN-SRC-POSTED-AMOUNT (WS-POSTED-SUB)
           END-PERFORM
           WRITE RUN-STATS-RECORD
           CLOSE RUN-STATS-FILE.

      *    always reset above so the next day's extract is unaffected.
      *    In trial mode the figures below are what a live run
      *    WOULD have done - the RETURN-CODE still says pass or
      *    fail, which is the whole point of the pre-flight. Two
      *    known gaps: with no history writes taken, a duplicate
      *    pair WITHIN the trial file itself reports as two valid
      *    records; duplicates against prior posted runs are
      *    checked exactly as live. And with no balance rewrites
      *    taken, each detail is tested against the credit limit
      *    on the master's balance as it stands, not as the
      *    trial's own earlier postings would have moved it.
       9900-TERMINATE.
           IF RECONCILIATION-NOT-BALANCED
               MOVE 4 TO RETURN-CODE
               WS-SUSPENSE-COUNT
           DISPLAY 'TRNPROC1: SUSPENSE AMOUNT HELD:          '
               WS-SUSPENSE-AMOUNT
           DISPLAY 'TRNPROC1: OF WHICH HELD OVER CREDIT LIMIT: '
               WS-OVER-LIMIT-COUNT
           DISPLAY 'TRNPROC1: OVER-LIMIT AMOUNT HELD:        '
               WS-OVER-LIMIT-AMOUNT
           DISPLAY 'TRNPROC1: FROZEN-ACCOUNT RECORDS HELD:   '
               WS-FROZEN-COUNT
           DISPLAY 'TRNPROC1: FROZEN AMOUNT HELD:            '
               WS-FORCED-REL-COUNT
           DISPLAY 'TRNPROC1: CANCELLED BY SUPERVISOR:       '
               WS-CANCELLED-COUNT
           DISPLAY 'TRNPROC1: OF ALL POSTED, PRIOR-PERIOD:   '
               WS-PRIOR-PERIOD-COUNT
           DISPLAY 'TRNPROC1: PRIOR-PERIOD AMOUNT (NET):     '
               WS-PRIOR-PERIOD-AMOUNT
           CLOSE TRANS-FILE-IN
           CLOSE POSTING-HISTORY
           CLOSE CUSTOMER-MASTER
