      *================================================================
      * LDGREC - Nightly-job run ledger record (VSAM KSDS RUNLEDGR,
      *          keyed on LDG-RUN-DATE), maintained by TRNLDG1 from
      *          the check and mark steps around every step of the
      *          TRNPROC1 nightly job. One record per run date says
      *          which steps of that night have finished, so a
      *          resubmitted job skips them and resumes at the step
      *          that failed; see jcl/LDGVDEF.jcl for the cluster.
      *
      *          Each step the night has reached holds a slot - its
      *          step name, a status and the date and time of the
      *          last change:
      *            blank - never reached
      *            R     - check passed, the step was started and
      *                    has not been marked since (it failed, or
      *                    is running now)
      *            C     - completed
      *            W     - completed with a warning return code
      *                    (an out-of-balance TRNPROC1 run)
      *            B     - bypassed by its condition (the GL extract
      *                    on an out-of-balance night) - settled,
      *                    nothing left to do
      *          Slots are taken in the order the steps first check
      *          in; TRNLDG1's own step table says which steps a
      *          complete night must have.
      *
      *          The record keyed on run date zero is the control
      *          record instead: the run date the job currently
      *          open is working on (set by the OPEN step at the
      *          top of the job, so a resubmission after midnight
      *          keeps the night it belongs to) and whether that
      *          run is open or held pending an operator decision.
      *================================================================
       01  RUN-LEDGER-RECORD.
           05  LDG-RUN-DATE                PIC 9(8).
           05  LDG-LEDGER-DATA.
               10  LDG-OPENED-DATE         PIC 9(8).
               10  LDG-OPENED-TIME         PIC 9(6).
               10  LDG-STEP-ENTRY          OCCURS 40 TIMES.
                   15  LDG-STEP-NAME       PIC X(8).
                   15  LDG-STEP-STATUS     PIC X(1).
                       88  LDG-STEP-NOT-REACHED    VALUE ' '.
                       88  LDG-STEP-STARTED        VALUE 'R'.
                       88  LDG-STEP-COMPLETE       VALUE 'C'.
                       88  LDG-STEP-WARNING        VALUE 'W'.
                       88  LDG-STEP-BYPASSED       VALUE 'B'.
                       88  LDG-STEP-SETTLED        VALUE 'C' 'W'
                                                         'B'.
                   15  LDG-STEP-DATE       PIC 9(8).
                   15  LDG-STEP-TIME       PIC 9(6).
               10  FILLER                  PIC X(58).
           05  LDG-CONTROL-DATA REDEFINES LDG-LEDGER-DATA.
               10  LDG-CURRENT-RUN-DATE    PIC 9(8).
               10  LDG-CONTROL-STATE       PIC X(1).
                   88  LDG-RUN-IS-OPEN             VALUE 'O'.
                   88  LDG-RUN-IS-HELD             VALUE 'H'.
               10  FILLER                  PIC X(983).
