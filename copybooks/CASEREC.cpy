      *================================================================
      * CASEREC - Compliance monitoring case record (VSAM KSDS
      *           CASEFILE, see jcl/CASEVDEF.jcl), fixed 120 bytes.
      *           TRNMON1 opens one case per customer per night
      *           that trips any monitoring rule: a case header
      *           (CAS-LINE-NO zero) saying which rules fired and
      *           the figures they fired on, followed by one
      *           posting line per triggering posting (CAS-LINE-NO
      *           1 upward) - tonight's postings, and for a
      *           structuring hit the earlier just-under-threshold
      *           postings off CONVHIST that make up the run. The
      *           postings are copied onto the case, not pointed
      *           at, so the case outlives CONVHIST's thirty-
      *           business-day window. Keyed on the run date and
      *           customer, so a night's cases file together and a
      *           customer's lines stay contiguous.
      *
      *           Cases are retained - never REUSE or purge the
      *           cluster. TRNCAS1 closes a case from a compliance
      *           disposition card, stamping the outcome, who
      *           closed it and when; only the header changes.
      *
      *           Rule flags are Y when the rule fired:
      *             LRGE - one posting at or over the single-item
      *                    threshold
      *             DCNT - the customer's posting count tonight at
      *                    or over the daily count
      *             DAMT - the customer's posted amount tonight at
      *                    or over the daily amount
      *             RATO - one posting at or over the set multiple
      *                    of the customer's trailing average
      *             STRC - a run of postings just under the
      *                    reporting threshold
      *           The same four-letter names go in CAP-RULE on the
      *           posting lines, the first rule that posting met.
      *           Amounts are magnitudes: a reversal counts for
      *           its size, not netted off.
      *================================================================
       01  CASE-RECORD.
           05  CAS-KEY.
               10  CAS-RUN-DATE            PIC 9(8).
               10  CAS-CUST-ID             PIC 9(10).
               10  CAS-LINE-NO             PIC 9(4).
                   88  CAS-IS-HEADER               VALUE ZERO.
           05  CAS-CASE-DATA.
               10  CAS-RULE-FLAGS.
                   15  CAS-RULE-LARGE      PIC X(1).
                       88  CAS-HIT-LARGE           VALUE 'Y'.
                   15  CAS-RULE-DAY-COUNT  PIC X(1).
                       88  CAS-HIT-DAY-COUNT       VALUE 'Y'.
                   15  CAS-RULE-DAY-AMOUNT PIC X(1).
                       88  CAS-HIT-DAY-AMOUNT      VALUE 'Y'.
                   15  CAS-RULE-RATIO      PIC X(1).
                       88  CAS-HIT-RATIO           VALUE 'Y'.
                   15  CAS-RULE-STRUCTURING
                                           PIC X(1).
                       88  CAS-HIT-STRUCTURING     VALUE 'Y'.
               10  CAS-STATUS              PIC X(1).
                   88  CAS-OPEN                    VALUE 'O'.
                   88  CAS-CLOSED                  VALUE 'C'.
               10  CAS-DAY-COUNT           PIC 9(5).
               10  CAS-DAY-AMOUNT          PIC S9(13)V99 COMP-3.
               10  CAS-TRAILING-AVERAGE    PIC S9(13)V99 COMP-3.
               10  CAS-POSTING-COUNT       PIC 9(4).
               10  CAS-CLOSED-DATE         PIC 9(8).
               10  CAS-CLOSED-BY           PIC X(8).
               10  CAS-OUTCOME             PIC X(4).
                   88  CAS-OUTCOME-NO-ACTION       VALUE 'NFA '.
                   88  CAS-OUTCOME-REPORTED        VALUE 'SAR '.
                   88  CAS-OUTCOME-REFERRED        VALUE 'REF '.
               10  CAS-CLOSE-NOTE          PIC X(40).
               10  FILLER                  PIC X(7).
           05  CAS-POSTING-DATA REDEFINES CAS-CASE-DATA.
               10  CAP-RUN-DATE            PIC 9(8).
               10  CAP-SEQ-NO              PIC 9(8).
               10  CAP-TRANS-DATE          PIC 9(8).
               10  CAP-TRANS-AMOUNT        PIC S9(13)V99 COMP-3.
               10  CAP-RECORD-TYPE         PIC X(1).
               10  CAP-SOURCE-ID           PIC X(4).
               10  CAP-RULE                PIC X(4).
               10  FILLER                  PIC X(57).
