      *================================================================
      * MONRULE - Monitoring rule card, fixed 80-byte records read
      *           off MONRULES (PROD.TRAN.MONITOR.RULES), the deck
      *           compliance maintains to set TRNMON1's thresholds
      *           without a program change. One card per rule
      *           setting, keyword in columns 1-8, a whole-number
      *           value right-justified with leading zeros in
      *           columns 10-20, anything after column 21 free
      *           text for the people who maintain the deck:
      *             SINGLE   - single-item amount threshold
      *             DAYCOUNT - postings per customer per night
      *             DAYAMT   - amount per customer per night
      *             RATIO    - multiple of the customer's trailing
      *                        average one posting may reach
      *             MINHIST  - history postings a customer needs
      *                        before RATIO is applied
      *             REPORTAT - the reporting threshold amount
      *             BAND     - percent below REPORTAT counted as
      *                        just under it
      *             STRUCTNO - just-under postings, tonight's and
      *                        CONVHIST's together, that make a run
      *           Amounts are whole currency units. A card with an
      *           asterisk in column 1 is a comment. A keyword the
      *           deck leaves out keeps its standing default; an
      *           unknown keyword or a value that is not a number
      *           above zero stops the run, since a mistyped deck
      *           must not quietly switch a rule off.
      *================================================================
       01  MONITOR-RULE-RECORD.
           05  MRL-KEYWORD                 PIC X(8).
           05  MRL-KEYWORD-PARTS REDEFINES MRL-KEYWORD.
               10  MRL-COMMENT-MARK        PIC X(1).
                   88  MRL-COMMENT-CARD            VALUE '*'.
               10  FILLER                  PIC X(7).
           05  FILLER                      PIC X(1).
           05  MRL-VALUE                   PIC 9(11).
           05  FILLER                      PIC X(1).
           05  MRL-DESCRIPTION             PIC X(40).
           05  FILLER                      PIC X(19).
