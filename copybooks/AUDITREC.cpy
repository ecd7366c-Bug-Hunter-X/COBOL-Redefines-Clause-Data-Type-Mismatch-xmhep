      *            TRNAUD1 pairs the two monthly so the auditors
      *            can trace any correction end to end.
      *
      *            A C record is also written from batch, by
      *            TRNRSP1, when a source system resupplies a
      *            corrected record against a reject returned to
      *            it: operator *SRC plus the source id, terminal
      *            BTCH, written to AUDFILE ahead of the P record
      *            the same night's TRNPROC1 run adds for it.
      *
      *            Two further events share the layout for the
      *            suspense screen (TRNSUS), with the suspense hold
      *            key - the same date/time/sequence shape - riding
      *            the record as keyed in AUD-CORRECTED-DATA, and
      *            the key is the event date and time - written to
      *            AUDQ before the master is touched.
      *
      *            Dual control: a C, R, X or M action that went
      *            through the TRNAPV approval queue (see
      *            copybooks/APPRREC.cpy) is written by TRNAPV, not
      *            the maker screen, when the second operator acts
      *            on it. AUD-OPERATOR-ID and AUD-TERMINAL-ID stay
      *            the operator who KEYED the action; the approving
      *            operator and terminal ride AUD-APPROVER-ID and
      *            AUD-APPROVER-TERMINAL, and the event date and
      *            time are the moment of approval, when the action
      *            actually moved. A declined action is written
      *            the same way with disposition DECL - nothing was
      *            queued for it. AUD-APPROVER-ID shares its bytes
      *            with AUD-OUT-SEQ-NO, which only a P record uses;
      *            an action that needed no second operator (and
      *            every record written before dual control) has
      *            spaces or zeros there.
      *================================================================
       01  AUDIT-RECORD.
           05  AUD-RECORD-TYPE             PIC X(1).
           05  AUD-EVENT-DATE              PIC 9(8).
           05  AUD-EVENT-TIME              PIC 9(6).
           05  AUD-OUT-SEQ-NO              PIC 9(8).
           05  AUD-APPROVER-ID REDEFINES AUD-OUT-SEQ-NO
                                           PIC X(8).
           05  AUD-DISPOSITION             PIC X(4).
           05  AUD-APPROVER-TERMINAL       PIC X(4).
           05  FILLER                      PIC X(1).
