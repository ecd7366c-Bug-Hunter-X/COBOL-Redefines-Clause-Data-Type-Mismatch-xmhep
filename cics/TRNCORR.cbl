      *               not dig it out of the raw bytes. REASON=
      *               tightened to RSN= so the full line still
      *               fits the 70-byte field.
      *   2026-10-15  Dual control: a correction whose corrected
      *               amount is over WS-APPROVAL-LIMIT (or whose
      *               amount cannot be read to judge it) is no
      *               longer queued to RESQ at PF5 - it is parked
      *               on APPRVSAM for a different operator to
      *               approve on TRNAPV, which writes the C audit
      *               record with both operators, queues RESQ and
      *               clears the reject. A correction within the
      *               limit, and the PF6 discard, are unchanged.
      *================================================================

       DATA DIVISION.
           COPY EXCPREC.
           COPY TRNCORRC.
           COPY AUDITREC.
           COPY APPRREC.

       01  WS-RESUBMIT-RECORD.
           05  RESUB-EXC-BUSINESS-DATE     PIC 9(8).
       01  WS-AUDIT-CORRECTED              PIC X(100).
       01  WS-AUDIT-DISP                   PIC X(4).

      *    A correction whose corrected amount, either sign, is over
      *    this limit needs a second operator on TRNAPV before it
      *    reaches RESQ.
       01  WS-APPROVAL-LIMIT               PIC S9(13)V99 COMP-3
                                                 VALUE 10000.00.
       01  WS-CORRECTED-AMOUNT             PIC S9(13)V99 COMP-3.

       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.

           05  WS-AREA-1-NUMERIC           PIC X(1)    VALUE 'N'.
               88  AREA-1-IS-NUMERIC                   VALUE 'Y'.
               88  AREA-1-IS-NOT-NUMERIC               VALUE 'N'.
           05  WS-APPROVAL-NEEDED          PIC X(1)    VALUE 'N'.
               88  CORRECTION-NEEDS-APPROVAL           VALUE 'Y'.
               88  CORRECTION-WITHIN-LIMIT             VALUE 'N'.

       LINKAGE SECTION.

      *    queued: if the audit trail cannot be written, nothing
      *    moves. A retry after a RESQ failure can leave a second C
      *    record for the same key; TRNAUD1 shows both, which is
      *    what an auditor would want anyway. A correction over the
      *    approval limit goes no further than APPRVSAM here - the
      *    audit record, RESQ and the EXCPVSAM delete all wait for
      *    the second operator on TRNAPV.
       3000-RESUBMIT-RECORD.
           MOVE CA-BUS-DATE TO EXC-BUSINESS-DATE
           MOVE CA-RUN-TIME TO EXC-RUN-TIME
               MOVE 'RECORD NO LONGER ON SUSPENSE - LOOK IT UP AGAIN'
                                       TO MSGO
           ELSE
               PERFORM 3050-CHECK-APPROVAL-LIMIT
               IF CORRECTION-NEEDS-APPROVAL
                   PERFORM 3200-QUEUE-FOR-APPROVAL
               ELSE
                   MOVE CORRI  TO WS-AUDIT-CORRECTED
                   MOVE SPACES TO WS-AUDIT-DISP
                   PERFORM 3100-WRITE-AUDIT-RECORD
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'UNABLE TO WRITE AUDIT RECORD - NOT QUEUED'
                                               TO MSGO
                   ELSE
                       MOVE CA-BUS-DATE TO RESUB-EXC-BUSINESS-DATE
                       MOVE CA-RUN-TIME TO RESUB-EXC-RUN-TIME
                       MOVE CA-SEQ-NO   TO RESUB-EXC-SEQ-NO
                       MOVE CORRI       TO RESUB-CORRECTED-DATA
                       EXEC CICS WRITEQ TD QUEUE('RESQ')
                                 FROM(WS-RESUBMIT-RECORD)
                                 LENGTH(LENGTH OF WS-RESUBMIT-RECORD)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE 'UNABLE TO QUEUE CORRECTION - TRY AGAIN'
                                               TO MSGO
                       ELSE
                           EXEC CICS DELETE DATASET('EXCPVSAM')
                                     RIDFLD(EXC-KEY)
                                     RESP(WS-RESP)
                           END-EXEC
                           IF WS-RESP = DFHRESP(NORMAL)
                               MOVE 'RESUBMITTED FOR NEXT BATCH CYCLE'
                                               TO MSGO
                           ELSE
                               MOVE 'QUEUED BUT COULD NOT CLEAR REJECT'
                                               TO MSGO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    The corrected bytes are read through the same WS-AREA-2
      *    view, under the same numeric guard, that 2000 uses on
      *    the rejected bytes. A corrected record whose amount
      *    cannot be read cannot be judged against the limit, so
      *    it goes to approval too - nobody moves an amount alone
      *    that nobody could see.
       3050-CHECK-APPROVAL-LIMIT.
           SET CORRECTION-WITHIN-LIMIT TO TRUE
           MOVE CORRI TO WS-AREA-1
           IF WS-AREA-1 (1:18) IS NUMERIC
                   AND WS-TRANS-AMOUNT IS NUMERIC
               MOVE WS-TRANS-AMOUNT TO WS-CORRECTED-AMOUNT
               IF WS-CORRECTED-AMOUNT < ZERO
                   COMPUTE WS-CORRECTED-AMOUNT
                       = ZERO - WS-CORRECTED-AMOUNT
               END-IF
               IF WS-CORRECTED-AMOUNT > WS-APPROVAL-LIMIT
                   SET CORRECTION-NEEDS-APPROVAL TO TRUE
               END-IF
           ELSE
               SET CORRECTION-NEEDS-APPROVAL TO TRUE
           END-IF.

       3100-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           SET AUD-CORRECTION-KEYED TO TRUE
           END-EXEC
           MOVE WS-AUDIT-DATE      TO AUD-EVENT-DATE
           MOVE WS-AUDIT-TIME      TO AUD-EVENT-TIME
           MOVE SPACES             TO AUD-APPROVER-ID
           MOVE WS-AUDIT-DISP      TO AUD-DISPOSITION
           EXEC CICS WRITEQ TD QUEUE('AUDQ')
                     FROM(AUDIT-RECORD)
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    Parks the correction on APPRVSAM under the exception key
      *    with the rejected and corrected bytes and this operator's
      *    identity. Nothing is audited, queued or cleared yet - the
      *    reject stays on EXCPVSAM until TRNAPV applies the
      *    approval. A correction already waiting for this key
      *    refuses a second one (duplicate key) rather than stacking
      *    a competing correction behind it.
       3200-QUEUE-FOR-APPROVAL.
           MOVE SPACES TO APPROVAL-RECORD
           SET APR-QUEUE-CORRECTION TO TRUE
           MOVE CA-BUS-DATE        TO APR-TARGET-DATE
           MOVE CA-RUN-TIME        TO APR-TARGET-TIME
           MOVE CA-SEQ-NO          TO APR-TARGET-SEQ-NO
           SET APR-ACTION-CORRECTION TO TRUE
           MOVE EXC-ORIGINAL-DATA  TO APR-ORIGINAL-DATA
           MOVE CORRI              TO APR-NEW-DATA
           EXEC CICS ASSIGN USERID(APR-MAKER-ID)
           END-EXEC
           MOVE EIBTRMID           TO APR-MAKER-TERMINAL
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC
           MOVE WS-AUDIT-DATE      TO APR-KEYED-DATE
           MOVE WS-AUDIT-TIME      TO APR-KEYED-TIME
           EXEC CICS WRITE DATASET('APPRVSAM')
                     FROM(APPROVAL-RECORD)
                     RIDFLD(APR-KEY)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'OVER LIMIT - QUEUED FOR A SECOND OPERATOR'
                                           TO MSGO
               WHEN DFHRESP(DUPREC)
                   MOVE 'ALREADY AWAITING APPROVAL - SEE TRNAPV'
                                           TO MSGO
               WHEN OTHER
                   MOVE 'UNABLE TO QUEUE FOR APPROVAL - TRY AGAIN'
                                           TO MSGO
           END-EVALUATE.

       8000-END-CONVERSATION.
           MOVE 'TRNCORR COMPLETE' TO MSGO
           EXEC CICS SEND TEXT
