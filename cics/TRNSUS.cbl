      * - if the audit trail cannot be written, nothing moves, the
      * TRNCORR discipline. The SUSPVSAM delete afterwards only
      * keeps the screen honest until the nightly reload; the
      * queued action is what the batch run applies. Under dual
      * control all three happen on TRNAPV, when a second
      * operator approves the action this screen parked on
      * APPRVSAM.
      *
      * Change history:
      *   2026-09-01  New - suspense view/release/cancel screen
      *               with R and X audit records.
      *   2026-10-15  Dual control: PF5 and PF6 no longer act on
      *               one supervisor's say-so. Both park the action
      *               on APPRVSAM for a different operator to
      *               approve on TRNAPV, which now writes the R/X
      *               audit record (both operators on it), queues
      *               SUSAQ and clears SUSPVSAM. The held record
      *               stays held - and visible here - until then.
      *================================================================

       DATA DIVISION.
           COPY TRNSUSM.
           COPY SUSPREC.
           COPY TRNSUSC.
           COPY APPRREC.

       01  WS-AMOUNT-DISPLAY                PIC -(13)9.99.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-KEYED-DATE                   PIC X(8).
       01  WS-KEYED-TIME                   PIC X(6).

       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.

       01  WS-FLAGS.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-KEYED-ACTION             PIC X(1).

       LINKAGE SECTION.


      *    The held record is re-read rather than trusted from the
      *    lookup task - another supervisor may have acted on it in
      *    between. Neither key moves anything by itself: the
      *    release or cancel is parked on APPRVSAM under the hold
      *    key, with the held bytes and this operator's identity,
      *    and TRNAPV applies it - R/X audit record first, then
      *    SUSAQ, then the SUSPVSAM delete - once a different
      *    operator approves. One action at a time per hold: a
      *    second release or cancel while one is waiting refuses
      *    on the duplicate key.
       3000-RELEASE-RECORD.
           SET APR-ACTION-RELEASE TO TRUE
           PERFORM 4000-QUEUE-SUSPENSE-ACTION.

       3500-CANCEL-RECORD.
           SET APR-ACTION-CANCEL TO TRUE
           PERFORM 4000-QUEUE-SUSPENSE-ACTION.

       4000-QUEUE-SUSPENSE-ACTION.
           MOVE CA-SUS-HELD-DATE TO SUSP-HELD-DATE
           MOVE CA-SUS-HELD-TIME TO SUSP-HELD-TIME
           MOVE CA-SUS-SEQ-NO    TO SUSP-SEQ-NO
               MOVE 'RECORD NO LONGER HELD - LOOK IT UP AGAIN'
                                       TO MSGO
           ELSE
               PERFORM 4100-BUILD-APPROVAL-RECORD
               EXEC CICS WRITE DATASET('APPRVSAM')
                         FROM(APPROVAL-RECORD)
                         RIDFLD(APR-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE 'ALREADY AWAITING APPROVAL - SEE TRNAPV'
                                       TO MSGO
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'UNABLE TO QUEUE FOR APPROVAL - TRY AGAIN'
                                       TO MSGO
                   WHEN APR-ACTION-CANCEL
                       MOVE 'CANCEL QUEUED FOR A SECOND OPERATOR'
                                       TO MSGO
                   WHEN OTHER
                       MOVE 'RELEASE QUEUED FOR A SECOND OPERATOR'
                                       TO MSGO
               END-EVALUATE
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    The action code was set by 3000/3500 before the record
      *    is cleared, so it is saved across the MOVE SPACES.
       4100-BUILD-APPROVAL-RECORD.
           MOVE APR-ACTION TO WS-KEYED-ACTION
           MOVE SPACES TO APPROVAL-RECORD
           MOVE WS-KEYED-ACTION    TO APR-ACTION
           SET APR-QUEUE-SUSPENSE  TO TRUE
           MOVE CA-SUS-HELD-DATE   TO APR-TARGET-DATE
           MOVE CA-SUS-HELD-TIME   TO APR-TARGET-TIME
           MOVE CA-SUS-SEQ-NO      TO APR-TARGET-SEQ-NO
           MOVE SUSP-DATA          TO APR-ORIGINAL-DATA
           MOVE SPACES             TO APR-NEW-DATA
           EXEC CICS ASSIGN USERID(APR-MAKER-ID)
           END-EXEC
           MOVE EIBTRMID           TO APR-MAKER-TERMINAL
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-KEYED-DATE)
                     TIME(WS-KEYED-TIME)
           END-EXEC
           MOVE WS-KEYED-DATE      TO APR-KEYED-DATE
           MOVE WS-KEYED-TIME      TO APR-KEYED-TIME.

       8000-END-CONVERSATION.
           MOVE 'TRNSUS COMPLETE' TO MSGO
