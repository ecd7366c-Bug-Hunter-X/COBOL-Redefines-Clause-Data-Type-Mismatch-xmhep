       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNAPV.
      *================================================================
      * TRNAPV - Online approval of dual-control actions, the second
      *          operator's half of TRNCORR, TRNSUS and TRNCMT. The
      *          maker screens park on APPRVSAM (see
      *          copybooks/APPRREC.cpy) every action one operator
      *          may not apply alone: a correction over the approval
      *          limit, every suspense release or cancel, and every
      *          customer-master status or credit-limit change.
      *          ENTER pages through what is waiting, one action a
      *          screen - what it is, its target key, who keyed it
      *          where and when, and the before/after bytes - and
      *          PF5 approves the action shown or PF6 declines it.
      *
      * An approval applies exactly what the maker screen would
      * have applied, under the same audit-first discipline: the
      * target (EXCPVSAM reject, SUSPVSAM hold or CUSTMST record) is
      * re-read, the C/R/X/M audit record goes to AUDQ carrying the
      * keying operator AND the approving operator, and only then
      * does the correction reach RESQ, the suspense action reach
      * SUSAQ, or the master change reach CUSTMST. The approver
      * must be a different user ID from the maker - the screen
      * refuses a self-approval outright, and TRNAUD1 lists any
      * that ever reaches the audit trail. A master change is
      * applied only while the master still matches the image the
      * maker saw; anything that moved since must be declined and
      * re-keyed.
      *
      * A decline writes the same audit record with disposition
      * DECL and applies nothing - the reject or hold stays where
      * it was for another attempt. The maker may decline (withdraw)
      * their own action; only approval needs a second person.
      *
      * This is a pseudo-conversational CICS transaction like its
      * siblings: the APPRVSAM key of the action on screen rides
      * DFHCOMMAREA, so PF5/PF6 act on exactly what was shown and
      * ENTER restarts the browse just past it. No browse is held
      * open across tasks.
      *
      * Change history:
      *   2026-10-15  New - dual-control approval screen over the
      *               APPRVSAM pending-approval queue.
      *   2026-10-15  Master changes now carry the credit limit. A
      *               change is matched and applied on the keyed
      *               bytes only (id through limit), so the running
      *               balance TRNPROC1 moved overnight since keying
      *               neither blocks the approval nor is rolled back.
      *================================================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY TRNAPVM.
           COPY TRNAPVC.
           COPY APPRREC.
           COPY AUDITREC.
           COPY EXCPREC.
           COPY SUSPREC.
           COPY SUSAREC.
           COPY CUSTREC.

       01  WS-RESUBMIT-RECORD.
           05  RESUB-EXC-BUSINESS-DATE     PIC 9(8).
           05  RESUB-EXC-RUN-TIME          PIC 9(6).
           05  RESUB-EXC-SEQ-NO            PIC 9(8).
           05  RESUB-CORRECTED-DATA        PIC X(100).
       01  WS-AMOUNT-DISPLAY                PIC -(13)9.99.
       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-AUDIT-DATE                   PIC X(8).
       01  WS-AUDIT-TIME                   PIC X(6).
       01  WS-AUDIT-ORIGINAL               PIC X(100).
       01  WS-AUDIT-CORRECTED              PIC X(100).
       01  WS-AUDIT-DISP                   PIC X(4).
       01  WS-APPROVER-ID                  PIC X(8).
       01  WS-BROWSE-KEY                   PIC X(23).
       01  WS-AMOUNT-TEXT                  PIC X(18).
       01  WS-OLD-LIMIT-TEXT               PIC X(11).
       01  WS-NEW-LIMIT-TEXT               PIC X(11).

       01  WS-AREA-1                       PIC X(100).
           COPY WSAREA1.

       01  WS-FLAGS.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-ACTION-APPLIED           PIC X(1)    VALUE 'N'.
               88  ACTION-WAS-APPLIED                  VALUE 'Y'.
               88  ACTION-NOT-APPLIED                  VALUE 'N'.

       LINKAGE SECTION.

       01  DFHCOMMAREA                     PIC X(23).

       PROCEDURE DIVISION.

       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-ENTRY
           ELSE
               MOVE DFHCOMMAREA TO TRNAPV-COMMAREA
               EXEC CICS RECEIVE MAP('TRNAPVI')
                         MAPSET('TRNAPVM')
                         INTO(TRNAPVI)
               END-EXEC
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 8000-END-CONVERSATION
                   WHEN DFHPF5
                       PERFORM 3000-APPROVE-ACTION
                   WHEN DFHPF6
                       PERFORM 5000-DECLINE-ACTION
                   WHEN OTHER
                       PERFORM 2000-SHOW-NEXT-PENDING
               END-EVALUATE
           END-IF.

       1000-INITIAL-ENTRY.
           MOVE LOW-VALUES TO TRNAPVI
           MOVE SPACES TO CA-APV-KEY
           PERFORM 2000-SHOW-NEXT-PENDING.

      *    Browses APPRVSAM from just past the action last shown
      *    (from the top when nothing was): STARTBR at the shown
      *    key, and when the first READNEXT hands that same action
      *    back, one more READNEXT. Running off the end clears the
      *    commarea key so the next ENTER starts again at the top.
       2000-SHOW-NEXT-PENDING.
           IF CA-APV-KEY = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE CA-APV-KEY TO WS-BROWSE-KEY
           END-IF
           EXEC CICS STARTBR DATASET('APPRVSAM')
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT DATASET('APPRVSAM')
                         INTO(APPROVAL-RECORD)
                         RIDFLD(WS-BROWSE-KEY)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                       AND APR-KEY = CA-APV-KEY
                   EXEC CICS READNEXT DATASET('APPRVSAM')
                             INTO(APPROVAL-RECORD)
                             RIDFLD(WS-BROWSE-KEY)
                             RESP(WS-RESP)
                   END-EXEC
               END-IF
               EXEC CICS ENDBR DATASET('APPRVSAM')
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE APR-KEY TO CA-APV-KEY
               PERFORM 2100-FORMAT-PENDING-ACTION
               MOVE 'PF5 APPROVE, PF6 DECLINE, ENTER NEXT, PF3 EXIT'
                                       TO MSGO
           ELSE
               MOVE SPACES TO PENDO MAKRO OLDO NEWO
               IF CA-APV-KEY = SPACES
                   MOVE 'NOTHING IS AWAITING APPROVAL' TO MSGO
               ELSE
                   MOVE 'END OF QUEUE - ENTER TO START AGAIN AT TOP'
                                       TO MSGO
               END-IF
               MOVE SPACES TO CA-APV-KEY
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    Describes the action in APPROVAL-RECORD on the screen:
      *    what it is, its target key and the amount at stake (the
      *    corrected amount for a correction, the held amount for a
      *    release or cancel - read under the TRNCORR numeric
      *    guard), or the status and credit-limit move for a master
      *    change (NONE where the flag byte says no limit); then
      *    who keyed it, and the before/after bytes.
       2100-FORMAT-PENDING-ACTION.
           MOVE SPACES TO PENDO
           EVALUATE TRUE
               WHEN APR-ACTION-CORRECTION
                   MOVE APR-NEW-DATA TO WS-AREA-1
                   PERFORM 2200-FORMAT-AMOUNT
                   STRING 'CORRECTION OF REJECT '
                          APR-TARGET-DATE '/' APR-TARGET-TIME
                          '/' APR-TARGET-SEQ-NO
                          ' AMT=' WS-AMOUNT-TEXT
                          DELIMITED BY SIZE INTO PENDO
                   END-STRING
               WHEN APR-ACTION-RELEASE
                   MOVE APR-ORIGINAL-DATA TO WS-AREA-1
                   PERFORM 2200-FORMAT-AMOUNT
                   STRING 'EARLY RELEASE OF HOLD '
                          APR-TARGET-DATE '/' APR-TARGET-TIME
                          '/' APR-TARGET-SEQ-NO
                          ' AMT=' WS-AMOUNT-TEXT
                          DELIMITED BY SIZE INTO PENDO
                   END-STRING
               WHEN APR-ACTION-CANCEL
                   MOVE APR-ORIGINAL-DATA TO WS-AREA-1
                   PERFORM 2200-FORMAT-AMOUNT
                   STRING 'CANCEL OF HOLD '
                          APR-TARGET-DATE '/' APR-TARGET-TIME
                          '/' APR-TARGET-SEQ-NO
                          ' AMT=' WS-AMOUNT-TEXT
                          DELIMITED BY SIZE INTO PENDO
                   END-STRING
               WHEN APR-ORIGINAL-DATA = SPACES
                   PERFORM 2300-FORMAT-LIMITS
                   STRING 'ADD CUSTOMER ' APR-TARGET-CUST-ID
                          ' WITH STATUS ' APR-NEW-DATA (41:1)
                          ' LIMIT ' WS-NEW-LIMIT-TEXT
                          DELIMITED BY SIZE INTO PENDO
                   END-STRING
               WHEN OTHER
                   PERFORM 2300-FORMAT-LIMITS
                   STRING 'CHANGE CUST '
                          APR-TARGET-CUST-ID
                          ' STATUS ' APR-ORIGINAL-DATA (41:1)
                          ' TO ' APR-NEW-DATA (41:1)
                          ' LIMIT ' WS-OLD-LIMIT-TEXT
                          ' TO ' WS-NEW-LIMIT-TEXT
                          DELIMITED BY SIZE INTO PENDO
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO MAKRO
           STRING 'KEYED BY ' APR-MAKER-ID
                  ' AT ' APR-MAKER-TERMINAL
                  ' ON ' APR-KEYED-DATE ' ' APR-KEYED-TIME
                  DELIMITED BY SIZE INTO MAKRO
           END-STRING
           MOVE APR-ORIGINAL-DATA TO OLDO
           MOVE APR-NEW-DATA TO NEWO.

       2200-FORMAT-AMOUNT.
           IF WS-AREA-1 (1:18) IS NUMERIC
                   AND WS-TRANS-AMOUNT IS NUMERIC
               MOVE WS-TRANS-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-AMOUNT-TEXT
           ELSE
               MOVE 'UNREADABLE' TO WS-AMOUNT-TEXT
           END-IF.

      *    The credit limit either side of a master change, as the
      *    digits keyed or NONE where the flag byte says no limit
      *    (an add's before side and a master from before limits
      *    both read NONE).
       2300-FORMAT-LIMITS.
           IF APR-ORIGINAL-DATA (42:1) = 'Y'
               MOVE APR-ORIGINAL-DATA (43:11) TO WS-OLD-LIMIT-TEXT
           ELSE
               MOVE 'NONE' TO WS-OLD-LIMIT-TEXT
           END-IF
           IF APR-NEW-DATA (42:1) = 'Y'
               MOVE APR-NEW-DATA (43:11) TO WS-NEW-LIMIT-TEXT
           ELSE
               MOVE 'NONE' TO WS-NEW-LIMIT-TEXT
           END-IF.

      *    The pending action is re-read rather than trusted from
      *    the browse task - another approver may have acted on it
      *    in between. The approver's user ID must differ from the
      *    maker's; then the action is applied by the paragraph for
      *    its kind, and the queue entry is deleted only once the
      *    action has really moved. A failure part-way leaves the
      *    entry waiting, for the approver to retry or decline.
       3000-APPROVE-ACTION.
           IF CA-APV-KEY = SPACES
               MOVE 'NOTHING SHOWN - PRESS ENTER FOR THE NEXT ACTION'
                                       TO MSGO
               PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF
           MOVE CA-APV-KEY TO APR-KEY
           EXEC CICS READ DATASET('APPRVSAM')
                     INTO(APPROVAL-RECORD)
                     RIDFLD(APR-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO PENDO MAKRO OLDO NEWO
               MOVE 'NO LONGER AWAITING APPROVAL - ENTER FOR NEXT'
                                       TO MSGO
               PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF
           PERFORM 2100-FORMAT-PENDING-ACTION
           EXEC CICS ASSIGN USERID(WS-APPROVER-ID)
           END-EXEC
           IF WS-APPROVER-ID = APR-MAKER-ID
               MOVE 'YOU KEYED THIS - A DIFFERENT OPERATOR MUST APPROVE'
                                       TO MSGO
               PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF
           SET ACTION-NOT-APPLIED TO TRUE
           EVALUATE TRUE
               WHEN APR-ACTION-CORRECTION
                   PERFORM 3100-APPLY-CORRECTION
               WHEN APR-ACTION-RELEASE
                   PERFORM 3200-APPLY-SUSPENSE-ACTION
               WHEN APR-ACTION-CANCEL
                   PERFORM 3200-APPLY-SUSPENSE-ACTION
               WHEN OTHER
                   PERFORM 3300-APPLY-MASTER-CHANGE
           END-EVALUATE
           IF ACTION-WAS-APPLIED
               EXEC CICS DELETE DATASET('APPRVSAM')
                         RIDFLD(APR-KEY)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'APPLIED BUT STILL SHOWS AS PENDING'
                                       TO MSGO
               END-IF
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    The TRNCORR PF5 path, applied on the maker's behalf: the
      *    C audit record (the reject's bytes as they stand now
      *    against the corrected bytes the maker keyed), then RESQ,
      *    then the EXCPVSAM delete.
       3100-APPLY-CORRECTION.
           MOVE APR-TARGET-DATE   TO EXC-BUSINESS-DATE
           MOVE APR-TARGET-TIME   TO EXC-RUN-TIME
           MOVE APR-TARGET-SEQ-NO TO EXC-SEQ-NO
           EXEC CICS READ DATASET('EXCPVSAM')
                     INTO(EXCEPTION-RECORD)
                     RIDFLD(EXC-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'REJECT NO LONGER ON SUSPENSE - DECLINE THIS ONE'
                                       TO MSGO
           ELSE
               MOVE EXC-ORIGINAL-DATA TO WS-AUDIT-ORIGINAL
               MOVE APR-NEW-DATA      TO WS-AUDIT-CORRECTED
               MOVE SPACES            TO WS-AUDIT-DISP
               PERFORM 4000-WRITE-AUDIT-RECORD
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNABLE TO WRITE AUDIT RECORD - NOT APPROVED'
                                       TO MSGO
               ELSE
                   MOVE APR-TARGET-DATE   TO RESUB-EXC-BUSINESS-DATE
                   MOVE APR-TARGET-TIME   TO RESUB-EXC-RUN-TIME
                   MOVE APR-TARGET-SEQ-NO TO RESUB-EXC-SEQ-NO
                   MOVE APR-NEW-DATA      TO RESUB-CORRECTED-DATA
                   EXEC CICS WRITEQ TD QUEUE('RESQ')
                             FROM(WS-RESUBMIT-RECORD)
                             LENGTH(LENGTH OF WS-RESUBMIT-RECORD)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'UNABLE TO QUEUE CORRECTION - TRY AGAIN'
                                       TO MSGO
                   ELSE
                       SET ACTION-WAS-APPLIED TO TRUE
                       EXEC CICS DELETE DATASET('EXCPVSAM')
                                 RIDFLD(EXC-KEY)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE 'APPROVED - RESUBMITTED FOR NEXT BATCH'
                                       TO MSGO
                       ELSE
                           MOVE 'QUEUED BUT COULD NOT CLEAR REJECT'
                                       TO MSGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The TRNSUS PF5/PF6 path, applied on the maker's behalf:
      *    the R or X audit record over the held bytes, then the
      *    action to SUSAQ for the next TRNPROC1 run, then the
      *    SUSPVSAM delete that keeps the screens honest until the
      *    nightly reload. The approval action codes are the SUSAQ
      *    action codes.
       3200-APPLY-SUSPENSE-ACTION.
           MOVE APR-TARGET-DATE   TO SUSP-HELD-DATE
           MOVE APR-TARGET-TIME   TO SUSP-HELD-TIME
           MOVE APR-TARGET-SEQ-NO TO SUSP-SEQ-NO
           EXEC CICS READ DATASET('SUSPVSAM')
                     INTO(SUSPENSE-RECORD)
                     RIDFLD(SUSP-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NO LONGER HELD - DECLINE THIS ONE'
                                       TO MSGO
           ELSE
               MOVE SUSP-DATA TO WS-AUDIT-ORIGINAL
               MOVE SPACES    TO WS-AUDIT-CORRECTED
               IF APR-ACTION-CANCEL
                   MOVE 'CANC' TO WS-AUDIT-DISP
               ELSE
                   MOVE 'REL ' TO WS-AUDIT-DISP
               END-IF
               PERFORM 4000-WRITE-AUDIT-RECORD
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNABLE TO WRITE AUDIT RECORD - NOT APPROVED'
                                       TO MSGO
               ELSE
                   MOVE APR-ACTION        TO SUSA-ACTION
                   MOVE APR-TARGET-DATE   TO SUSA-HELD-DATE
                   MOVE APR-TARGET-TIME   TO SUSA-HELD-TIME
                   MOVE APR-TARGET-SEQ-NO TO SUSA-SEQ-NO
                   MOVE SPACES TO SUSPENSE-ACTION-RECORD (24:17)
                   EXEC CICS WRITEQ TD QUEUE('SUSAQ')
                             FROM(SUSPENSE-ACTION-RECORD)
                             LENGTH(LENGTH OF
                                 SUSPENSE-ACTION-RECORD)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'UNABLE TO QUEUE ACTION - TRY AGAIN'
                                       TO MSGO
                   ELSE
                       SET ACTION-WAS-APPLIED TO TRUE
                       EXEC CICS DELETE DATASET('SUSPVSAM')
                                 RIDFLD(SUSP-KEY)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE 'QUEUED BUT STILL SHOWS AS HELD'
                                       TO MSGO
                       ELSE
                       IF SUSA-CANCEL
                           MOVE 'APPROVED - CANCELLED, IT WILL NOT POST'
                                       TO MSGO
                       ELSE
                           MOVE 'APPROVED - RELEASED INTO NEXT BATCH'
                                       TO MSGO
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The TRNCMT PF5 path, applied on the maker's behalf - but
      *    only while the master still is what the maker saw. An
      *    add needs the customer still absent; a change needs the
      *    record, read for update, to match the before image byte
      *    for byte over the maintained bytes (1-53, id through
      *    credit limit). Anything else has moved since it was
      *    keyed and must be declined and re-keyed against the
      *    master as it now stands. The running balance behind
      *    them is TRNPROC1's and moves every night, so it is
      *    neither compared nor overwritten - the change lands on
      *    the balance as it stands at approval.
       3300-APPLY-MASTER-CHANGE.
           MOVE APR-TARGET-CUST-ID TO CUST-ID
           IF APR-ORIGINAL-DATA = SPACES
               EXEC CICS READ DATASET('CUSTMST')
                         INTO(CUSTOMER-MASTER-RECORD)
                         RIDFLD(CUST-ID)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER ADDED SINCE KEYED - DECLINE THIS ONE'
                                       TO MSGO
               ELSE
                   PERFORM 3400-AUDIT-MASTER-CHANGE
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'UNABLE TO WRITE AUDIT RECORD - NOT ADDED'
                                       TO MSGO
                   ELSE
                       MOVE APR-NEW-DATA (1:80)
                           TO CUSTOMER-MASTER-RECORD
                       EXEC CICS WRITE DATASET('CUSTMST')
                                 FROM(CUSTOMER-MASTER-RECORD)
                                 RIDFLD(CUST-ID)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET ACTION-WAS-APPLIED TO TRUE
                           MOVE 'APPROVED - CUSTOMER ADDED' TO MSGO
                       ELSE
                           MOVE 'AUDITED BUT ADD FAILED - RETRY'
                                       TO MSGO
                       END-IF
                   END-IF
               END-IF
           ELSE
               EXEC CICS READ DATASET('CUSTMST')
                         INTO(CUSTOMER-MASTER-RECORD)
                         RIDFLD(CUST-ID)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER GONE SINCE KEYED - DECLINE THIS ONE'
                                       TO MSGO
               ELSE
               IF CUSTOMER-MASTER-RECORD (1:53)
                       NOT = APR-ORIGINAL-DATA (1:53)
                   EXEC CICS UNLOCK DATASET('CUSTMST')
                   END-EXEC
                   MOVE 'MASTER CHANGED SINCE KEYED - DECLINE AND REKEY'
                                       TO MSGO
               ELSE
                   PERFORM 3400-AUDIT-MASTER-CHANGE
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS UNLOCK DATASET('CUSTMST')
                       END-EXEC
                       MOVE 'UNABLE TO WRITE AUDIT RECORD - NO CHANGE'
                                       TO MSGO
                   ELSE
                       MOVE APR-NEW-DATA (1:53)
                           TO CUSTOMER-MASTER-RECORD (1:53)
                       EXEC CICS REWRITE DATASET('CUSTMST')
                                 FROM(CUSTOMER-MASTER-RECORD)
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET ACTION-WAS-APPLIED TO TRUE
                           MOVE 'APPROVED - CUSTOMER CHANGED' TO MSGO
                       ELSE
                           MOVE 'AUDITED BUT CHANGE FAILED - RETRY'
                                       TO MSGO
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       3400-AUDIT-MASTER-CHANGE.
           MOVE APR-ORIGINAL-DATA TO WS-AUDIT-ORIGINAL
           MOVE APR-NEW-DATA      TO WS-AUDIT-CORRECTED
           MOVE SPACES            TO WS-AUDIT-DISP
           PERFORM 4000-WRITE-AUDIT-RECORD.

      *    One audit record per approved or declined action, in the
      *    record type of the action itself (the approval action
      *    codes are the AUDITREC types): the keying operator and
      *    terminal off the queue entry, the approving operator
      *    and this terminal beside them, and the event date and
      *    time of this approval. A master change is keyed on the
      *    event date and time, as TRNCMT keys its own; the others
      *    carry their exception or hold key.
       4000-WRITE-AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC
           MOVE SPACES TO AUDIT-RECORD
           MOVE APR-ACTION             TO AUD-RECORD-TYPE
           IF APR-ACTION-MASTER
               MOVE WS-AUDIT-DATE      TO AUD-BUSINESS-DATE
               MOVE WS-AUDIT-TIME      TO AUD-EXC-RUN-TIME
               MOVE ZERO               TO AUD-EXC-SEQ-NO
           ELSE
               MOVE APR-TARGET-DATE    TO AUD-BUSINESS-DATE
               MOVE APR-TARGET-TIME    TO AUD-EXC-RUN-TIME
               MOVE APR-TARGET-SEQ-NO  TO AUD-EXC-SEQ-NO
           END-IF
           MOVE WS-AUDIT-ORIGINAL      TO AUD-ORIGINAL-DATA
           MOVE WS-AUDIT-CORRECTED     TO AUD-CORRECTED-DATA
           MOVE APR-MAKER-ID           TO AUD-OPERATOR-ID
           MOVE APR-MAKER-TERMINAL     TO AUD-TERMINAL-ID
           MOVE WS-AUDIT-DATE          TO AUD-EVENT-DATE
           MOVE WS-AUDIT-TIME          TO AUD-EVENT-TIME
           MOVE WS-APPROVER-ID         TO AUD-APPROVER-ID
           MOVE EIBTRMID               TO AUD-APPROVER-TERMINAL
           MOVE WS-AUDIT-DISP          TO AUD-DISPOSITION
           EXEC CICS WRITEQ TD QUEUE('AUDQ')
                     FROM(AUDIT-RECORD)
                     LENGTH(LENGTH OF AUDIT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      *    A decline applies nothing: the DECL audit record, both
      *    operators on it, then the queue entry goes. The reject
      *    or hold stays where it was and the master is untouched,
      *    so the maker can key the action again properly.
       5000-DECLINE-ACTION.
           IF CA-APV-KEY = SPACES
               MOVE 'NOTHING SHOWN - PRESS ENTER FOR THE NEXT ACTION'
                                       TO MSGO
               PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF
           MOVE CA-APV-KEY TO APR-KEY
           EXEC CICS READ DATASET('APPRVSAM')
                     INTO(APPROVAL-RECORD)
                     RIDFLD(APR-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO PENDO MAKRO OLDO NEWO
               MOVE 'NO LONGER AWAITING APPROVAL - ENTER FOR NEXT'
                                       TO MSGO
               PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF
           PERFORM 2100-FORMAT-PENDING-ACTION
           EXEC CICS ASSIGN USERID(WS-APPROVER-ID)
           END-EXEC
           MOVE APR-ORIGINAL-DATA TO WS-AUDIT-ORIGINAL
           MOVE APR-NEW-DATA      TO WS-AUDIT-CORRECTED
           MOVE 'DECL'            TO WS-AUDIT-DISP
           PERFORM 4000-WRITE-AUDIT-RECORD
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO WRITE AUDIT RECORD - NOT DECLINED'
                                       TO MSGO
           ELSE
               EXEC CICS DELETE DATASET('APPRVSAM')
                         RIDFLD(APR-KEY)
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'DECLINED - NOTHING WAS APPLIED' TO MSGO
               ELSE
                   MOVE 'AUDITED BUT STILL SHOWS AS PENDING'
                                       TO MSGO
               END-IF
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.

       8000-END-CONVERSATION.
           MOVE 'TRNAPV COMPLETE' TO MSGO
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       9000-SEND-MAP-AND-RETURN.
           EXEC CICS SEND MAP('TRNAPVI')
                     MAPSET('TRNAPVM')
                     FROM(TRNAPVO)
                     ERASE
                     CURSOR
           END-EXEC
           EXEC CICS RETURN TRANSID('TRNA')
                     COMMAREA(TRNAPV-COMMAREA)
           END-EXEC.
