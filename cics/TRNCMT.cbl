      * TRNCMT - Online customer-master maintenance, the maintenance
      *          sibling of TRNCORR/TRNINQ/TRNSUS. An operator keys
      *          a customer number and ENTER shows the master as it
      *          stands - name, status and credit limit, or NEW
      *          CUSTOMER when the master does not carry the number
      *          - then keys the name, status and limit wanted and
      *          PF5 applies it: an add
      *          when the lookup found nothing (the legitimate
      *          new-customer case whose first transaction would
      *          otherwise CUST-reject nightly with nothing for the
      *          TRNCORR operator to fix), a change of CUST-NAME,
      *          CUST-STATUS and the credit limit when it did.
      *          Status A (or space) posts, F holds postings on
      *          suspense, C rejects them - the same bytes TRNPROC1
      *          enforces. The limit is keyed in whole units; blank
      *          means no limit. The running balance is TRNPROC1's
      *          and is never keyed here - a change carries it over
      *          as it stands, and an add starts it at zero.
      *
      * This is a pseudo-conversational CICS transaction like its
      * siblings: the customer number and whether it was on the
      * Change history:
      *   2026-09-01  New - customer-master add/change screen with
      *               M audit records.
      *   2026-10-15  Dual control: a change that moves CUST-STATUS
      *               (an add keyed frozen or closed included) is
      *               parked on APPRVSAM for a different operator
      *               to approve on TRNAPV, which writes the M audit
      *               record with both operators and applies it. A
      *               name-only change or a plain open add applies
      *               here as before.
      *   2026-10-15  Credit limit shown and keyed (blank for none).
      *               Setting, moving or removing a limit - an add
      *               keyed with one included - goes to a second
      *               operator on TRNAPV like a status change. The
      *               running balance is carried over untouched.
      *   2026-10-15  Dormant status (D) shown and kept. Reactivating
      *               a dormant account is an ordinary status change;
      *               making one dormant is left to the monthly
      *               review through the batch refresh.
      *   2026-10-15  Credit limit taken as keyed - a short entry is
      *               right-justified, no leading zeros needed.
      *================================================================

       DATA DIVISION.
           COPY CUSTREC.
           COPY TRNCMTC.
           COPY AUDITREC.
           COPY APPRREC.

       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-AUDIT-DATE                   PIC X(8).
       01  WS-AUDIT-TIME                   PIC X(6).
       01  WS-OLD-MASTER-IMAGE             PIC X(80).
       01  WS-OLD-STATUS                   PIC X(1).
       01  WS-NEW-STATUS                   PIC X(1).
      *    The limit as keyed, and the flag-plus-limit bytes of the
      *    master before and after, compared by 3060.
       01  WS-KEYED-LIMIT-X                PIC X(11).
           88  KEYED-LIMIT-NONE                    VALUE SPACES.
       01  WS-KEYED-LIMIT REDEFINES WS-KEYED-LIMIT-X
                                           PIC 9(11).
       01  WS-OLD-LIMIT                    PIC X(12).
       01  WS-NEW-LIMIT                    PIC X(12).

       01  WS-FLAGS.
           05  WS-RESP                     PIC S9(8) COMP.
           05  WS-KEYED-STATUS             PIC X(1).
               88  KEYED-STATUS-KNOWN              VALUE 'A' 'F'
                                                         'C' 'D' ' '.
           05  WS-STATUS-CHANGE            PIC X(1)    VALUE 'N'.
               88  MASTER-STATUS-CHANGED               VALUE 'Y'.
               88  MASTER-STATUS-UNCHANGED             VALUE 'N'.
           05  WS-LIMIT-CHANGE             PIC X(1)    VALUE 'N'.
               88  MASTER-LIMIT-CHANGED                VALUE 'Y'.
               88  MASTER-LIMIT-UNCHANGED              VALUE 'N'.

       LINKAGE SECTION.

                   END-STRING
                   MOVE CUST-NAME   TO NAMO
                   MOVE CUST-STATUS TO STAO
                   IF CUST-LIMIT-APPLIES
                       MOVE CUST-CREDIT-LIMIT TO LIMO
                   ELSE
                       MOVE SPACES TO LIMO
                   END-IF
                   MOVE 'KEY NAME/STATUS/LIMIT AND PF5 TO CHANGE'
                                       TO MSGO
               ELSE
                   SET CA-CMT-CUST-NEW TO TRUE
                   MOVE 'NEW CUSTOMER - NOT ON MASTER' TO CURO
                   MOVE SPACES TO NAMO
                   MOVE SPACES TO STAO
                   MOVE SPACES TO LIMO
                   MOVE 'KEY NAME/STATUS/LIMIT AND PF5 TO ADD'
                                       TO MSGO
               END-IF
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.
      *    the audit record must show the master as it really
      *    stood when this task changed it. A record that appeared
      *    or disappeared since the lookup rejects back to a fresh
      *    lookup rather than guessing. A status or credit-limit
      *    change stops at APPRVSAM: the master and the audit trail
      *    are left to TRNAPV and the second operator.
       3000-APPLY-MAINTENANCE.
           IF CA-CMT-CUST-ID = ZERO
               MOVE 'LOOK A CUSTOMER UP FIRST' TO MSGO
               PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF
           IF NOT KEYED-STATUS-KNOWN
               MOVE 'STATUS MUST BE A, F, C, D OR BLANK' TO MSGO
               PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF
           IF LIML = ZERO OR LIMI = LOW-VALUES
               MOVE SPACES TO WS-KEYED-LIMIT-X
           ELSE
               IF LIMI (1:LIML) = SPACES
                   MOVE SPACES TO WS-KEYED-LIMIT-X
               ELSE
                   IF LIMI (1:LIML) IS NOT NUMERIC
                       MOVE 'LIMIT MUST BE DIGITS OR BLANK' TO MSGO
                       PERFORM 9000-SEND-MAP-AND-RETURN
                   END-IF
                   MOVE ZERO TO WS-KEYED-LIMIT
                   MOVE LIMI (1:LIML)
                       TO WS-KEYED-LIMIT-X (12 - LIML:LIML)
               END-IF
           END-IF
           MOVE CA-CMT-CUST-ID TO CUST-ID
           EXEC CICS READ DATASET('CUSTMST')
                     INTO(CUSTOMER-MASTER-RECORD)
               END-IF
               MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-MASTER-IMAGE
               PERFORM 3500-BUILD-NEW-MASTER
               PERFORM 3050-CHECK-STATUS-CHANGE
               PERFORM 3060-CHECK-LIMIT-CHANGE
               IF MASTER-STATUS-CHANGED OR MASTER-LIMIT-CHANGED
                   PERFORM 3200-QUEUE-FOR-APPROVAL
                   PERFORM 9000-SEND-MAP-AND-RETURN
               END-IF
               PERFORM 3100-WRITE-AUDIT-RECORD
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNABLE TO WRITE AUDIT RECORD - NO CHANGE'
               END-IF
               MOVE SPACES TO WS-OLD-MASTER-IMAGE
               PERFORM 3500-BUILD-NEW-MASTER
               PERFORM 3050-CHECK-STATUS-CHANGE
               PERFORM 3060-CHECK-LIMIT-CHANGE
               IF MASTER-STATUS-CHANGED OR MASTER-LIMIT-CHANGED
                   PERFORM 3200-QUEUE-FOR-APPROVAL
                   PERFORM 9000-SEND-MAP-AND-RETURN
               END-IF
               PERFORM 3100-WRITE-AUDIT-RECORD
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNABLE TO WRITE AUDIT RECORD - NOT ADDED'
           END-IF
           PERFORM 9000-SEND-MAP-AND-RETURN.

      *    A and space both mean open - the same bytes TRNPROC1
      *    posts against - so keying A over a space (or adding a
      *    customer open) is not a status change. Anything that
      *    freezes, closes or reopens an account is. D is only
      *    ever kept as it stands: accounts go dormant through the
      *    monthly TRNDRM1 review and the batch refresh, never
      *    keyed one at a time here.
       3050-CHECK-STATUS-CHANGE.
           MOVE WS-OLD-MASTER-IMAGE (41:1) TO WS-OLD-STATUS
           MOVE WS-KEYED-STATUS TO WS-NEW-STATUS
           IF WS-OLD-STATUS = SPACE
               MOVE 'A' TO WS-OLD-STATUS
           END-IF
           IF WS-NEW-STATUS = SPACE
               MOVE 'A' TO WS-NEW-STATUS
           END-IF
           IF WS-OLD-STATUS = WS-NEW-STATUS
               SET MASTER-STATUS-UNCHANGED TO TRUE
           ELSE
               SET MASTER-STATUS-CHANGED TO TRUE
               IF WS-NEW-STATUS = 'D'
                   MOVE 'DORMANCY IS SET BY THE MONTHLY REVIEW'
                       TO MSGO
                   PERFORM 9000-SEND-MAP-AND-RETURN
               END-IF
           END-IF.

      *    The flag and limit bytes before and after. A master that
      *    predates limits carries spaces there, and any master
      *    whose flag is not Y has no limit whatever its limit
      *    digits say, so both read as N and zeros; only then are
      *    the twelve bytes compared. Keying the limit already on
      *    the master, or leaving a limitless one blank (an add
      *    included), is no change.
       3060-CHECK-LIMIT-CHANGE.
           IF WS-OLD-MASTER-IMAGE (42:1) = 'Y'
               MOVE WS-OLD-MASTER-IMAGE (42:12) TO WS-OLD-LIMIT
           ELSE
               MOVE 'N00000000000' TO WS-OLD-LIMIT
           END-IF
           MOVE CUSTOMER-MASTER-RECORD (42:12) TO WS-NEW-LIMIT
           IF WS-OLD-LIMIT = WS-NEW-LIMIT
               SET MASTER-LIMIT-UNCHANGED TO TRUE
           ELSE
               SET MASTER-LIMIT-CHANGED TO TRUE
           END-IF.

      *    Parks the change on APPRVSAM under the customer number
      *    with the master as it stood (spaces for an add) and as
      *    keyed. TRNAPV re-reads the master at approval and
      *    refuses if it no longer matches the before image, so a
      *    change approved late can never overwrite someone else's
      *    since. One change at a time per customer: a second one
      *    while one is waiting refuses on the duplicate key.
       3200-QUEUE-FOR-APPROVAL.
           MOVE SPACES TO APPROVAL-RECORD
           SET APR-QUEUE-MASTER    TO TRUE
           MOVE CA-CMT-CUST-ID     TO APR-TARGET-CUST-ID
           SET APR-ACTION-MASTER   TO TRUE
           MOVE WS-OLD-MASTER-IMAGE TO APR-ORIGINAL-DATA
           MOVE CUSTOMER-MASTER-RECORD TO APR-NEW-DATA
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
                   MOVE 'MASTER CHANGE QUEUED FOR A SECOND OPERATOR'
                                       TO MSGO
               WHEN DFHRESP(DUPREC)
                   MOVE 'ALREADY AWAITING APPROVAL - SEE TRNAPV'
                                       TO MSGO
               WHEN OTHER
                   MOVE 'UNABLE TO QUEUE FOR APPROVAL - TRY AGAIN'
                                       TO MSGO
           END-EVALUATE.

      *    Builds the master as keyed over the record just re-read.
      *    A change keeps the running balance and its date exactly
      *    as TRNPROC1 last left them; an add starts both at zero.
      *    A keyed limit of zero is a real limit - the customer may
      *    owe nothing - and only a blank limit means none.
       3500-BUILD-NEW-MASTER.
           IF CA-CMT-CUST-NEW
               MOVE SPACES     TO CUSTOMER-MASTER-RECORD
               MOVE ZERO       TO CUST-CURRENT-BALANCE
               MOVE ZERO       TO CUST-BALANCE-DATE
           END-IF
           MOVE CA-CMT-CUST-ID TO CUST-ID
           MOVE NAMI           TO CUST-NAME
           MOVE WS-KEYED-STATUS TO CUST-STATUS
           IF KEYED-LIMIT-NONE
               MOVE 'N'        TO CUST-LIMIT-FLAG
               MOVE ZERO       TO CUST-CREDIT-LIMIT
           ELSE
               MOVE 'Y'        TO CUST-LIMIT-FLAG
               MOVE WS-KEYED-LIMIT TO CUST-CREDIT-LIMIT
           END-IF.

      *    The M audit record: the master as it stood (spaces for
      *    an add) against the record as keyed, with operator,
           MOVE EIBTRMID            TO AUD-TERMINAL-ID
           MOVE WS-AUDIT-DATE       TO AUD-EVENT-DATE
           MOVE WS-AUDIT-TIME       TO AUD-EVENT-TIME
           MOVE SPACES              TO AUD-APPROVER-ID
           MOVE SPACES              TO AUD-DISPOSITION
           EXEC CICS WRITEQ TD QUEUE('AUDQ')
                     FROM(AUDIT-RECORD)
