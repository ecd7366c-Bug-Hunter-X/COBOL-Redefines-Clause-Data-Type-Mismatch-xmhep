      *               book), so the ledger and the TRNGLA1
      *               acknowledgment match can tell the books
      *               apart. The trailer discipline is unchanged.
      *   2026-10-15  Stamped the night's run date on each posting
      *               (GL-RUN-DATE) so the acknowledgment history
      *               can place it in the month-end close.
      *   2026-10-15  Posted prior-period items (OUT-PRIOR-PERIOD) as
      *               adjustments: per source, one debit and one
      *               credit summary dated the run date and marked
      *               GL-ENTRY-TYPE A, in place of postings into
      *               dates the ledger has already closed.
      *================================================================

       ENVIRONMENT DIVISION.
           05  SRT-TRANS-AMOUNT            PIC S9(13)V99 COMP-3.
           05  SRT-RECORD-TYPE             PIC X(1).
           05  SRT-SOURCE-ID               PIC X(4).
           05  SRT-RUN-DATE                PIC 9(8).
           05  SRT-PRIOR-PERIOD-FLAG       PIC X(1).
               88  SRT-PRIOR-PERIOD                    VALUE 'P'.
           05  FILLER                      PIC X(52).

       WORKING-STORAGE SECTION.

       01  WS-PRIOR-TRANS-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-PRIOR-SOURCE-ID              PIC X(4)    VALUE SPACES.
       01  WS-NIGHT-RUN-DATE               PIC 9(8)    VALUE ZERO.
      *    The prior-period flag of the group being accumulated -
      *    P for the source's prior-period adjustment group, which
      *    does not break on date.
       01  WS-GROUP-PERIOD-FLAG            PIC X(1)    VALUE SPACE.
           88  GROUP-IS-PRIOR-PERIOD                   VALUE 'P'.
       01  WS-ADJ-RECORD-COUNT             PIC 9(8)    VALUE ZERO.
       01  WS-ADJ-ITEM-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-DATE-DEBIT-AMOUNT            PIC S9(13)V99 COMP-3
                                                        VALUE ZERO.
       01  WS-DATE-CREDIT-AMOUNT           PIC S9(13)V99 COMP-3
           OPEN OUTPUT GL-POST-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SOURCE-ID
               ON ASCENDING KEY SRT-PRIOR-PERIOD-FLAG
               ON ASCENDING KEY SRT-TRANS-DATE
               USING CONVERTED-FILE
               OUTPUT PROCEDURE IS 3000-BUILD-POSTINGS
      *    Control break on source system and transaction date:
      *    each pair's positive and negative amounts accumulate
      *    separately and close out as one debit and one credit
      *    posting when either changes. A source's prior-period
      *    items sort after its current ones (the flag is blank
      *    on a current item) and accumulate as one group whatever
      *    their dates - the adjustment posts on the run date, not
      *    into the closed dates they carry.
       3000-BUILD-POSTINGS.
           PERFORM 3100-RETURN-SORTED-RECORD
           PERFORM UNTIL END-OF-SORTED-RECORDS
               IF FIRST-SORTED-RECORD
                   MOVE SRT-TRANS-DATE TO WS-PRIOR-TRANS-DATE
                   MOVE SRT-SOURCE-ID  TO WS-PRIOR-SOURCE-ID
                   MOVE SRT-PRIOR-PERIOD-FLAG
                                       TO WS-GROUP-PERIOD-FLAG
                   MOVE 'N' TO WS-FIRST-RECORD
               ELSE
                   IF SRT-SOURCE-ID NOT = WS-PRIOR-SOURCE-ID
                           OR SRT-PRIOR-PERIOD-FLAG
                               NOT = WS-GROUP-PERIOD-FLAG
                           OR (SRT-TRANS-DATE NOT = WS-PRIOR-TRANS-DATE
                               AND NOT GROUP-IS-PRIOR-PERIOD)
                       PERFORM 3300-WRITE-DATE-POSTINGS
                       MOVE SRT-TRANS-DATE TO WS-PRIOR-TRANS-DATE
                       MOVE SRT-SOURCE-ID  TO WS-PRIOR-SOURCE-ID
                       MOVE SRT-PRIOR-PERIOD-FLAG
                                           TO WS-GROUP-PERIOD-FLAG
                   END-IF
               END-IF
               PERFORM 3200-ACCUMULATE-RECORD
                   SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

      *    Every record on the night's converted file carries the
      *    same run date.
       3200-ACCUMULATE-RECORD.
           MOVE SRT-RUN-DATE TO WS-NIGHT-RUN-DATE
           IF SRT-PRIOR-PERIOD
               ADD 1 TO WS-ADJ-ITEM-COUNT
           END-IF
           IF SRT-TRANS-AMOUNT < ZERO
               SUBTRACT SRT-TRANS-AMOUNT FROM WS-DATE-CREDIT-AMOUNT
               ADD 1 TO WS-DATE-CREDIT-COUNT
           END-IF.

      *    A side with nothing on it for the date writes no posting
      *    - the ledger does not want zero-amount entries. A
      *    prior-period group posts dated the run date, marked as
      *    an adjustment.
       3300-WRITE-DATE-POSTINGS.
           IF WS-DATE-DEBIT-COUNT > ZERO
               MOVE SPACES                 TO GL-POSTING-RECORD
               SET GL-REC-POSTING          TO TRUE
               PERFORM 3350-SET-POSTING-DATE
               SET GL-POSTING-DEBIT        TO TRUE
               MOVE WS-DATE-DEBIT-AMOUNT   TO GL-POST-AMOUNT
               MOVE WS-DATE-DEBIT-COUNT    TO GL-SOURCE-COUNT
               MOVE WS-PRIOR-SOURCE-ID     TO GL-SOURCE-SYS
               MOVE WS-NIGHT-RUN-DATE      TO GL-RUN-DATE
               PERFORM 3360-SET-ENTRY-TYPE
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD WS-DATE-DEBIT-AMOUNT    TO WS-GL-HASH-AMOUNT
           IF WS-DATE-CREDIT-COUNT > ZERO
               MOVE SPACES                 TO GL-POSTING-RECORD
               SET GL-REC-POSTING          TO TRUE
               PERFORM 3350-SET-POSTING-DATE
               SET GL-POSTING-CREDIT       TO TRUE
               MOVE WS-DATE-CREDIT-AMOUNT  TO GL-POST-AMOUNT
               MOVE WS-DATE-CREDIT-COUNT   TO GL-SOURCE-COUNT
               MOVE WS-PRIOR-SOURCE-ID     TO GL-SOURCE-SYS
               MOVE WS-NIGHT-RUN-DATE      TO GL-RUN-DATE
               PERFORM 3360-SET-ENTRY-TYPE
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD WS-DATE-CREDIT-AMOUNT   TO WS-GL-HASH-AMOUNT
           MOVE ZERO TO WS-DATE-DEBIT-COUNT
           MOVE ZERO TO WS-DATE-CREDIT-COUNT.

       3350-SET-POSTING-DATE.
           IF GROUP-IS-PRIOR-PERIOD
               MOVE WS-NIGHT-RUN-DATE      TO GL-POST-DATE
           ELSE
               MOVE WS-PRIOR-TRANS-DATE    TO GL-POST-DATE
           END-IF.

       3360-SET-ENTRY-TYPE.
           IF GROUP-IS-PRIOR-PERIOD
               SET GL-ENTRY-PRIOR-PERIOD   TO TRUE
               ADD 1 TO WS-ADJ-RECORD-COUNT
           ELSE
               SET GL-ENTRY-ORDINARY       TO TRUE
           END-IF.

      *    The hash total is the sum of the posting amounts with
      *    both sides taken positive, so a dropped or duplicated
      *    posting record cannot hide behind debits and credits
           DISPLAY 'TRNGL1: TOTAL DEBITS:  ' WS-GL-TOTAL-DEBITS
           DISPLAY 'TRNGL1: TOTAL CREDITS: ' WS-GL-TOTAL-CREDITS
           DISPLAY 'TRNGL1: HASH AMOUNT:   ' WS-GL-HASH-AMOUNT
           DISPLAY 'TRNGL1: PRIOR-PERIOD ADJUSTMENTS WRITTEN: '
               WS-ADJ-RECORD-COUNT ' FOR ' WS-ADJ-ITEM-COUNT ' ITEMS'
           CLOSE GL-POST-FILE.
