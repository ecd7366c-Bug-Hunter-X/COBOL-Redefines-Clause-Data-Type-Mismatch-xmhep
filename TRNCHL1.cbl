      *               step's own system date - a load step rerun
      *               the following morning lands the records
      *               under the run that actually posted them.
      *   2026-10-15  Carried the posting's source id into the
      *               history (CVH-SOURCE-ID).
      *================================================================

       ENVIRONMENT DIVISION.
           MOVE OUT-CUST-ID        TO CVH-CUST-ID
           MOVE OUT-TRANS-AMOUNT   TO CVH-TRANS-AMOUNT
           MOVE OUT-RECORD-TYPE    TO CVH-RECORD-TYPE
           MOVE OUT-SOURCE-ID      TO CVH-SOURCE-ID
           WRITE CONV-HIST-RECORD
               INVALID KEY
                   REWRITE CONV-HIST-RECORD
