      *================================================================
      * APPRREC - Pending-approval record, the dual-control queue
      *           behind the TRNAPV approval screen (VSAM KSDS
      *           APPRVSAM, keyed on APR-KEY). An action the maker
      *           screens may not apply on one operator's say-so is
      *           parked here instead of reaching RESQ, SUSAQ or
      *           CUSTMST, and a DIFFERENT operator applies (or
      *           declines) it on TRNAPV:
      *
      *           C - a TRNCORR correction whose corrected amount
      *               is over the approval limit. Target key is the
      *               EXCPVSAM exception key; the rejected bytes
      *               and the corrected bytes ride the two images.
      *               TRNRSP1 parks an over-limit source resupply
      *               here the same way, maker *SRC plus the
      *               source id at terminal BTCH.
      *
      *           R - a TRNSUS early release of a held record, and
      *           X - a TRNSUS cancel. Target key is the suspense
      *               hold key; the held bytes ride the original
      *               image, the new image is spaces.
      *
      *           M - a TRNCMT customer-master change that moves
      *               CUST-STATUS or the credit limit (flag and
      *               limit bytes). Target key is the customer
      *               number; the master as it stood (spaces for an
      *               add) and the master as keyed ride the images.
      *
      *           The action codes are the AUDITREC record types
      *           the applied action is audited under. The queue
      *           byte leads the key so one target can only ever
      *           have one action waiting per screen - a second
      *           maker gets a duplicate-key refusal rather than
      *           stacking a competing action behind the first.
      *           The maker's operator, terminal and keying time
      *           ride the record so the approver sees who asked
      *           and when, and so the audit record written at
      *           approval carries both operators.
      *================================================================
       01  APPROVAL-RECORD.
           05  APR-KEY.
               10  APR-QUEUE               PIC X(1).
                   88  APR-QUEUE-CORRECTION        VALUE 'C'.
                   88  APR-QUEUE-SUSPENSE          VALUE 'S'.
                   88  APR-QUEUE-MASTER            VALUE 'M'.
               10  APR-TARGET-KEY.
                   15  APR-TARGET-DATE     PIC 9(8).
                   15  APR-TARGET-TIME     PIC 9(6).
                   15  APR-TARGET-SEQ-NO   PIC 9(8).
               10  APR-TARGET-CUST REDEFINES APR-TARGET-KEY.
                   15  APR-TARGET-CUST-ID  PIC 9(10).
                   15  FILLER              PIC X(12).
           05  APR-ACTION                  PIC X(1).
               88  APR-ACTION-CORRECTION           VALUE 'C'.
               88  APR-ACTION-RELEASE              VALUE 'R'.
               88  APR-ACTION-CANCEL               VALUE 'X'.
               88  APR-ACTION-MASTER               VALUE 'M'.
           05  APR-ORIGINAL-DATA           PIC X(100).
           05  APR-NEW-DATA                PIC X(100).
           05  APR-MAKER-ID                PIC X(8).
           05  APR-MAKER-TERMINAL          PIC X(4).
           05  APR-KEYED-DATE              PIC 9(8).
           05  APR-KEYED-TIME              PIC 9(6).
           05  FILLER                      PIC X(10).
