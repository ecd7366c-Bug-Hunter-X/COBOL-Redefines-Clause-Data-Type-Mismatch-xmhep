      *    system per date since the multi-source cutover, so the
      *    acknowledgment must name the book too.
           05  GLA-SOURCE-SYS              PIC X(4).
      *    Echo of GL-ENTRY-TYPE - A for a prior-period adjustment,
      *    blank for an ordinary posting.
           05  GLA-ENTRY-TYPE              PIC X(1).
           05  FILLER                      PIC X(25).

       01  GL-ACK-TRAILER-RECORD.
           05  GLA-TRL-RECORD-TYPE         PIC X(1).
