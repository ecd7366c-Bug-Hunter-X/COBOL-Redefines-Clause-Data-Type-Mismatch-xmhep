      *================================================================
      * TRNAPVC - DFHCOMMAREA for the TRNAPV pseudo-conversational
      *           approval transaction; carries the APPRVSAM key of
      *           the pending action shown on the prior pass (spaces
      *           when nothing is shown), so PF5/PF6 act on exactly
      *           what the approver was looking at and ENTER browses
      *           on from it.
      *================================================================
       01  TRNAPV-COMMAREA.
           05  CA-APV-KEY                  PIC X(23).
