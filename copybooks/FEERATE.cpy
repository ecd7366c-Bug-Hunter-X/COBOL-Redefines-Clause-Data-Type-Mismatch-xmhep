      *================================================================
      * FEERATE - Fee and rate card, fixed 80-byte records read off
      *           FEERATES (PROD.TRAN.FEE.RATES), the deck accounting
      *           maintains to set the month-end TRNFEE1 assessment
      *           without a program change. One card per setting,
      *           keyword in columns 1-8, a status code in column 10
      *           where the keyword takes one, the value in columns
      *           12-22 as eleven digits with two implied decimals
      *           (00000000500 is 5.00), and anything after column
      *           24 free text for the people who maintain the deck:
      *             FEE      - flat monthly fee for the status in
      *                        column 10: A (open - a blank status
      *                        on the master reads as A), F (frozen)
      *                        or D (dormant). Closed accounts are
      *                        never assessed.
      *             APR      - annual interest rate, percent, on a
      *                        positive (owed) closing balance,
      *                        charged at one twelfth a month
      *             OVERLMT  - flat charge on a closing balance over
      *                        the customer's credit limit
      *           A setting the deck leaves out is not charged. A
      *           card with an asterisk in column 1 is a comment.
      *           An unknown keyword, a FEE for any other status, or
      *           a value that is not all digits stops the run, as
      *           does a deck with no settings at all - a mistyped
      *           deck must not quietly charge the wrong amount or
      *           nothing.
      *================================================================
       01  FEE-RATE-RECORD.
           05  FRT-KEYWORD                 PIC X(8).
           05  FRT-KEYWORD-PARTS REDEFINES FRT-KEYWORD.
               10  FRT-COMMENT-MARK        PIC X(1).
                   88  FRT-COMMENT-CARD            VALUE '*'.
               10  FILLER                  PIC X(7).
           05  FILLER                      PIC X(1).
           05  FRT-STATUS                  PIC X(1).
           05  FILLER                      PIC X(1).
           05  FRT-VALUE                   PIC 9(9)V99.
           05  FILLER                      PIC X(1).
           05  FRT-DESCRIPTION             PIC X(40).
           05  FILLER                      PIC X(17).
