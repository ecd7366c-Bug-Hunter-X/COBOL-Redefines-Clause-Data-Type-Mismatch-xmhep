      *           of the trailer's embedded figures. Blank on the
      *           single-source format, which reads as one unnamed
      *           source, so nothing about the old extract changes.
      *           ASMT is the bank's own section - the month-end fee
      *           and interest assessment TRNFEE1 writes - rather
      *           than a source system's.
      *================================================================
       01  WS-AREA-2 REDEFINES WS-AREA-1.
           05  WS-TRANS-DATE               PIC 9(8).
               88  WS-REC-TRAILER                      VALUE 'T'.
           05  FILLER                      PIC X(69).
           05  WS-SOURCE-ID                PIC X(4).
               88  WS-SRC-ASSESSMENT                   VALUE 'ASMT'.

       01  WS-AREA-3 REDEFINES WS-AREA-1.
           05  FILLER                      PIC X(27).
