      * Change history:
      *   2026-09-01  New - morning trend report over the retained
      *               run statistics.
      *   2026-10-15  Reported the prior-period postings and the BACK
      *               rejects. RUNSTATS records grew to 240 bytes;
      *               a record converted from the old layout has
      *               blanks there, read as zero.
      *   2026-10-15  RUNSTATS records grew to 440 bytes (postings
      *               by source, for the month-end close); not
      *               trended here.
      *================================================================

       ENVIRONMENT DIVISION.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 440 CHARACTERS.
       01  RUN-STATS-IN-RECORD             PIC X(440).

       FD  REPORT-FILE
           RECORDING MODE IS F
      *    trailing seven nights ahead of it.
       01  WS-WINDOW-COUNT                 PIC 9(4)    VALUE ZERO.
       01  WS-RUN-WINDOW.
           05  WS-WINDOW-ENTRY             PIC X(440)  OCCURS 8.

      *    One row per metric: the kind byte says whether the flag
      *    rule is the count rule (C - tripled or down to a third,
               VALUE 'CREJECTS - SRC'.
           05  FILLER          PIC X(25)
               VALUE 'CREJECTS - RMAT'.
           05  FILLER          PIC X(25)
               VALUE 'CPRIOR-PERIOD POSTED'.
           05  FILLER          PIC X(25)
               VALUE 'APRIOR-PERIOD AMOUNT'.
           05  FILLER          PIC X(25)
               VALUE 'CREJECTS - BACK'.
       01  WS-METRIC-NAME-TABLE REDEFINES WS-METRIC-NAME-VALUES.
           05  WS-METRIC-DEF               OCCURS 21.
               10  WS-MET-KIND             PIC X(1).
               10  WS-MET-NAME             PIC X(24).

               PERFORM 3100-PRINT-NIGHT-HEADING
               PERFORM 3300-REPORT-ONE-METRIC
                   VARYING WS-METRIC-SUB FROM 1 BY 1
                   UNTIL WS-METRIC-SUB > 21
               PERFORM 3700-PRINT-CLOSING
           END-IF.

                   MOVE RUN-REJ-SRC-COUNT    TO WS-EXTRACT-VALUE
               WHEN 18
                   MOVE RUN-REJ-RMAT-COUNT   TO WS-EXTRACT-VALUE
               WHEN 19
                   IF RUN-PRIOR-PERIOD-COUNT IS NUMERIC
                       MOVE RUN-PRIOR-PERIOD-COUNT
                                             TO WS-EXTRACT-VALUE
                   ELSE
                       MOVE ZERO             TO WS-EXTRACT-VALUE
                   END-IF
               WHEN 20
                   IF RUN-PRIOR-PERIOD-AMOUNT IS NUMERIC
                       MOVE RUN-PRIOR-PERIOD-AMOUNT
                                             TO WS-EXTRACT-VALUE
                   ELSE
                       MOVE ZERO             TO WS-EXTRACT-VALUE
                   END-IF
               WHEN 21
                   IF RUN-REJ-BACK-COUNT IS NUMERIC
                       MOVE RUN-REJ-BACK-COUNT
                                             TO WS-EXTRACT-VALUE
                   ELSE
                       MOVE ZERO             TO WS-EXTRACT-VALUE
                   END-IF
           END-EVALUATE.

      *    The count rule needs a floor: one NUM1 reject against an
