      *           history, the TRNSTM1 statement cycle) the run
      *           date is the only thing that names a run's block,
      *           and it is what TRNCYP1 purges a scrapped run out
      *           of the statement cycle by. Source ASMT is the
      *           bank's own month-end fee and interest assessment
      *           (TRNFEE1), which the activity-based reports and
      *           reviews leave out.
      *================================================================
       01  TRANS-OUT-RECORD.
           05  OUT-SEQ-NO                  PIC 9(8).
               88  OUT-REC-DETAIL                      VALUE 'D'.
               88  OUT-REC-REVERSAL                    VALUE 'R'.
           05  OUT-SOURCE-ID               PIC X(4).
               88  OUT-SRC-ASSESSMENT                  VALUE 'ASMT'.
           05  OUT-RUN-DATE                PIC 9(8).
           05  OUT-PRIOR-PERIOD-FLAG       PIC X(1).
               88  OUT-PRIOR-PERIOD                    VALUE 'P'.
           05  FILLER                      PIC X(52).
