      *            oldest first. TRNCHP1 ages old run dates off at
      *            the top of the nightly job, the same discipline
      *            TRNHPRG1 applies to TRANHIST.
      *
      *            CVH-SOURCE-ID is the source the posting arrived
      *            under, off OUT-SOURCE-ID - so the activity
      *            readers (TRNMON1, TRNDRM1) can leave out the
      *            bank's own month-end assessment (ASMT). Spaces
      *            on records loaded before it was carried.
      *================================================================
       01  CONV-HIST-RECORD.
           05  CVH-KEY.
           05  CVH-RECORD-TYPE             PIC X(1).
               88  CVH-REC-DETAIL                      VALUE 'D'.
               88  CVH-REC-REVERSAL                    VALUE 'R'.
           05  CVH-SOURCE-ID               PIC X(4).
               88  CVH-SRC-ASSESSMENT                  VALUE 'ASMT'.
           05  FILLER                      PIC X(53).
