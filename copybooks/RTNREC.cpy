      *================================================================
      * RTNREC - Source-system return/resupply record, fixed 150
      *          bytes, the interface we exchange with each upstream
      *          source system about its rejected records. All
      *          figures are zoned display so the source's own code
      *          can read them without our packed layouts.
      *
      *          Outbound (TRNRTN1, one return file per source per
      *          night): an H header naming the source and the run
      *          date, one D record per reject of that source's
      *          records on the night - our exception key, the
      *          reason code (NUM1, CUST, DATE, TYPE, DUPE, SRC,
      *          RMAT, CLSD, BACK, and FUTR/FRZN/OLMT on a resupply
      *          that failed again), the original run date of a DUPE,
      *          and the original 100 bytes exactly as received -
      *          and a T trailer carrying the D count, so the
      *          source can tie the file out.
      *
      *          Inbound (TRNRSP1, the source's resupply file): the
      *          same H/D/T shape, where each D quotes the exception
      *          key off a return file and carries the source's
      *          corrected 100 bytes in RTN-RECORD-DATA. The reason
      *          and DUPE date are not read on the way in.
      *================================================================
       01  RETURN-RECORD.
           05  RTN-RECORD-TYPE             PIC X(1).
               88  RTN-REC-HEADER                  VALUE 'H'.
               88  RTN-REC-DETAIL                  VALUE 'D'.
               88  RTN-REC-TRAILER                 VALUE 'T'.
           05  RTN-SOURCE-ID               PIC X(4).
           05  RTN-DETAIL-DATA.
               10  RTN-EXC-KEY.
                   15  RTN-EXC-BUSINESS-DATE
                                           PIC 9(8).
                   15  RTN-EXC-RUN-TIME    PIC 9(6).
                   15  RTN-EXC-SEQ-NO      PIC 9(8).
               10  RTN-REASON-CODE         PIC X(4).
               10  RTN-DUP-FIRST-RUN-DATE  PIC 9(8).
               10  RTN-RECORD-DATA         PIC X(100).
               10  FILLER                  PIC X(11).
           05  RTN-HEADER-DATA REDEFINES RTN-DETAIL-DATA.
               10  RTN-HDR-RUN-DATE        PIC 9(8).
               10  RTN-HDR-CREATED-TIME    PIC 9(6).
               10  FILLER                  PIC X(131).
           05  RTN-TRAILER-DATA REDEFINES RTN-DETAIL-DATA.
               10  RTN-TRL-RECORD-COUNT    PIC 9(8).
               10  FILLER                  PIC X(137).
