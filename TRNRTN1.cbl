       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRTN1.
      *================================================================
      * TRNRTN1 - Nightly reject return file for one source system.
      *
      * Reads the exception file TRNPROC1 wrote tonight and copies
      * every reject that belongs to one source system - the
      * EXC-SOURCE-ID the record arrived under - to that source's
      * return file (RTNREC layout), so the source can fix its own
      * records at its end instead of waiting on our operators to
      * key them through TRNCORR. Each reject goes back with our
      * exception key, the reason code, the original run date of a
      * DUPE, and the original 100 bytes exactly as they arrived;
      * an H header names the source and the run date, and a T
      * trailer carries the detail count for the source to tie
      * out. A night with no rejects for the source still writes
      * the header and a zero trailer, so the source can tell a
      * clean night from a missing file.
      *
      * The source quotes the exception key back on its resupply
      * file, which TRNRSP1 applies through the same audited path
      * a TRNCORR correction takes. Rejects stay on EXCPVSAM for
      * the operators meanwhile - whichever fix arrives first
      * clears the reject, and the other finds it gone.
      *
      * A SOURCE xxxx card on PARMCARD names the source system
      * (columns 8-11); SOURCE alone, or a blank or missing card,
      * is the original single-source book, whose records carry a
      * blank source id. One step runs per source system. Anything
      * else on the card stops the run with RC 8, the discipline
      * of every other run card in the job.
      *
      * Change history:
      *   2026-10-15  New - machine-readable reject return file
      *               per source system.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 138 CHARACTERS.
           COPY EXCPREC.

       FD  RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
           COPY RTNREC.

       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-RUN-DATE                     PIC 9(8)    VALUE ZERO.
       01  WS-RUN-TIME                     PIC 9(8)    VALUE ZERO.
       01  WS-SELECT-SOURCE                PIC X(4)    VALUE SPACES.
       01  WS-READ-COUNT                   PIC 9(8)    VALUE ZERO.
       01  WS-RETURNED-COUNT               PIC 9(8)    VALUE ZERO.
       01  WS-OTHER-SOURCE-COUNT           PIC 9(8)    VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EXCP-EOF                 PIC X(1)    VALUE 'N'.
               88  END-OF-EXCEPTION-FILE               VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RETURN-ONE-REJECT UNTIL END-OF-EXCEPTION-FILE
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-READ-RUN-PARM
           OPEN INPUT EXCEPTION-FILE
           OPEN OUTPUT RETURN-FILE
           MOVE SPACES TO RETURN-RECORD
           SET RTN-REC-HEADER TO TRUE
           MOVE WS-SELECT-SOURCE TO RTN-SOURCE-ID
           MOVE WS-RUN-DATE TO RTN-HDR-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO RTN-HDR-CREATED-TIME
           WRITE RETURN-RECORD
           PERFORM 2100-READ-EXCEPTION-RECORD.

      *    SOURCE xxxx names the source system; SOURCE alone, or a
      *    blank or missing card, is the single-source book. A
      *    mistyped card must not send one source another's
      *    rejects, so anything else stops cold.
       1050-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-CARD-RECORD (1:7) = 'SOURCE '
                               AND PARM-CARD-RECORD (12:69) = SPACES
                           MOVE PARM-CARD-RECORD (8:4)
                               TO WS-SELECT-SOURCE
                       WHEN PARM-CARD-RECORD = SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'TRNRTN1: UNRECOGNIZED RUN '
                               'PARAMETER: ' PARM-CARD-RECORD
                           MOVE 8 TO RETURN-CODE
                           CLOSE PARM-FILE
                           STOP RUN
                   END-EVALUATE
           END-READ
           CLOSE PARM-FILE.

      *    The original bytes go back untouched - the source's own
      *    record, not our interpretation of it - so the source can
      *    match it against what it sent.
       2000-RETURN-ONE-REJECT.
           ADD 1 TO WS-READ-COUNT
           IF EXC-SOURCE-ID = WS-SELECT-SOURCE
               MOVE SPACES TO RETURN-RECORD
               SET RTN-REC-DETAIL TO TRUE
               MOVE EXC-SOURCE-ID          TO RTN-SOURCE-ID
               MOVE EXC-BUSINESS-DATE      TO RTN-EXC-BUSINESS-DATE
               MOVE EXC-RUN-TIME           TO RTN-EXC-RUN-TIME
               MOVE EXC-SEQ-NO             TO RTN-EXC-SEQ-NO
               MOVE EXC-REASON-CODE        TO RTN-REASON-CODE
               MOVE EXC-DUP-FIRST-RUN-DATE TO RTN-DUP-FIRST-RUN-DATE
               MOVE EXC-ORIGINAL-DATA      TO RTN-RECORD-DATA
               WRITE RETURN-RECORD
               ADD 1 TO WS-RETURNED-COUNT
           ELSE
               ADD 1 TO WS-OTHER-SOURCE-COUNT
           END-IF
           PERFORM 2100-READ-EXCEPTION-RECORD.

       2100-READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END
                   SET END-OF-EXCEPTION-FILE TO TRUE
           END-READ.

       3000-WRITE-TRAILER.
           MOVE SPACES TO RETURN-RECORD
           SET RTN-REC-TRAILER TO TRUE
           MOVE WS-SELECT-SOURCE TO RTN-SOURCE-ID
           MOVE WS-RETURNED-COUNT TO RTN-TRL-RECORD-COUNT
           WRITE RETURN-RECORD.

       9900-TERMINATE.
           DISPLAY 'TRNRTN1: SOURCE SYSTEM:          ' WS-SELECT-SOURCE
           DISPLAY 'TRNRTN1: REJECTS READ:           ' WS-READ-COUNT
           DISPLAY 'TRNRTN1: RETURNED TO SOURCE:     '
               WS-RETURNED-COUNT
           DISPLAY 'TRNRTN1: OTHER SOURCES SKIPPED:  '
               WS-OTHER-SOURCE-COUNT
           CLOSE EXCEPTION-FILE
           CLOSE RETURN-FILE.
