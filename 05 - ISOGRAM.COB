           SELECT SUBMITTER-REGISTRY ASSIGN TO "SUBMITRS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBREG-STATUS.
      * Every run's per-submitter counts are kept here as well as
      * shown, one line per submitter per run, so the monthly
      * scorecard can add up a submitter's traffic across all the
      * text feeds.
           SELECT SUBMITTER-TALLY-LEDGER ASSIGN TO "SUBTALLY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBTALLY-STATUS.
           SELECT REJECTED-INPUT-LOG ASSIGN TO "REJECTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECTLOG-STATUS.
           05 SBR-ID     PIC X(6).
           05 SBR-NAME   PIC X(20).
           05 SBR-ACTIVE PIC X.
       FD  SUBMITTER-TALLY-LEDGER.
       01 SUBMITTER-TALLY-LEDGER-REC.
           05 STL-DATE      PIC X(8).
           05 STL-PROGRAM   PIC X(14).
           05 STL-SUBMITTER PIC X(6).
           05 STL-ACCEPTED  PIC 9(4).
           05 STL-REJECTED  PIC 9(4).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
      * the file arrived whole, this says who to talk to about
      * what's in it.
       01 WS-SUBREG-STATUS PIC XX.
       01 WS-SUBTALLY-STATUS PIC XX.
       01 WS-SUBREG-EOF PIC X.
       01 WS-SUBREG-ON-FILE PIC X VALUE "N".
       01 WS-SUBREG-COUNT PIC 99 VALUE 0.
       END-REPORT-SUBMITTER-COUNTS.


       RECORD-SUBMITTER-COUNTS.
      * The same counts onto the tally ledger under the processing
      * date, for the monthly submitter scorecard.
           IF WS-TALLY-COUNT > 0 THEN
              OPEN EXTEND SUBMITTER-TALLY-LEDGER
              IF WS-SUBTALLY-STATUS = "05" OR
                 WS-SUBTALLY-STATUS = "35"
                 CLOSE SUBMITTER-TALLY-LEDGER
                 OPEN OUTPUT SUBMITTER-TALLY-LEDGER
              END-IF
              PERFORM VARYING WS-TLY-IDX FROM 1 BY 1 UNTIL
                 WS-TLY-IDX > WS-TALLY-COUNT
                 MOVE WS-BUSI-DATE TO STL-DATE
                 MOVE "ISOGRAM" TO STL-PROGRAM
                 MOVE WS-TLY-ID(WS-TLY-IDX) TO STL-SUBMITTER
                 MOVE WS-TLY-ACCEPTED(WS-TLY-IDX) TO STL-ACCEPTED
                 MOVE WS-TLY-REJECTED(WS-TLY-IDX) TO STL-REJECTED
                 WRITE SUBMITTER-TALLY-LEDGER-REC
              END-PERFORM
              CLOSE SUBMITTER-TALLY-LEDGER
           END-IF.
       END-RECORD-SUBMITTER-COUNTS.


       CHECK-ONE-PHRASE.
          PERFORM INIT-COUNTERS.
          MOVE FUNCTION TRIM(WS-PHRASE) TO WS-SHORTER.
                   WS-ISO-COUNT " OF " WS-ISO-TOTAL ")"
             END-IF
             PERFORM REPORT-SUBMITTER-COUNTS
             PERFORM RECORD-SUBMITTER-COUNTS
          END-IF.
       END-BATCH-ISOGRAM-RUN.

