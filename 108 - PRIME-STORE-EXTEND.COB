       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIME-STORE-EXTEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The keyed prime store PRIME-LOOKUP and GOLDBACH-REPORT probe.
      * This run adds to the top of it rather than rebuilding it.
           SELECT KEYED-PRIME-STORE ASSIGN TO "SIEVPKEY"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PKS-PRIME
              FILE STATUS IS WS-STORE-STATUS.
      * The store's control record: how many primes it holds and the
      * largest. Rewritten after every segment, so the store never
      * claims less than it holds for longer than one segment.
           SELECT PRIME-STORE-TOP ASSIGN TO "SIEVPTOP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOP-STATUS.
      * Where an extension has got to: the ceiling it was asked for
      * and the top of the last segment finished. A run interrupted
      * partway picks up from the next segment toward the same
      * ceiling; a finished run leaves it empty.
           SELECT EXTEND-CHECKPOINT ASSIGN TO "SIEVXCKP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CKPT-STATUS.
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           SELECT DAILY-OPERATIONS-LOG ASSIGN TO "DAILYOPS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DAILYLOG-STATUS.
      * Every rejected input across the validation-style programs lands
      * here too, so ops can see what got turned away without tailing
      * each program's own DISPLAY output.
           SELECT REJECTED-INPUT-LOG ASSIGN TO "REJECTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECTLOG-STATUS.
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSIDATE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUSI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEYED-PRIME-STORE.
       01 KEYED-PRIME-STORE-REC.
           05 PKS-PRIME PIC 9(5).
           05 PKS-BAND  PIC 9(3).
       FD  PRIME-STORE-TOP.
       01 PRIME-STORE-TOP-REC.
           05 PST-COUNT   PIC 9(5).
           05 PST-LARGEST PIC 9(5).
       FD  EXTEND-CHECKPOINT.
       01 EXTEND-CHECKPOINT-REC.
           05 CKX-TARGET       PIC 9(5).
           05 CKX-DONE-THROUGH PIC 9(5).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * How far to take the store. Left at zero, the run finishes the
      * thousand-band after the one the store tops out in -- the next
      * band up -- or resumes an interrupted run toward its ceiling.
      * The store's key holds five digits, so 99999 is as far as any
      * extension goes.
       01 WS-EXTEND-TO PIC 9(5) VALUE 0.
       01 WS-STORE-STATUS PIC XX.
       01 WS-TOP-STATUS PIC XX.
       01 WS-CKPT-STATUS PIC XX.
       01 WS-STORE-EOF PIC X.
       01 WS-REASON PIC X(35).
       01 WS-PRIME-COUNT PIC 9(5) VALUE 0.
       01 WS-LARGEST-PRIME PIC 9(5) VALUE 0.
       01 WS-START-LARGEST PIC 9(5) VALUE 0.
       01 WS-DONE-THROUGH PIC 9(5) VALUE 0.
       01 WS-RESUMING PIC X VALUE "N".
      * The seed primes: every stored prime up to the square root of
      * the ceiling, which is all a segment ever needs to cross off
      * its composites. Primes the run finds that are small enough
      * join them, though a store big enough to seed from already
      * holds all of them.
       01 WS-SEED-COUNT PIC 999 VALUE 0.
       01 WS-SEED-TABLE.
           05 WS-SEED-PRIME PIC 9(5) OCCURS 100 TIMES.
       01 WS-SEED-IDX PIC 999.
      * One segment at a time: never more than a thousand-band, so
      * the new primes carry the band the build would have given
      * them.
       01 WS-SEG-LOW  PIC 9(5).
       01 WS-SEG-HIGH PIC 9(6).
       01 WS-SEG-SIZE PIC 9(4).
       01 WS-SEGMENT-TABLE.
           05 WS-SEG-COMPOSITE PIC X OCCURS 1000 TIMES.
       01 WS-SEG-IDX  PIC 9(4).
       01 WS-MULTIPLE PIC 9(7).
       01 WS-QUOTIENT PIC 9(5).
       01 WS-CANDIDATE PIC 9(5).
       01 WS-SEGMENTS-DONE PIC 9(4) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(5) VALUE 0.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
      * warning, R reject, E error -- and every run brackets itself
      * with a RUN START / RUN END pair.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-REJECTLOG-STATUS PIC XX.
       01 WS-BUSI-STATUS  PIC XX.
       01 WS-BUSI-DATE    PIC X(8) VALUE SPACES.
       01 WS-LOG-DATE     PIC X(8).
       01 WS-LOG-TIME     PIC X(8).
       01 WS-RUN-ID       PIC X(6) VALUE SPACES.
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).

       PROCEDURE DIVISION.
       PRIME-STORE-EXTEND.
           PERFORM LOG-RUN-START
           DISPLAY "KEYED PRIME STORE EXTENSION"
           MOVE SPACES TO WS-REASON
           PERFORM READ-STORE-CONTROL
           MOVE WS-LARGEST-PRIME TO WS-START-LARGEST
           IF WS-PRIME-COUNT = 0 THEN
              MOVE "NO PRIME STORE - BUILD IT FIRST" TO WS-REASON
           ELSE IF WS-LARGEST-PRIME < 100 THEN
              MOVE "STORE TOO SMALL TO SEED FROM" TO WS-REASON
           ELSE
              PERFORM SET-EXTENSION-CEILING
           END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM LOAD-SEED-PRIMES
              PERFORM RUN-EXTENSION
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "EXTENSION REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-PRIME-STORE-EXTEND.


       READ-STORE-CONTROL.
           OPEN INPUT PRIME-STORE-TOP
           IF WS-TOP-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              READ PRIME-STORE-TOP
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PST-COUNT TO WS-PRIME-COUNT
                    MOVE PST-LARGEST TO WS-LARGEST-PRIME
              END-READ
              CLOSE PRIME-STORE-TOP
           END-IF.
       END-READ-STORE-CONTROL.


       SET-EXTENSION-CEILING.
      * A checkpoint left by an interrupted run toward the same
      * ceiling (or with no ceiling asked for) is picked up; one
      * saved for a different ceiling is stale and ignored, the way
      * the sieve treats a checkpoint for another limit.
           MOVE WS-LARGEST-PRIME TO WS-DONE-THROUGH
           OPEN INPUT EXTEND-CHECKPOINT
           IF WS-CKPT-STATUS = "00" THEN
              READ EXTEND-CHECKPOINT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CKX-TARGET IS NUMERIC AND CKX-TARGET > 0 AND
                       (WS-EXTEND-TO = 0 OR
                       WS-EXTEND-TO = CKX-TARGET) THEN
                       MOVE CKX-TARGET TO WS-EXTEND-TO
                       MOVE "Y" TO WS-RESUMING
                       IF CKX-DONE-THROUGH > WS-DONE-THROUGH THEN
                          MOVE CKX-DONE-THROUGH TO WS-DONE-THROUGH
                       END-IF
                    END-IF
              END-READ
              CLOSE EXTEND-CHECKPOINT
           END-IF
           IF WS-EXTEND-TO = 0 THEN
              DIVIDE WS-DONE-THROUGH BY 1000 GIVING WS-QUOTIENT
              COMPUTE WS-SEG-HIGH = (WS-QUOTIENT + 1) * 1000 + 999
              IF WS-SEG-HIGH > 99999 THEN
                 MOVE 99999 TO WS-EXTEND-TO
              ELSE
                 MOVE WS-SEG-HIGH TO WS-EXTEND-TO
              END-IF
           END-IF
           IF WS-DONE-THROUGH NOT < 99999 THEN
              MOVE "STORE IS AT THE 99999 KEY CEILING" TO WS-REASON
           ELSE IF WS-EXTEND-TO NOT > WS-DONE-THROUGH THEN
              MOVE "STORE ALREADY REACHES THAT FAR" TO WS-REASON
           ELSE
              IF WS-RESUMING = "Y" THEN
                 DISPLAY "RESUMING EXTENSION TO " WS-EXTEND-TO
                    " FROM " WS-DONE-THROUGH
              ELSE
                 DISPLAY "EXTENDING FROM " WS-DONE-THROUGH " TO "
                    WS-EXTEND-TO
              END-IF
           END-IF
           END-IF.
       END-SET-EXTENSION-CEILING.


       LOAD-SEED-PRIMES.
      * The store's leading primes in key order, as far as the
      * square root of the ceiling.
           MOVE 0 TO WS-SEED-COUNT
           MOVE "N" TO WS-STORE-EOF
           OPEN INPUT KEYED-PRIME-STORE
           IF WS-STORE-STATUS NOT = "00" THEN
              MOVE "PRIME STORE WILL NOT OPEN" TO WS-REASON
           ELSE
              MOVE ZERO TO PKS-PRIME
              START KEYED-PRIME-STORE KEY IS NOT LESS THAN PKS-PRIME
                 INVALID KEY
                    MOVE "Y" TO WS-STORE-EOF
              END-START
              PERFORM UNTIL WS-STORE-EOF = "Y"
                 READ KEYED-PRIME-STORE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-STORE-EOF
                    NOT AT END
                       IF PKS-PRIME * PKS-PRIME > WS-EXTEND-TO OR
                          WS-SEED-COUNT NOT < 100 THEN
                          MOVE "Y" TO WS-STORE-EOF
                       ELSE
                          ADD 1 TO WS-SEED-COUNT
                          MOVE PKS-PRIME TO
                             WS-SEED-PRIME(WS-SEED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KEYED-PRIME-STORE
           END-IF.
       END-LOAD-SEED-PRIMES.


       RUN-EXTENSION.
      * Segment after segment from just above what the store already
      * covers, each one ending at its band's last number or at the
      * ceiling, whichever comes first. The control record and the
      * checkpoint are both brought up to date after every segment.
           IF WS-REASON = SPACES THEN
              OPEN I-O KEYED-PRIME-STORE
              IF WS-STORE-STATUS NOT = "00" THEN
                 MOVE "PRIME STORE WILL NOT OPEN" TO WS-REASON
              ELSE
                 PERFORM UNTIL WS-DONE-THROUGH NOT < WS-EXTEND-TO
                    COMPUTE WS-SEG-LOW = WS-DONE-THROUGH + 1
                    DIVIDE WS-SEG-LOW BY 1000 GIVING WS-QUOTIENT
                    COMPUTE WS-SEG-HIGH = WS-QUOTIENT * 1000 + 999
                    IF WS-SEG-HIGH > WS-EXTEND-TO THEN
                       MOVE WS-EXTEND-TO TO WS-SEG-HIGH
                    END-IF
                    PERFORM SIEVE-ONE-SEGMENT
                    MOVE WS-SEG-HIGH TO WS-DONE-THROUGH
                    ADD 1 TO WS-SEGMENTS-DONE
                    PERFORM SAVE-STORE-CONTROL
                    PERFORM SAVE-EXTEND-CHECKPOINT
                 END-PERFORM
                 CLOSE KEYED-PRIME-STORE
                 PERFORM CLEAR-EXTEND-CHECKPOINT
                 DISPLAY WS-ADDED-COUNT " PRIME(S) ADDED IN "
                    WS-SEGMENTS-DONE " SEGMENT(S) - STORE NOW HOLDS "
                    WS-PRIME-COUNT ", LARGEST " WS-LARGEST-PRIME
              END-IF
           END-IF.
       END-RUN-EXTENSION.


       SIEVE-ONE-SEGMENT.
      * Each seed prime crosses off its multiples in the segment,
      * starting at its square or its first multiple inside the
      * segment, whichever is higher; what survives is prime and
      * goes onto the store in order.
           COMPUTE WS-SEG-SIZE = WS-SEG-HIGH - WS-SEG-LOW + 1
           MOVE SPACES TO WS-SEGMENT-TABLE
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1 UNTIL
              WS-SEED-IDX > WS-SEED-COUNT
              COMPUTE WS-MULTIPLE = WS-SEED-PRIME(WS-SEED-IDX) *
                 WS-SEED-PRIME(WS-SEED-IDX)
              IF WS-MULTIPLE < WS-SEG-LOW THEN
                 COMPUTE WS-QUOTIENT =
                    (WS-SEG-LOW + WS-SEED-PRIME(WS-SEED-IDX) - 1) /
                    WS-SEED-PRIME(WS-SEED-IDX)
                 COMPUTE WS-MULTIPLE = WS-QUOTIENT *
                    WS-SEED-PRIME(WS-SEED-IDX)
              END-IF
              PERFORM UNTIL WS-MULTIPLE > WS-SEG-HIGH
                 MOVE "X" TO
                    WS-SEG-COMPOSITE(WS-MULTIPLE - WS-SEG-LOW + 1)
                 ADD WS-SEED-PRIME(WS-SEED-IDX) TO WS-MULTIPLE
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL
              WS-SEG-IDX > WS-SEG-SIZE
              IF WS-SEG-COMPOSITE(WS-SEG-IDX) = SPACE THEN
                 COMPUTE WS-CANDIDATE = WS-SEG-LOW + WS-SEG-IDX - 1
                 PERFORM FILE-NEW-PRIME
              END-IF
           END-PERFORM.
       END-SIEVE-ONE-SEGMENT.


       FILE-NEW-PRIME.
      * A prime already on the store was written by a run that was
      * cut off before its control record caught up, so it is
      * counted now all the same.
           MOVE WS-CANDIDATE TO PKS-PRIME
           COMPUTE PKS-BAND = PKS-PRIME / 1000
           WRITE KEYED-PRIME-STORE-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           ADD 1 TO WS-PRIME-COUNT
           ADD 1 TO WS-ADDED-COUNT
           MOVE WS-CANDIDATE TO WS-LARGEST-PRIME
           IF WS-CANDIDATE * WS-CANDIDATE NOT > WS-EXTEND-TO AND
              WS-SEED-COUNT < 100 THEN
              ADD 1 TO WS-SEED-COUNT
              MOVE WS-CANDIDATE TO WS-SEED-PRIME(WS-SEED-COUNT)
           END-IF.
       END-FILE-NEW-PRIME.


       SAVE-STORE-CONTROL.
           OPEN OUTPUT PRIME-STORE-TOP
           MOVE WS-PRIME-COUNT TO PST-COUNT
           MOVE WS-LARGEST-PRIME TO PST-LARGEST
           WRITE PRIME-STORE-TOP-REC
           CLOSE PRIME-STORE-TOP.
       END-SAVE-STORE-CONTROL.


       SAVE-EXTEND-CHECKPOINT.
           OPEN OUTPUT EXTEND-CHECKPOINT
           MOVE WS-EXTEND-TO TO CKX-TARGET
           MOVE WS-DONE-THROUGH TO CKX-DONE-THROUGH
           WRITE EXTEND-CHECKPOINT-REC
           CLOSE EXTEND-CHECKPOINT.
       END-SAVE-EXTEND-CHECKPOINT.


       CLEAR-EXTEND-CHECKPOINT.
      * The ceiling was reached, so there is nothing to resume; no
      * stale checkpoint is left for the next run to pick up.
           OPEN OUTPUT EXTEND-CHECKPOINT
           CLOSE EXTEND-CHECKPOINT.
       END-CLEAR-EXTEND-CHECKPOINT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PRIME-STORE-EXTEND - " WS-ADDED-COUNT
              " PRIME(S) ADDED, TOP " WS-START-LARGEST " TO "
              WS-LARGEST-PRIME
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PRIME-STORE-EXTEND - REJECTED - " WS-REASON
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "R" TO WS-LOG-SEVERITY
           PERFORM WRITE-REJECT-LINE.
       END-LOG-REJECTED-INPUT.


       GET-LOG-STAMP.
      * Stamps WS-LOG-PREFIX with the date, the time, this run's
      * identifier (its start time, taken on the first stamp), and
      * the severity letter, so every shared-log line says which
      * night it was, which run wrote it, and how serious it was.
           ACCEPT WS-LOG-TIME FROM TIME
           IF WS-RUN-ID = SPACES THEN
              MOVE WS-LOG-TIME(1:6) TO WS-RUN-ID
              PERFORM GET-BUSINESS-DATE
           END-IF
           MOVE WS-BUSI-DATE TO WS-LOG-DATE
           MOVE SPACES TO WS-LOG-PREFIX
           STRING WS-LOG-DATE " " WS-LOG-TIME(1:6) " " WS-RUN-ID
              " " WS-LOG-SEVERITY " "
              DELIMITED BY SIZE INTO WS-LOG-PREFIX.
       END-GET-LOG-STAMP.


       WRITE-OPERATIONS-LINE.
      * Appends one stamped line to the shared daily operations log,
      * creating it on the first write.
           PERFORM GET-LOG-STAMP
           OPEN EXTEND DAILY-OPERATIONS-LOG
           IF WS-DAILYLOG-STATUS = "05" OR WS-DAILYLOG-STATUS = "35"
              CLOSE DAILY-OPERATIONS-LOG
              OPEN OUTPUT DAILY-OPERATIONS-LOG
           END-IF
           MOVE SPACES TO DAILY-OPERATIONS-LOG-REC
           STRING WS-LOG-PREFIX WS-LOG-TEXT
              DELIMITED BY SIZE INTO DAILY-OPERATIONS-LOG-REC
           WRITE DAILY-OPERATIONS-LOG-REC
           CLOSE DAILY-OPERATIONS-LOG.
       END-WRITE-OPERATIONS-LINE.


       WRITE-REJECT-LINE.
      * Appends one stamped line to the shared rejected-input log,
      * creating it on the first write.
           PERFORM GET-LOG-STAMP
           OPEN EXTEND REJECTED-INPUT-LOG
           IF WS-REJECTLOG-STATUS = "05" OR WS-REJECTLOG-STATUS = "35"
              CLOSE REJECTED-INPUT-LOG
              OPEN OUTPUT REJECTED-INPUT-LOG
           END-IF
           MOVE SPACES TO REJECTED-INPUT-LOG-REC
           STRING WS-LOG-PREFIX WS-LOG-TEXT
              DELIMITED BY SIZE INTO REJECTED-INPUT-LOG-REC
           WRITE REJECTED-INPUT-LOG-REC
           CLOSE REJECTED-INPUT-LOG.
       END-WRITE-REJECT-LINE.


       LOG-RUN-START.
      * The start/end pair lets the morning review see at a glance
      * that a run began and actually finished.
           MOVE "PRIME-STORE-EXTEND - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "PRIME-STORE-EXTEND - RUN END" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-END.


       GET-BUSINESS-DATE.
      * The processing date comes from the BUSIDATE control file the
      * start-of-night step advances, so a rerun of a prior night
      * files under the night it belongs to; with no control file on
      * disk the calendar date stands in.
           ACCEPT WS-BUSI-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSI-STATUS = "00" THEN
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BUSINESS-DATE-REC IS NUMERIC THEN
                       MOVE BUSINESS-DATE-REC TO WS-BUSI-DATE
                    END-IF
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.
       END-GET-BUSINESS-DATE.
