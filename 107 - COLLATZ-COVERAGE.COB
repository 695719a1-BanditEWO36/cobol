       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATZ-COVERAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * COLLATZ-CONJECTURE's chain-length cache: one record per
      * starting number it has worked, with the steps that number
      * took down to 1. Read here front to back in number order.
           SELECT COLLATZ-CACHE ASSIGN TO "COLLCACH"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CCH-VALUE
              FILE STATUS IS WS-CACHE-STATUS.
      * The coverage report: each range of starting numbers with how
      * much of it has been worked and its average and median chain
      * length, the runs of numbers nobody has worked yet, and the
      * spread of stopping times over the whole cache.
           SELECT COVERAGE-REPORT ASSIGN TO "COLLCOVR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
      * COLLATZ-CONJECTURE's batch feed. The GAPS action adds the
      * unworked numbers to the end of it, one per line, so the
      * next batch fills them in.
           SELECT COLLATZ-NUMBER-FEED ASSIGN TO "COLLZNUMS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEED-STATUS.
      * The distribution register: one line for every report the
      * night produces, saying where it goes and, once someone
      * has signed for it at REPORT-PICKUP, who took it and when.
           SELECT DISTRIBUTION-REGISTER ASSIGN TO "DISTREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTREG-STATUS.
      * The report just written, read back only to count its lines.
           SELECT DISTRIBUTION-COUNT ASSIGN USING WS-DIST-REPORT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISTCNT-STATUS.
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
       FD  COLLATZ-CACHE.
       01 COLLATZ-CACHE-REC.
           05 CCH-VALUE PIC 9(18).
           05 CCH-STEPS PIC 9(8).
           05 CCH-PEAK  PIC 9(18).
       FD  COVERAGE-REPORT.
       01 COVERAGE-REPORT-REC PIC X(100).
       FD  COLLATZ-NUMBER-FEED.
       01 COLLATZ-NUMBER-FEED-REC.
           05 CNF-NUMBER PIC 9(18).
      * DRG-PATIENT is Y on a report that names patients; those
      * head the morning list of reports not yet collected. The
      * collected fields stay blank until the report is signed for.
       FD  DISTRIBUTION-REGISTER.
       01 DISTRIBUTION-REGISTER-REC.
           05 DRG-RUN-ID       PIC X(6).
           05 DRG-BUSI-DATE    PIC X(8).
           05 DRG-REPORT       PIC X(8).
           05 DRG-PROGRAM      PIC X(20).
           05 DRG-LINES        PIC 9(6).
           05 DRG-PAGES        PIC 9(4).
           05 DRG-DESTINATION  PIC X(12).
           05 DRG-PATIENT      PIC X.
           05 DRG-PRODUCED-ON  PIC X(8).
           05 DRG-PRODUCED-AT  PIC X(6).
           05 DRG-COLLECTED-BY PIC X(10).
           05 DRG-COLLECTED-ON PIC X(8).
           05 DRG-COLLECTED-AT PIC X(6).
       FD  DISTRIBUTION-COUNT.
       01 DISTRIBUTION-COUNT-REC PIC X(250).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * What to do: REPORT builds the coverage report; GAPS builds
      * it and then queues the unworked numbers on COLLZNUMS. Blank
      * runs REPORT.
       01 WS-COVERAGE-ACTION PIC X(8) VALUE SPACES.
      * How many starting numbers make one range on the report, how
      * many steps wide each histogram band is, and how far up the
      * map runs -- left at zero, 1000 numbers a range, bands of 10
      * steps, and up to the highest number in the cache.
       01 WS-RANGE-SIZE PIC 9(9) VALUE 0.
       01 WS-STEP-BAND  PIC 9(4) VALUE 0.
       01 WS-COVER-TO   PIC 9(18) VALUE 0.
      * At most this many numbers go onto the feed in one GAPS run
      * (5000 when left at zero); the rest wait for the next one.
       01 WS-GAP-LIMIT  PIC 9(6) VALUE 0.
       01 WS-CACHE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-FEED-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35).
      * Where the walk has got to: the next number that would follow
      * on without a gap, and the range now being totalled. The
      * number 1 has no chain to work, so coverage starts at 2.
       01 WS-NEXT-EXPECTED PIC 9(18).
       01 WS-CUR-RANGE     PIC 9(18).
       01 WS-RANGE-OPEN    PIC X.
       01 WS-THIS-RANGE    PIC 9(18).
       01 WS-RANGE-FROM    PIC 9(18).
       01 WS-RANGE-TO      PIC 9(18).
       01 WS-RANGE-SPAN    PIC 9(9).
       01 WS-RANGE-COUNT   PIC 9(9).
       01 WS-RANGE-COVERED PIC 9(9).
       01 WS-RANGE-STEPS   PIC 9(15).
       01 WS-RANGE-AVERAGE PIC 9(6)V9.
       01 WS-RANGE-MEDIAN  PIC 9(4)V9.
       01 WS-RANGES-FULL    PIC 9(9) VALUE 0.
       01 WS-RANGES-PARTIAL PIC 9(9) VALUE 0.
       01 WS-RANGES-EMPTY   PIC 9(9) VALUE 0.
      * The current range's stopping times, counted by step value,
      * so the median comes straight off the counts without sorting.
      * Chains past 2999 steps count at 2999.
       01 WS-MEDIAN-TABLE.
           05 WS-MEDIAN-COUNT PIC 9(9) OCCURS 3000 TIMES.
       01 WS-STEP-SLOT   PIC 9(4).
       01 WS-LOW-STEP    PIC 9(4).
       01 WS-HIGH-STEP   PIC 9(4).
       01 WS-MEDIAN-LOW  PIC 9(9).
       01 WS-MEDIAN-HIGH PIC 9(9).
       01 WS-RUNNING     PIC 9(9).
      * Stopping-time histogram over every cached number; the last
      * band takes everything past it.
       01 WS-HIST-TABLE.
           05 WS-HIST-COUNT PIC 9(9) OCCURS 300 TIMES.
       01 WS-HIST-IDX     PIC 999.
       01 WS-HIST-TOP     PIC 999 VALUE 0.
       01 WS-HIST-MAX     PIC 9(9) VALUE 0.
       01 WS-BAND-FROM    PIC 9(8).
       01 WS-BAND-TO      PIC 9(8).
       01 WS-BAR-LEN      PIC 99.
       01 WS-BAR          PIC X(40).
      * The gaps found, as runs of consecutive unworked numbers.
       01 WS-GAP-COUNT    PIC 9(6) VALUE 0.
       01 WS-GAP-TABLE.
           05 WS-GAP-ENTRY OCCURS 500 TIMES.
              10 WS-GAP-FROM PIC 9(18).
              10 WS-GAP-TO   PIC 9(18).
       01 WS-GAP-IDX      PIC 9(6).
       01 WS-GAP-RUNS     PIC 9(9) VALUE 0.
       01 WS-GAP-NUMBERS  PIC 9(18) VALUE 0.
       01 WS-GAP-NUMBER   PIC 9(18).
       01 WS-NEW-GAP-FROM PIC 9(18).
       01 WS-NEW-GAP-TO   PIC 9(18).
       01 WS-QUEUED       PIC 9(6) VALUE 0.
       01 WS-CACHED-COUNT PIC 9(9) VALUE 0.
       01 WS-TOP-VALUE    PIC 9(18) VALUE 0.
       01 WS-ED-FROM      PIC Z(17)9.
       01 WS-ED-TO        PIC Z(17)9.
       01 WS-ED-AVERAGE   PIC ZZZZZ9.9.
       01 WS-ED-MEDIAN    PIC ZZZ9.9.
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
      * Distribution register: the report being registered, where
      * it goes, whether it names patients, and the lines it held
      * before tonight's run added to it (for a report kept open
      * for extending, only tonight's lines are registered).
       01 WS-DIST-REPORT     PIC X(8).
       01 WS-DIST-DEST       PIC X(12).
       01 WS-DIST-PATIENT    PIC X.
       01 WS-DIST-BEFORE     PIC 9(6) VALUE 0.
       01 WS-DIST-LINES      PIC 9(6).
       01 WS-DIST-PAGE-LINES PIC 9(3) VALUE 60.
       01 WS-DISTREG-STATUS  PIC XX.
       01 WS-DISTCNT-STATUS  PIC XX.
       01 WS-DISTCNT-EOF     PIC X.
       01 WS-DIST-TIME       PIC X(8).
       01 WS-LOG-SEVERITY PIC X.
       01 WS-LOG-PREFIX   PIC X(25).
       01 WS-LOG-TEXT     PIC X(70).

       PROCEDURE DIVISION.
       COLLATZ-COVERAGE.
           PERFORM LOG-RUN-START
           MOVE FUNCTION UPPER-CASE(WS-COVERAGE-ACTION) TO
              WS-COVERAGE-ACTION
           IF WS-COVERAGE-ACTION = SPACES THEN
              MOVE "REPORT" TO WS-COVERAGE-ACTION
           END-IF
           IF WS-RANGE-SIZE = 0 THEN
              MOVE 1000 TO WS-RANGE-SIZE
           END-IF
           IF WS-STEP-BAND = 0 THEN
              MOVE 10 TO WS-STEP-BAND
           END-IF
           IF WS-GAP-LIMIT = 0 THEN
              MOVE 5000 TO WS-GAP-LIMIT
           END-IF
           MOVE SPACES TO WS-REASON
           IF WS-COVERAGE-ACTION NOT = "REPORT" AND
              WS-COVERAGE-ACTION NOT = "GAPS" THEN
              MOVE "UNKNOWN COVERAGE ACTION" TO WS-REASON
           ELSE
              PERFORM BUILD-COVERAGE-REPORT
           END-IF
           IF WS-REASON = SPACES AND
              WS-COVERAGE-ACTION = "GAPS" THEN
              PERFORM QUEUE-GAP-NUMBERS
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "COVERAGE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-COLLATZ-COVERAGE.


       BUILD-COVERAGE-REPORT.
      * One pass over the cache in number order. Each number closes
      * any gap since the last one, rolls the range forward when it
      * crosses into a new one, and counts toward its range and the
      * histogram.
           OPEN INPUT COLLATZ-CACHE
           IF WS-CACHE-STATUS NOT = "00" THEN
              MOVE "NO CHAIN CACHE ON FILE" TO WS-REASON
           ELSE
              OPEN OUTPUT COVERAGE-REPORT
              MOVE SPACES TO COVERAGE-REPORT-REC
              STRING "COLLATZ COVERAGE - " WS-BUSI-DATE
                 " - RANGES OF " WS-RANGE-SIZE
                 DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
              WRITE COVERAGE-REPORT-REC
              MOVE SPACES TO COVERAGE-REPORT-REC
              WRITE COVERAGE-REPORT-REC
              MOVE "  RANGE" TO COVERAGE-REPORT-REC
              MOVE "WORKED" TO COVERAGE-REPORT-REC(46:6)
              MOVE "OF" TO COVERAGE-REPORT-REC(56:2)
              MOVE "AVG STEPS" TO COVERAGE-REPORT-REC(66:9)
              MOVE "MEDIAN" TO COVERAGE-REPORT-REC(77:6)
              WRITE COVERAGE-REPORT-REC
              MOVE 0 TO WS-HIST-TABLE
              MOVE 2 TO WS-NEXT-EXPECTED
              MOVE 0 TO WS-CUR-RANGE
              MOVE "N" TO WS-RANGE-OPEN
              PERFORM OPEN-NEXT-RANGE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ COLLATZ-CACHE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF CCH-VALUE > 1 AND
                          (WS-COVER-TO = 0 OR
                          CCH-VALUE NOT > WS-COVER-TO) THEN
                          PERFORM TAKE-CACHED-NUMBER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COLLATZ-CACHE
      * A map asked to run past the last worked number ends in one
      * last gap; otherwise it stops at the highest number cached.
              IF WS-COVER-TO = 0 THEN
                 MOVE WS-TOP-VALUE TO WS-COVER-TO
              END-IF
              IF WS-COVER-TO > 1 AND
                 WS-NEXT-EXPECTED NOT > WS-COVER-TO THEN
                 MOVE WS-NEXT-EXPECTED TO WS-NEW-GAP-FROM
                 MOVE WS-COVER-TO TO WS-NEW-GAP-TO
                 PERFORM NOTE-GAP-RUN
              END-IF
              COMPUTE WS-THIS-RANGE = (WS-COVER-TO - 1) /
                 WS-RANGE-SIZE
              IF WS-COVER-TO < 2 THEN
                 MOVE 0 TO WS-THIS-RANGE
              END-IF
              PERFORM CLOSE-CURRENT-RANGE
              IF WS-THIS-RANGE > WS-CUR-RANGE THEN
                 COMPUTE WS-RANGE-FROM =
                    (WS-CUR-RANGE + 1) * WS-RANGE-SIZE + 1
                 MOVE WS-COVER-TO TO WS-RANGE-TO
                 PERFORM WRITE-EMPTY-RANGES
              END-IF
              PERFORM WRITE-GAP-LIST
              PERFORM WRITE-STEP-HISTOGRAM
              CLOSE COVERAGE-REPORT
              MOVE "COLLCOVR" TO WS-DIST-REPORT
              MOVE "CLUB OFFICE" TO WS-DIST-DEST
              MOVE "N" TO WS-DIST-PATIENT
              PERFORM REGISTER-REPORT-OUTPUT
              DISPLAY "COLLATZ COVERAGE: " WS-CACHED-COUNT
                 " NUMBERS WORKED UP TO " WS-COVER-TO
              DISPLAY "   RANGES FULL " WS-RANGES-FULL
                 "  PARTIAL " WS-RANGES-PARTIAL
                 "  NOTHING WORKED " WS-RANGES-EMPTY
              DISPLAY "   GAP RUNS " WS-GAP-RUNS "  NUMBERS MISSING "
                 WS-GAP-NUMBERS " - SEE COLLCOVR"
           END-IF.
       END-BUILD-COVERAGE-REPORT.


       TAKE-CACHED-NUMBER.
           IF CCH-VALUE > WS-NEXT-EXPECTED THEN
              MOVE WS-NEXT-EXPECTED TO WS-NEW-GAP-FROM
              COMPUTE WS-NEW-GAP-TO = CCH-VALUE - 1
              PERFORM NOTE-GAP-RUN
           END-IF
           COMPUTE WS-THIS-RANGE = (CCH-VALUE - 1) / WS-RANGE-SIZE
           IF WS-THIS-RANGE NOT = WS-CUR-RANGE THEN
              PERFORM CLOSE-CURRENT-RANGE
      * Ranges skipped over entirely have nothing worked in them;
      * they print as one line however many there are.
              IF WS-THIS-RANGE > WS-CUR-RANGE + 1 THEN
                 COMPUTE WS-RANGE-FROM =
                    (WS-CUR-RANGE + 1) * WS-RANGE-SIZE + 1
                 COMPUTE WS-RANGE-TO =
                    WS-THIS-RANGE * WS-RANGE-SIZE
                 PERFORM WRITE-EMPTY-RANGES
              END-IF
              MOVE WS-THIS-RANGE TO WS-CUR-RANGE
              PERFORM OPEN-NEXT-RANGE
           END-IF
           ADD 1 TO WS-RANGE-COUNT
           ADD CCH-STEPS TO WS-RANGE-STEPS
           IF CCH-STEPS > 2999 THEN
              MOVE 2999 TO WS-STEP-SLOT
           ELSE
              MOVE CCH-STEPS TO WS-STEP-SLOT
           END-IF
           ADD 1 TO WS-MEDIAN-COUNT(WS-STEP-SLOT + 1)
           COMPUTE WS-HIST-IDX = CCH-STEPS / WS-STEP-BAND + 1
           IF CCH-STEPS / WS-STEP-BAND > 299 THEN
              MOVE 300 TO WS-HIST-IDX
           END-IF
           ADD 1 TO WS-HIST-COUNT(WS-HIST-IDX)
           IF WS-HIST-IDX > WS-HIST-TOP THEN
              MOVE WS-HIST-IDX TO WS-HIST-TOP
           END-IF
           ADD 1 TO WS-CACHED-COUNT
           MOVE CCH-VALUE TO WS-TOP-VALUE
           COMPUTE WS-NEXT-EXPECTED = CCH-VALUE + 1.
       END-TAKE-CACHED-NUMBER.


       OPEN-NEXT-RANGE.
           MOVE "Y" TO WS-RANGE-OPEN
           MOVE 0 TO WS-RANGE-COUNT
           MOVE 0 TO WS-RANGE-STEPS
           MOVE 0 TO WS-MEDIAN-TABLE.
       END-OPEN-NEXT-RANGE.


       CLOSE-CURRENT-RANGE.
      * One report line for the range just finished. The top range
      * ends at the top of the map, not at a full range's width.
           IF WS-RANGE-OPEN = "Y" THEN
              MOVE "N" TO WS-RANGE-OPEN
              COMPUTE WS-RANGE-FROM =
                 WS-CUR-RANGE * WS-RANGE-SIZE + 1
              COMPUTE WS-RANGE-TO =
                 WS-RANGE-FROM + WS-RANGE-SIZE - 1
              IF WS-COVER-TO > 0 AND WS-RANGE-TO > WS-COVER-TO THEN
                 MOVE WS-COVER-TO TO WS-RANGE-TO
              END-IF
              IF WS-RANGE-TO < WS-RANGE-FROM THEN
                 MOVE WS-RANGE-FROM TO WS-RANGE-TO
              END-IF
              COMPUTE WS-RANGE-SPAN = WS-RANGE-TO - WS-RANGE-FROM + 1
              MOVE WS-RANGE-COUNT TO WS-RANGE-COVERED
              IF WS-CUR-RANGE = 0 THEN
                 ADD 1 TO WS-RANGE-COVERED
              END-IF
              IF WS-RANGE-COUNT = 0 THEN
                 MOVE 0 TO WS-RANGE-AVERAGE
                 MOVE 0 TO WS-RANGE-MEDIAN
              ELSE
                 COMPUTE WS-RANGE-AVERAGE ROUNDED =
                    WS-RANGE-STEPS / WS-RANGE-COUNT
                 PERFORM FIND-RANGE-MEDIAN
              END-IF
              IF WS-RANGE-COVERED NOT < WS-RANGE-SPAN THEN
                 ADD 1 TO WS-RANGES-FULL
              ELSE IF WS-RANGE-COUNT = 0 THEN
                 ADD 1 TO WS-RANGES-EMPTY
              ELSE
                 ADD 1 TO WS-RANGES-PARTIAL
              END-IF
              END-IF
              MOVE WS-RANGE-FROM TO WS-ED-FROM
              MOVE WS-RANGE-TO TO WS-ED-TO
              MOVE WS-RANGE-AVERAGE TO WS-ED-AVERAGE
              MOVE WS-RANGE-MEDIAN TO WS-ED-MEDIAN
              MOVE SPACES TO COVERAGE-REPORT-REC
              STRING "  " WS-ED-FROM " - " WS-ED-TO "  "
                 WS-RANGE-COVERED " / " WS-RANGE-SPAN "  "
                 WS-ED-AVERAGE "  " WS-ED-MEDIAN
                 DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
              WRITE COVERAGE-REPORT-REC
           END-IF.
       END-CLOSE-CURRENT-RANGE.


       FIND-RANGE-MEDIAN.
      * The middle stopping time of the range; with an even count,
      * the halfway point between the two middle ones.
           COMPUTE WS-MEDIAN-LOW = (WS-RANGE-COUNT + 1) / 2
           COMPUTE WS-MEDIAN-HIGH = WS-RANGE-COUNT / 2 + 1
           MOVE 0 TO WS-RUNNING
           MOVE 9999 TO WS-LOW-STEP
           MOVE 9999 TO WS-HIGH-STEP
           PERFORM VARYING WS-STEP-SLOT FROM 1 BY 1 UNTIL
              WS-STEP-SLOT > 3000 OR WS-HIGH-STEP NOT = 9999
              ADD WS-MEDIAN-COUNT(WS-STEP-SLOT) TO WS-RUNNING
              IF WS-LOW-STEP = 9999 AND
                 WS-RUNNING NOT < WS-MEDIAN-LOW THEN
                 COMPUTE WS-LOW-STEP = WS-STEP-SLOT - 1
              END-IF
              IF WS-RUNNING NOT < WS-MEDIAN-HIGH THEN
                 COMPUTE WS-HIGH-STEP = WS-STEP-SLOT - 1
              END-IF
           END-PERFORM
           COMPUTE WS-RANGE-MEDIAN = (WS-LOW-STEP + WS-HIGH-STEP) / 2.
       END-FIND-RANGE-MEDIAN.


       WRITE-EMPTY-RANGES.
      * WS-RANGE-FROM to WS-RANGE-TO holds whole ranges with nothing
      * worked in any of them.
           ADD 1 TO WS-RANGES-EMPTY
           MOVE WS-RANGE-FROM TO WS-ED-FROM
           MOVE WS-RANGE-TO TO WS-ED-TO
           MOVE SPACES TO COVERAGE-REPORT-REC
           STRING "  " WS-ED-FROM " - " WS-ED-TO
              "  NOTHING WORKED"
              DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
           WRITE COVERAGE-REPORT-REC.
       END-WRITE-EMPTY-RANGES.


       NOTE-GAP-RUN.
      * Every run is counted; the first 500 are kept for the report
      * and for the feed.
           ADD 1 TO WS-GAP-RUNS
           COMPUTE WS-GAP-NUMBERS = WS-GAP-NUMBERS +
              WS-NEW-GAP-TO - WS-NEW-GAP-FROM + 1
           IF WS-GAP-COUNT < 500 THEN
              ADD 1 TO WS-GAP-COUNT
              MOVE WS-NEW-GAP-FROM TO WS-GAP-FROM(WS-GAP-COUNT)
              MOVE WS-NEW-GAP-TO TO WS-GAP-TO(WS-GAP-COUNT)
           END-IF.
       END-NOTE-GAP-RUN.


       WRITE-GAP-LIST.
           MOVE SPACES TO COVERAGE-REPORT-REC
           WRITE COVERAGE-REPORT-REC
           IF WS-GAP-RUNS = 0 THEN
              MOVE "NO GAPS - EVERY NUMBER UP TO THE TOP IS WORKED"
                 TO COVERAGE-REPORT-REC
              WRITE COVERAGE-REPORT-REC
           ELSE
              MOVE SPACES TO COVERAGE-REPORT-REC
              STRING "GAPS - " WS-GAP-RUNS " RUN(S), "
                 WS-GAP-NUMBERS " NUMBER(S) NOT WORKED:"
                 DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
              WRITE COVERAGE-REPORT-REC
              PERFORM VARYING WS-GAP-IDX FROM 1 BY 1 UNTIL
                 WS-GAP-IDX > WS-GAP-COUNT
                 MOVE WS-GAP-FROM(WS-GAP-IDX) TO WS-ED-FROM
                 MOVE WS-GAP-TO(WS-GAP-IDX) TO WS-ED-TO
                 MOVE SPACES TO COVERAGE-REPORT-REC
                 STRING "  " WS-ED-FROM " - " WS-ED-TO
                    DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
                 WRITE COVERAGE-REPORT-REC
              END-PERFORM
              IF WS-GAP-RUNS > WS-GAP-COUNT THEN
                 MOVE SPACES TO COVERAGE-REPORT-REC
                 STRING "  ... AND MORE PAST THE FIRST 500 RUNS"
                    DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
                 WRITE COVERAGE-REPORT-REC
              END-IF
           END-IF.
       END-WRITE-GAP-LIST.


       WRITE-STEP-HISTOGRAM.
      * One line per band that has anything in it, the bar scaled so
      * the busiest band fills forty columns.
           MOVE SPACES TO COVERAGE-REPORT-REC
           WRITE COVERAGE-REPORT-REC
           MOVE "STOPPING TIMES (STEPS DOWN TO 1):" TO
              COVERAGE-REPORT-REC
           WRITE COVERAGE-REPORT-REC
           MOVE 0 TO WS-HIST-MAX
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1 UNTIL
              WS-HIST-IDX > WS-HIST-TOP
              IF WS-HIST-COUNT(WS-HIST-IDX) > WS-HIST-MAX THEN
                 MOVE WS-HIST-COUNT(WS-HIST-IDX) TO WS-HIST-MAX
              END-IF
           END-PERFORM
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1 UNTIL
              WS-HIST-IDX > WS-HIST-TOP
              IF WS-HIST-COUNT(WS-HIST-IDX) > 0 THEN
                 COMPUTE WS-BAND-FROM =
                    (WS-HIST-IDX - 1) * WS-STEP-BAND
                 COMPUTE WS-BAND-TO =
                    WS-BAND-FROM + WS-STEP-BAND - 1
                 COMPUTE WS-BAR-LEN =
                    WS-HIST-COUNT(WS-HIST-IDX) * 40 / WS-HIST-MAX
                 IF WS-BAR-LEN = 0 THEN
                    MOVE 1 TO WS-BAR-LEN
                 END-IF
                 MOVE SPACES TO WS-BAR
                 MOVE ALL "*" TO WS-BAR(1:WS-BAR-LEN)
                 MOVE SPACES TO COVERAGE-REPORT-REC
                 IF WS-HIST-IDX = 300 THEN
                    STRING "  " WS-BAND-FROM " AND UP  "
                       WS-HIST-COUNT(WS-HIST-IDX) " " WS-BAR
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
                 ELSE
                    STRING "  " WS-BAND-FROM "-" WS-BAND-TO " "
                       WS-HIST-COUNT(WS-HIST-IDX) " " WS-BAR
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-REC
                 END-IF
                 WRITE COVERAGE-REPORT-REC
              END-IF
           END-PERFORM.
       END-WRITE-STEP-HISTOGRAM.


       QUEUE-GAP-NUMBERS.
      * The gaps go on the end of the feed, lowest first, up to the
      * run's limit. A feed wrapped in HDR/TRL control records is
      * left alone: adding lines would break its trailer count.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT COLLATZ-NUMBER-FEED
           IF WS-FEED-STATUS = "00" THEN
              READ COLLATZ-NUMBER-FEED
                 AT END
                    CONTINUE
                 NOT AT END
                    IF COLLATZ-NUMBER-FEED-REC(1:3) = "HDR" THEN
                       MOVE "FEED IS FRAMED - GAPS NOT QUEUED" TO
                          WS-REASON
                    END-IF
              END-READ
              CLOSE COLLATZ-NUMBER-FEED
           END-IF
           IF WS-REASON = SPACES THEN
              OPEN EXTEND COLLATZ-NUMBER-FEED
              IF WS-FEED-STATUS = "05" OR WS-FEED-STATUS = "35" THEN
                 CLOSE COLLATZ-NUMBER-FEED
                 OPEN OUTPUT COLLATZ-NUMBER-FEED
              END-IF
              PERFORM VARYING WS-GAP-IDX FROM 1 BY 1 UNTIL
                 WS-GAP-IDX > WS-GAP-COUNT OR
                 WS-QUEUED NOT < WS-GAP-LIMIT
                 MOVE WS-GAP-FROM(WS-GAP-IDX) TO WS-GAP-NUMBER
                 PERFORM UNTIL WS-GAP-NUMBER > WS-GAP-TO(WS-GAP-IDX)
                    OR WS-QUEUED NOT < WS-GAP-LIMIT
                    MOVE WS-GAP-NUMBER TO CNF-NUMBER
                    WRITE COLLATZ-NUMBER-FEED-REC
                    ADD 1 TO WS-QUEUED
                    ADD 1 TO WS-GAP-NUMBER
                 END-PERFORM
              END-PERFORM
              CLOSE COLLATZ-NUMBER-FEED
              DISPLAY "   " WS-QUEUED
                 " GAP NUMBER(S) QUEUED ON COLLZNUMS"
           END-IF.
       END-QUEUE-GAP-NUMBERS.


       COUNT-REPORT-LINES.
      * Lines now on WS-DIST-REPORT; none if it isn't there.
           MOVE 0 TO WS-DIST-LINES
           MOVE "N" TO WS-DISTCNT-EOF
           OPEN INPUT DISTRIBUTION-COUNT
           IF WS-DISTCNT-STATUS = "00" THEN
              PERFORM UNTIL WS-DISTCNT-EOF = "Y"
                 READ DISTRIBUTION-COUNT
                    AT END
                       MOVE "Y" TO WS-DISTCNT-EOF
                    NOT AT END
                       ADD 1 TO WS-DIST-LINES
                 END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-COUNT
           END-IF.
       END-COUNT-REPORT-LINES.


       REGISTER-REPORT-OUTPUT.
      * One register line for the report in WS-DIST-REPORT once it
      * is closed, creating the register on the first write. A run
      * that printed nothing has nothing to hand out and isn't
      * registered. Pages are counted at WS-DIST-PAGE-LINES lines.
           PERFORM COUNT-REPORT-LINES
           IF WS-DIST-LINES > WS-DIST-BEFORE THEN
              SUBTRACT WS-DIST-BEFORE FROM WS-DIST-LINES
              MOVE SPACES TO DISTRIBUTION-REGISTER-REC
              MOVE WS-RUN-ID TO DRG-RUN-ID
              MOVE WS-BUSI-DATE TO DRG-BUSI-DATE
              MOVE WS-DIST-REPORT TO DRG-REPORT
              MOVE "COLLATZ-COVERAGE" TO DRG-PROGRAM
              MOVE WS-DIST-LINES TO DRG-LINES
              COMPUTE DRG-PAGES = (WS-DIST-LINES +
                 WS-DIST-PAGE-LINES - 1) / WS-DIST-PAGE-LINES
              MOVE WS-DIST-DEST TO DRG-DESTINATION
              MOVE WS-DIST-PATIENT TO DRG-PATIENT
              ACCEPT DRG-PRODUCED-ON FROM DATE YYYYMMDD
              ACCEPT WS-DIST-TIME FROM TIME
              MOVE WS-DIST-TIME(1:6) TO DRG-PRODUCED-AT
              OPEN EXTEND DISTRIBUTION-REGISTER
              IF WS-DISTREG-STATUS = "05" OR
                 WS-DISTREG-STATUS = "35" THEN
                 CLOSE DISTRIBUTION-REGISTER
                 OPEN OUTPUT DISTRIBUTION-REGISTER
              END-IF
              WRITE DISTRIBUTION-REGISTER-REC
              CLOSE DISTRIBUTION-REGISTER
           END-IF
           MOVE 0 TO WS-DIST-BEFORE.
       END-REGISTER-REPORT-OUTPUT.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "COLLATZ-COVERAGE - " WS-CACHED-COUNT " WORKED, "
              WS-GAP-RUNS " GAP RUN(S), " WS-QUEUED " QUEUED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "COLLATZ-COVERAGE - REJECTED " WS-COVERAGE-ACTION
              " - " WS-REASON
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
           MOVE "COLLATZ-COVERAGE - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "COLLATZ-COVERAGE - RUN END" TO WS-LOG-TEXT
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
