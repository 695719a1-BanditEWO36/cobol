       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKOUT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The throw-by-throw record DARTS appends to: every dart of the
      * night in the order it was thrown, with the ring it scored.
           SELECT THROW-DETAIL ASSIGN TO "DARTSDTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DETAIL-STATUS.
      * The session cards say which countdown each session played;
      * the detail lines don't carry it.
           SELECT DARTS-SCOREFILE ASSIGN TO "DARTSSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DSF-KEY
              FILE STATUS IS WS-SCOREFILE-STATUS.
      * The conversion report, rebuilt whole each run: per player,
      * the visits a finish was on and how many of them they took.
           SELECT CHECKOUT-REPORT-FILE ASSIGN TO "CHKOUTRP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
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
       FD  THROW-DETAIL.
       01 THROW-DETAIL-REC.
           05 TDL-PLAYER       PIC X(20).
           05 TDL-SESSION-DATE PIC X(8).
           05 TDL-THROW-NO     PIC 99.
           05 TDL-X            PIC 99V9.
           05 TDL-Y            PIC 99V9.
           05 TDL-RESULT       PIC 99.
           05 TDL-VENUE        PIC X(4).
       FD  DARTS-SCOREFILE.
       01 DARTS-SCOREFILE-REC.
           05 DSF-KEY.
              10 DSF-PLAYER       PIC X(20).
              10 DSF-SESSION-DATE PIC X(8).
              10 DSF-VENUE        PIC X(4).
           05 DSF-THROW-COUNT     PIC 99.
           05 DSF-TOTAL           PIC 9(4).
           05 DSF-CLOSED          PIC X.
           05 DSF-MODE            PIC X(3).
           05 DSF-REMAINING       PIC 9(4).
       FD  CHECKOUT-REPORT-FILE.
       01 CHECKOUT-REPORT-REC PIC X(80).
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
      * The night reported on; blank means the business date.
       01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-DETAIL-STATUS    PIC XX.
       01 WS-SCOREFILE-STATUS PIC XX.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-CARDS-OPEN PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * One row per session thrown tonight, replayed dart by dart
      * the way DARTS scored it: the countdown it played (spaces
      * when it was the rings game or its card can't be found),
      * what it has left, whether it is out, and whether a finish
      * has been on yet in the visit being thrown.
       01 WS-SESSION-COUNT PIC 999 VALUE 0.
       01 WS-SESSION-TABLE.
           05 WS-SS-ENTRY OCCURS 500 TIMES.
              10 WS-SS-PLAYER    PIC X(20).
              10 WS-SS-VENUE     PIC X(4).
              10 WS-SS-MODE      PIC X(3).
              10 WS-SS-REMAINING PIC 9(4).
              10 WS-SS-OUT       PIC X.
              10 WS-SS-CHANCE    PIC X.
              10 WS-SS-PLAYER-IDX PIC 999.
       01 WS-SS-IDX   PIC 999.
       01 WS-SS-FOUND PIC 999.
      * One row per player: countdown sessions, visits with a
      * finish on, and visits the finish was taken in.
       01 WS-PLAYER-COUNT PIC 999 VALUE 0.
       01 WS-PLAYER-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES.
              10 WS-PL-NAME      PIC X(20).
              10 WS-PL-SESSIONS  PIC 9(4).
              10 WS-PL-CHANCES   PIC 9(5).
              10 WS-PL-CONVERTED PIC 9(5).
       01 WS-PL-IDX   PIC 999.
       01 WS-PL-FOUND PIC 999.
      * The dart being replayed: darts left in its visit as it was
      * thrown, and the fewest darts the score left could be taken
      * in -- tens first, then fives, then ones, the same sum
      * DARTS's checkout advice makes.
       01 WS-DARTS-LEFT  PIC 9.
       01 WS-ROUTE-TENS  PIC 999.
       01 WS-ROUTE-REST  PIC 9.
       01 WS-ROUTE-FIVES PIC 9.
       01 WS-ROUTE-ONES  PIC 9.
       01 WS-ROUTE-DARTS PIC 999.
      * Run tallies.
       01 WS-THROW-COUNT     PIC 9(6) VALUE 0.
       01 WS-RINGS-SESSIONS  PIC 999 VALUE 0.
       01 WS-NOCARD-SESSIONS PIC 999 VALUE 0.
       01 WS-TOTAL-SESSIONS  PIC 9(5) VALUE 0.
       01 WS-TOTAL-CHANCES   PIC 9(6) VALUE 0.
       01 WS-TOTAL-CONVERTED PIC 9(6) VALUE 0.
      * Report editing.
       01 WS-ED-SESSIONS PIC ZZZ9.
       01 WS-ED-CHANCES  PIC ZZZZ9.
       01 WS-ED-RATE     PIC ZZ9.
       01 WS-RATE        PIC 999.
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
       CHECKOUT-REPORT.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-REPORT-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-REPORT-DATE
           END-IF
           IF WS-REPORT-DATE IS NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-REPORT-DATE)) NOT = 0 THEN
              MOVE "REPORT DATE MUST BE YYYYMMDD" TO WS-REASON
              DISPLAY "NOTHING REPORTED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM REPLAY-NIGHTS-THROWS
              PERFORM WRITE-CHECKOUT-REPORT
              DISPLAY "NIGHT " WS-REPORT-DATE ": " WS-PLAYER-COUNT
                 " PLAYER(S), " WS-TOTAL-CHANCES " CHANCE(S), "
                 WS-TOTAL-CONVERTED " CONVERTED"
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-CHECKOUT-REPORT.


       REPLAY-NIGHTS-THROWS.
      * Every dart of the night, in the order thrown. The session
      * cards are only read for the countdown each session played,
      * so this has to run before the archive takes the closed
      * cards off the live file.
           MOVE "N" TO WS-CARDS-OPEN
           OPEN INPUT DARTS-SCOREFILE
           IF WS-SCOREFILE-STATUS = "00" THEN
              MOVE "Y" TO WS-CARDS-OPEN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT THROW-DETAIL
           IF WS-DETAIL-STATUS NOT = "00" THEN
              DISPLAY "NO THROW DETAIL ON FILE"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ THROW-DETAIL
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF TDL-SESSION-DATE = WS-REPORT-DATE THEN
                          ADD 1 TO WS-THROW-COUNT
                          PERFORM FIND-OR-ADD-SESSION
                          IF WS-SS-FOUND > 0 THEN
                             PERFORM REPLAY-ONE-THROW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE THROW-DETAIL
           END-IF
           IF WS-CARDS-OPEN = "Y" THEN
              CLOSE DARTS-SCOREFILE
           END-IF.
       END-REPLAY-NIGHTS-THROWS.


       FIND-OR-ADD-SESSION.
      * A session met for the first time takes its countdown from
      * its card and starts from the full 301 or 501.
           MOVE 0 TO WS-SS-FOUND
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1 UNTIL
              WS-SS-IDX > WS-SESSION-COUNT
              IF WS-SS-PLAYER(WS-SS-IDX) = TDL-PLAYER AND
                 WS-SS-VENUE(WS-SS-IDX) = TDL-VENUE THEN
                 MOVE WS-SS-IDX TO WS-SS-FOUND
              END-IF
           END-PERFORM
           IF WS-SS-FOUND = 0 AND WS-SESSION-COUNT < 500 THEN
              ADD 1 TO WS-SESSION-COUNT
              MOVE WS-SESSION-COUNT TO WS-SS-FOUND
              MOVE TDL-PLAYER TO WS-SS-PLAYER(WS-SS-FOUND)
              MOVE TDL-VENUE TO WS-SS-VENUE(WS-SS-FOUND)
              MOVE SPACES TO WS-SS-MODE(WS-SS-FOUND)
              MOVE 0 TO WS-SS-REMAINING(WS-SS-FOUND)
              MOVE "N" TO WS-SS-OUT(WS-SS-FOUND)
              MOVE "N" TO WS-SS-CHANCE(WS-SS-FOUND)
              MOVE 0 TO WS-SS-PLAYER-IDX(WS-SS-FOUND)
              PERFORM READ-SESSION-MODE
           END-IF.
       END-FIND-OR-ADD-SESSION.


       READ-SESSION-MODE.
           IF WS-CARDS-OPEN = "N" THEN
              ADD 1 TO WS-NOCARD-SESSIONS
           ELSE
              MOVE TDL-PLAYER TO DSF-PLAYER
              MOVE TDL-SESSION-DATE TO DSF-SESSION-DATE
              MOVE TDL-VENUE TO DSF-VENUE
              READ DARTS-SCOREFILE
                 INVALID KEY
                    ADD 1 TO WS-NOCARD-SESSIONS
                 NOT INVALID KEY
                    IF DSF-MODE = "301" OR DSF-MODE = "501" THEN
                       MOVE DSF-MODE TO WS-SS-MODE(WS-SS-FOUND)
                       MOVE DSF-MODE TO WS-SS-REMAINING(WS-SS-FOUND)
                       PERFORM FIND-OR-ADD-PLAYER
                       MOVE WS-PL-FOUND TO
                          WS-SS-PLAYER-IDX(WS-SS-FOUND)
                       IF WS-PL-FOUND > 0 THEN
                          ADD 1 TO WS-PL-SESSIONS(WS-PL-FOUND)
                          ADD 1 TO WS-TOTAL-SESSIONS
                       END-IF
                    ELSE
                       ADD 1 TO WS-RINGS-SESSIONS
                    END-IF
              END-READ
           END-IF.
       END-READ-SESSION-MODE.


       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-PL-FOUND
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL
              WS-PL-IDX > WS-PLAYER-COUNT
              IF WS-PL-NAME(WS-PL-IDX) = TDL-PLAYER THEN
                 MOVE WS-PL-IDX TO WS-PL-FOUND
              END-IF
           END-PERFORM
           IF WS-PL-FOUND = 0 AND WS-PLAYER-COUNT < 200 THEN
              ADD 1 TO WS-PLAYER-COUNT
              MOVE WS-PLAYER-COUNT TO WS-PL-FOUND
              MOVE TDL-PLAYER TO WS-PL-NAME(WS-PL-FOUND)
              MOVE 0 TO WS-PL-SESSIONS(WS-PL-FOUND)
              MOVE 0 TO WS-PL-CHANCES(WS-PL-FOUND)
              MOVE 0 TO WS-PL-CONVERTED(WS-PL-FOUND)
           END-IF.
       END-FIND-OR-ADD-PLAYER.


       REPLAY-ONE-THROW.
      * A chance is a visit in which, at some dart, what was left
      * could be taken with the darts left in the visit -- the
      * moment DARTS starts calling a finish. It converts if the
      * session goes out before the visit ends. A bust dart scores
      * nothing but still counts as thrown, as it does in DARTS.
           MOVE WS-SS-PLAYER-IDX(WS-SS-FOUND) TO WS-PL-FOUND
           IF WS-SS-MODE(WS-SS-FOUND) NOT = SPACES AND
              WS-SS-OUT(WS-SS-FOUND) = "N" AND WS-PL-FOUND > 0 THEN
              COMPUTE WS-DARTS-LEFT = 3 -
                 FUNCTION MOD(TDL-THROW-NO - 1, 3)
              IF WS-DARTS-LEFT = 3 THEN
                 MOVE "N" TO WS-SS-CHANCE(WS-SS-FOUND)
              END-IF
              DIVIDE WS-SS-REMAINING(WS-SS-FOUND) BY 10
                 GIVING WS-ROUTE-TENS REMAINDER WS-ROUTE-REST
              DIVIDE WS-ROUTE-REST BY 5 GIVING WS-ROUTE-FIVES
                 REMAINDER WS-ROUTE-ONES
              COMPUTE WS-ROUTE-DARTS = WS-ROUTE-TENS +
                 WS-ROUTE-FIVES + WS-ROUTE-ONES
              IF WS-ROUTE-DARTS NOT > WS-DARTS-LEFT AND
                 WS-SS-CHANCE(WS-SS-FOUND) = "N" THEN
                 MOVE "Y" TO WS-SS-CHANCE(WS-SS-FOUND)
                 ADD 1 TO WS-PL-CHANCES(WS-PL-FOUND)
                 ADD 1 TO WS-TOTAL-CHANCES
              END-IF
              IF TDL-RESULT NOT > WS-SS-REMAINING(WS-SS-FOUND) THEN
                 SUBTRACT TDL-RESULT FROM
                    WS-SS-REMAINING(WS-SS-FOUND)
              END-IF
              IF WS-SS-REMAINING(WS-SS-FOUND) = 0 THEN
                 MOVE "Y" TO WS-SS-OUT(WS-SS-FOUND)
                 ADD 1 TO WS-PL-CONVERTED(WS-PL-FOUND)
                 ADD 1 TO WS-TOTAL-CONVERTED
              END-IF
           END-IF.
       END-REPLAY-ONE-THROW.


       WRITE-CHECKOUT-REPORT.
           OPEN OUTPUT CHECKOUT-REPORT-FILE
           MOVE SPACES TO CHECKOUT-REPORT-REC
           STRING "CHECKOUT CONVERSION - NIGHT OF " WS-REPORT-DATE
              DELIMITED BY SIZE INTO CHECKOUT-REPORT-REC
           WRITE CHECKOUT-REPORT-REC
           MOVE SPACES TO CHECKOUT-REPORT-REC
           STRING "301/501 SESSIONS ONLY; A CHANCE IS A VISIT WITH A "
              "FINISH ON"
              DELIMITED BY SIZE INTO CHECKOUT-REPORT-REC
           WRITE CHECKOUT-REPORT-REC
           MOVE SPACES TO CHECKOUT-REPORT-REC
           WRITE CHECKOUT-REPORT-REC
           MOVE SPACES TO CHECKOUT-REPORT-REC
           MOVE "PLAYER" TO CHECKOUT-REPORT-REC(1:6)
           MOVE "SESSIONS" TO CHECKOUT-REPORT-REC(23:8)
           MOVE "CHANCES" TO CHECKOUT-REPORT-REC(33:7)
           MOVE "CONVERTED" TO CHECKOUT-REPORT-REC(42:9)
           MOVE "RATE" TO CHECKOUT-REPORT-REC(53:4)
           WRITE CHECKOUT-REPORT-REC
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL
              WS-PL-IDX > WS-PLAYER-COUNT
              MOVE SPACES TO CHECKOUT-REPORT-REC
              MOVE WS-PL-NAME(WS-PL-IDX) TO CHECKOUT-REPORT-REC(1:20)
              MOVE WS-PL-SESSIONS(WS-PL-IDX) TO WS-ED-SESSIONS
              MOVE WS-ED-SESSIONS TO CHECKOUT-REPORT-REC(27:4)
              MOVE WS-PL-CHANCES(WS-PL-IDX) TO WS-ED-CHANCES
              MOVE WS-ED-CHANCES TO CHECKOUT-REPORT-REC(35:5)
              MOVE WS-PL-CONVERTED(WS-PL-IDX) TO WS-ED-CHANCES
              MOVE WS-ED-CHANCES TO CHECKOUT-REPORT-REC(46:5)
              IF WS-PL-CHANCES(WS-PL-IDX) = 0 THEN
                 MOVE "   -" TO CHECKOUT-REPORT-REC(53:4)
              ELSE
                 COMPUTE WS-RATE ROUNDED =
                    WS-PL-CONVERTED(WS-PL-IDX) * 100 /
                    WS-PL-CHANCES(WS-PL-IDX)
                 MOVE WS-RATE TO WS-ED-RATE
                 MOVE WS-ED-RATE TO CHECKOUT-REPORT-REC(53:3)
                 MOVE "%" TO CHECKOUT-REPORT-REC(56:1)
              END-IF
              WRITE CHECKOUT-REPORT-REC
           END-PERFORM
           MOVE SPACES TO CHECKOUT-REPORT-REC
           WRITE CHECKOUT-REPORT-REC
           MOVE SPACES TO CHECKOUT-REPORT-REC
           MOVE "HOUSE" TO CHECKOUT-REPORT-REC(1:5)
           MOVE WS-TOTAL-SESSIONS TO WS-ED-SESSIONS
           MOVE WS-ED-SESSIONS TO CHECKOUT-REPORT-REC(27:4)
           MOVE WS-TOTAL-CHANCES TO WS-ED-CHANCES
           MOVE WS-ED-CHANCES TO CHECKOUT-REPORT-REC(35:5)
           MOVE WS-TOTAL-CONVERTED TO WS-ED-CHANCES
           MOVE WS-ED-CHANCES TO CHECKOUT-REPORT-REC(46:5)
           IF WS-TOTAL-CHANCES > 0 THEN
              COMPUTE WS-RATE ROUNDED =
                 WS-TOTAL-CONVERTED * 100 / WS-TOTAL-CHANCES
              MOVE WS-RATE TO WS-ED-RATE
              MOVE WS-ED-RATE TO CHECKOUT-REPORT-REC(53:3)
              MOVE "%" TO CHECKOUT-REPORT-REC(56:1)
           END-IF
           WRITE CHECKOUT-REPORT-REC
           MOVE SPACES TO CHECKOUT-REPORT-REC
           STRING "THROWS READ " WS-THROW-COUNT "  RINGS SESSIONS "
              WS-RINGS-SESSIONS "  NO CARD " WS-NOCARD-SESSIONS
              DELIMITED BY SIZE INTO CHECKOUT-REPORT-REC
           WRITE CHECKOUT-REPORT-REC
           CLOSE CHECKOUT-REPORT-FILE
           MOVE "CHKOUTRP" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
      * A session whose card is gone can't be replayed; the morning
      * review hears about it rather than reading a short report.
           IF WS-NOCARD-SESSIONS > 0 THEN
              MOVE SPACES TO WS-LOG-TEXT
              STRING "CHECKOUT-REPORT - " WS-NOCARD-SESSIONS
                 " SESSION(S) WITH NO CARD - NOT REPLAYED"
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-WRITE-CHECKOUT-REPORT.


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
              MOVE "CHECKOUT-REPORT" TO DRG-PROGRAM
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
           STRING "CHECKOUT-REPORT - NIGHT " WS-REPORT-DATE " "
              WS-TOTAL-CHANCES " CHANCES, " WS-TOTAL-CONVERTED
              " CONVERTED"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "CHECKOUT-REPORT - REJECTED - " WS-REASON
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
           MOVE "CHECKOUT-REPORT - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "CHECKOUT-REPORT - RUN END" TO WS-LOG-TEXT
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
