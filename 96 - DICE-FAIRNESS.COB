       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICE-FAIRNESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The roll log YACHT appends to: one line per dice string
      * played, with the night, the player, the venue, the table and
      * the attendant who keyed it.
           SELECT ROLL-LOG ASSIGN TO "ROLLLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROLLLOG-STATUS.
      * The fairness report, rebuilt whole each run: face counts
      * against expectation for the house, each venue, each table
      * and each attendant, with anything unlikely flagged under
      * its row.
           SELECT FAIRNESS-REPORT ASSIGN TO "DICEFAIR"
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
       FD  ROLL-LOG.
       01 ROLL-LOG-REC.
           05 RL-DATE     PIC X(8).
           05 RL-TIME     PIC X(6).
           05 RL-PLAYER   PIC X(20).
           05 RL-VENUE    PIC X(4).
           05 RL-TABLE    PIC X(4).
           05 RL-OPERATOR PIC X(10).
           05 RL-DICE     PIC X(5).
           05 RL-CATEGORY PIC X(15).
       FD  FAIRNESS-REPORT.
       01 FAIRNESS-REPORT-REC PIC X(100).
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
      * The month audited, as YYYYMM; blank means the business
      * date's month, which is what the month-end close runs.
       01 WS-PERIOD PIC X(6) VALUE SPACES.
       01 WS-ROLLLOG-STATUS PIC XX.
       01 WS-REPORT-STATUS  PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * One row per group the month's rolls fall into: the house as
      * a whole, each venue, each table (within its venue) and each
      * attendant. Faces are counted die by die; a yacht is a roll
      * of five alike, and the run fields follow consecutive
      * yachts in the order the group's rolls were logged.
       01 WS-GROUP-COUNT PIC 999 VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GR-ENTRY OCCURS 300 TIMES.
              10 WS-GR-DIM      PIC X(8).
              10 WS-GR-KEY      PIC X(14).
              10 WS-GR-ROLLS    PIC 9(6).
              10 WS-GR-FACE     PIC 9(7) OCCURS 6 TIMES.
              10 WS-GR-YACHTS   PIC 9(5).
              10 WS-GR-RUN      PIC 9(3).
              10 WS-GR-BEST-RUN PIC 9(3).
       01 WS-GR-IDX   PIC 999.
       01 WS-GR-FOUND PIC 999.
       01 WS-FIND-DIM PIC X(8).
       01 WS-FIND-KEY PIC X(14).
       01 WS-DIM-NAMES.
           05 FILLER PIC X(8) VALUE "HOUSE".
           05 FILLER PIC X(8) VALUE "VENUE".
           05 FILLER PIC X(8) VALUE "TABLE".
           05 FILLER PIC X(8) VALUE "OPERATOR".
       01 WS-DIM-TABLE REDEFINES WS-DIM-NAMES
                       PIC X(8) OCCURS 4 TIMES.
       01 WS-DIM-IDX PIC 9.
      * The roll being counted.
       01 WS-FACE-IDX PIC 9.
       01 WS-DIE-IDX  PIC 9.
       01 WS-FACE     PIC 9.
       01 WS-ROLL-IS-YACHT PIC X.
       01 WS-ROLL-VALID    PIC X.
      * The yardsticks. A logged roll is the dice a player kept,
      * not one fair throw -- players hold sixes and chase matches
      * -- so a venue, table or attendant is tested for differing
      * from the rest of the house over the same month: its faces
      * and the rest's are both held up against the house's pooled
      * mix, the usual two-row contingency test, so neither a loaded
      * table nor a thin remainder skews the answer. The house as a
      * whole, or a group with too little of the house left beside
      * it, is measured against a fair die. A group is judged on its
      * face mix once it has thrown WS-MIN-DICE dice.
       01 WS-MIN-DICE   PIC 9(3) VALUE 50.
       01 WS-HOUSE-DICE PIC 9(7).
       01 WS-REST-DICE  PIC 9(7).
       01 WS-REST-ROLLS PIC 9(6).
       01 WS-REST-FACE  PIC 9(7).
       01 WS-REST-EXPECTED PIC 9(7)V9(4).
       01 WS-YACHT-RATE PIC V9(8).
       01 WS-FAIR-YACHT-RATE PIC V9(8) VALUE .00077160.
      * Chi-square on five degrees of freedom: above 20.52 a face
      * mix that far off comes up by chance less than one month in
      * a thousand. The yacht tests use the same one-in-a-thousand
      * line.
       01 WS-CHI-LIMIT PIC 99V99 VALUE 20.52.
       01 WS-UNLIKELY  PIC V9(8) VALUE .00100000.
      * Scratch for one group's tests.
       01 WS-GROUP-DICE PIC 9(7).
       01 WS-EXPECTED-COUNTS.
           05 WS-EXPECTED PIC 9(7)V9(4) OCCURS 6 TIMES.
       01 WS-CHI-SQ     PIC 9(6)V99.
       01 WS-CHI-TERM   PIC 9(7)V9(4).
       01 WS-LAMBDA     PIC 9(5)V9(8).
       01 WS-PMF        PIC 9V9(17).
       01 WS-BELOW      PIC 9V9(17).
       01 WS-TAIL       PIC 9V9(17).
       01 WS-POIS-IDX   PIC 9(5).
       01 WS-STREAK-ODDS PIC 9(6)V9(12).
       01 WS-FLAG-FACES  PIC X.
       01 WS-FLAG-YACHTS PIC X.
       01 WS-FLAG-STREAK PIC X.
      * Report editing.
       01 WS-ED-COUNT PIC ZZZZZZ9.
       01 WS-ED-ROLLS PIC ZZZZZ9.
       01 WS-ED-CHI   PIC ZZZZ9.99.
       01 WS-ED-YACHT PIC ZZZZ9.
       01 WS-ED-EXP   PIC ZZZ9.99.
       01 WS-ED-RUN   PIC ZZ9.
       01 WS-ED-ODDS  PIC 9.9999999.
       01 WS-COL      PIC 999.
       01 WS-FLAG-TEXT PIC X(80).
       01 WS-FLAG-SHORT PIC X(12).
      * Run tallies.
       01 WS-READ-COUNT    PIC 9(7) VALUE 0.
       01 WS-ROLL-COUNT    PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
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
       DICE-FAIRNESS.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-PERIOD = SPACES THEN
              MOVE WS-BUSI-DATE(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD IS NOT NUMERIC THEN
              MOVE "PERIOD MUST BE YYYYMM" TO WS-REASON
              DISPLAY "NOTHING AUDITED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM COUNT-MONTHS-ROLLS
              PERFORM WRITE-FAIRNESS-REPORT
              DISPLAY "PERIOD " WS-PERIOD ": " WS-ROLL-COUNT
                 " ROLL(S) AUDITED, " WS-SKIPPED-COUNT
                 " MALFORMED, " WS-FLAGGED-COUNT " FLAG(S) RAISED"
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-DICE-FAIRNESS.


       COUNT-MONTHS-ROLLS.
      * The house row goes in first so it always heads the report.
           MOVE "HOUSE" TO WS-FIND-DIM
           MOVE "ALL ROLLS" TO WS-FIND-KEY
           PERFORM FIND-OR-ADD-GROUP
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ROLL-LOG
           IF WS-ROLLLOG-STATUS NOT = "00" THEN
              DISPLAY "NO ROLL LOG ON FILE"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ROLL-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF RL-DATE(1:6) = WS-PERIOD THEN
                          PERFORM COUNT-ONE-ROLL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROLL-LOG
           END-IF.
       END-COUNT-MONTHS-ROLLS.


       COUNT-ONE-ROLL.
      * YACHT only logs dice it accepted, but a hand-edited line is
      * skipped rather than counted as a face no die shows.
           MOVE "Y" TO WS-ROLL-VALID
           PERFORM VARYING WS-DIE-IDX FROM 1 BY 1 UNTIL WS-DIE-IDX > 5
              IF RL-DICE(WS-DIE-IDX:1) < "1" OR
                 RL-DICE(WS-DIE-IDX:1) > "6" THEN
                 MOVE "N" TO WS-ROLL-VALID
              END-IF
           END-PERFORM
           IF WS-ROLL-VALID = "N" THEN
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              ADD 1 TO WS-ROLL-COUNT
              MOVE "Y" TO WS-ROLL-IS-YACHT
              PERFORM VARYING WS-DIE-IDX FROM 2 BY 1 UNTIL
                 WS-DIE-IDX > 5
                 IF RL-DICE(WS-DIE-IDX:1) NOT = RL-DICE(1:1) THEN
                    MOVE "N" TO WS-ROLL-IS-YACHT
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-DIM-IDX FROM 1 BY 1 UNTIL
                 WS-DIM-IDX > 4
                 MOVE WS-DIM-TABLE(WS-DIM-IDX) TO WS-FIND-DIM
                 PERFORM SET-GROUP-KEY
                 PERFORM FIND-OR-ADD-GROUP
                 IF WS-GR-FOUND > 0 THEN
                    PERFORM ADD-ROLL-TO-GROUP
                 END-IF
              END-PERFORM
           END-IF.
       END-COUNT-ONE-ROLL.


       SET-GROUP-KEY.
      * A table number only means something within its venue, so a
      * table's key carries both. A roll logged with no table or no
      * attendant groups under NONE.
           MOVE SPACES TO WS-FIND-KEY
           EVALUATE WS-FIND-DIM
              WHEN "HOUSE"
                 MOVE "ALL ROLLS" TO WS-FIND-KEY
              WHEN "VENUE"
                 MOVE RL-VENUE TO WS-FIND-KEY
              WHEN "TABLE"
                 IF RL-TABLE = SPACES THEN
                    STRING RL-VENUE "/NONE"
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                 ELSE
                    STRING RL-VENUE "/" RL-TABLE
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                 END-IF
              WHEN "OPERATOR"
                 IF RL-OPERATOR = SPACES THEN
                    MOVE "NONE" TO WS-FIND-KEY
                 ELSE
                    MOVE RL-OPERATOR TO WS-FIND-KEY
                 END-IF
           END-EVALUATE.
       END-SET-GROUP-KEY.


       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GR-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1 UNTIL
              WS-GR-IDX > WS-GROUP-COUNT
              IF WS-GR-DIM(WS-GR-IDX) = WS-FIND-DIM AND
                 WS-GR-KEY(WS-GR-IDX) = WS-FIND-KEY THEN
                 MOVE WS-GR-IDX TO WS-GR-FOUND
              END-IF
           END-PERFORM
           IF WS-GR-FOUND = 0 AND WS-GROUP-COUNT < 300 THEN
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-GROUP-COUNT TO WS-GR-FOUND
              MOVE WS-FIND-DIM TO WS-GR-DIM(WS-GR-FOUND)
              MOVE WS-FIND-KEY TO WS-GR-KEY(WS-GR-FOUND)
              MOVE 0 TO WS-GR-ROLLS(WS-GR-FOUND)
              PERFORM VARYING WS-FACE-IDX FROM 1 BY 1 UNTIL
                 WS-FACE-IDX > 6
                 MOVE 0 TO WS-GR-FACE(WS-GR-FOUND WS-FACE-IDX)
              END-PERFORM
              MOVE 0 TO WS-GR-YACHTS(WS-GR-FOUND)
              MOVE 0 TO WS-GR-RUN(WS-GR-FOUND)
              MOVE 0 TO WS-GR-BEST-RUN(WS-GR-FOUND)
           END-IF.
       END-FIND-OR-ADD-GROUP.


       ADD-ROLL-TO-GROUP.
           ADD 1 TO WS-GR-ROLLS(WS-GR-FOUND)
           PERFORM VARYING WS-DIE-IDX FROM 1 BY 1 UNTIL WS-DIE-IDX > 5
              MOVE RL-DICE(WS-DIE-IDX:1) TO WS-FACE
              ADD 1 TO WS-GR-FACE(WS-GR-FOUND WS-FACE)
           END-PERFORM
           IF WS-ROLL-IS-YACHT = "Y" THEN
              ADD 1 TO WS-GR-YACHTS(WS-GR-FOUND)
              ADD 1 TO WS-GR-RUN(WS-GR-FOUND)
              IF WS-GR-RUN(WS-GR-FOUND) >
                 WS-GR-BEST-RUN(WS-GR-FOUND) THEN
                 MOVE WS-GR-RUN(WS-GR-FOUND) TO
                    WS-GR-BEST-RUN(WS-GR-FOUND)
              END-IF
           ELSE
              MOVE 0 TO WS-GR-RUN(WS-GR-FOUND)
           END-IF.
       END-ADD-ROLL-TO-GROUP.


       WRITE-FAIRNESS-REPORT.
           OPEN OUTPUT FAIRNESS-REPORT
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM VARYING WS-DIM-IDX FROM 1 BY 1 UNTIL WS-DIM-IDX > 4
              PERFORM VARYING WS-GR-IDX FROM 1 BY 1 UNTIL
                 WS-GR-IDX > WS-GROUP-COUNT
                 IF WS-GR-DIM(WS-GR-IDX) = WS-DIM-TABLE(WS-DIM-IDX)
                    THEN
                    PERFORM JUDGE-ONE-GROUP
                    PERFORM WRITE-GROUP-LINES
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO FAIRNESS-REPORT-REC
           WRITE FAIRNESS-REPORT-REC
           MOVE SPACES TO FAIRNESS-REPORT-REC
           STRING "ROLLS AUDITED " WS-ROLL-COUNT "  MALFORMED "
              WS-SKIPPED-COUNT "  FLAGS RAISED " WS-FLAGGED-COUNT
              DELIMITED BY SIZE INTO FAIRNESS-REPORT-REC
           WRITE FAIRNESS-REPORT-REC
           CLOSE FAIRNESS-REPORT
           MOVE "DICEFAIR" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-WRITE-FAIRNESS-REPORT.


       JUDGE-ONE-GROUP.
      * Three questions per group. Is its face mix further from the
      * yardstick than chance allows? Has it thrown more yachts
      * than its rolls account for? Has it thrown a run of yachts
      * back to back that the month's rolls shouldn't produce?
           MOVE "N" TO WS-FLAG-FACES
           MOVE "N" TO WS-FLAG-YACHTS
           MOVE "N" TO WS-FLAG-STREAK
           COMPUTE WS-GROUP-DICE = WS-GR-ROLLS(WS-GR-IDX) * 5
           COMPUTE WS-REST-ROLLS = WS-GR-ROLLS(1) -
              WS-GR-ROLLS(WS-GR-IDX)
           COMPUTE WS-REST-DICE = WS-REST-ROLLS * 5
           COMPUTE WS-HOUSE-DICE = WS-GR-ROLLS(1) * 5
           MOVE 0 TO WS-CHI-SQ
           PERFORM VARYING WS-FACE-IDX FROM 1 BY 1 UNTIL
              WS-FACE-IDX > 6
              IF WS-REST-DICE < WS-MIN-DICE THEN
                 COMPUTE WS-EXPECTED(WS-FACE-IDX) = WS-GROUP-DICE / 6
              ELSE
                 COMPUTE WS-EXPECTED(WS-FACE-IDX) = WS-GROUP-DICE *
                    WS-GR-FACE(1 WS-FACE-IDX) / WS-HOUSE-DICE
                 COMPUTE WS-REST-FACE = WS-GR-FACE(1 WS-FACE-IDX) -
                    WS-GR-FACE(WS-GR-IDX WS-FACE-IDX)
                 COMPUTE WS-REST-EXPECTED = WS-REST-DICE *
                    WS-GR-FACE(1 WS-FACE-IDX) / WS-HOUSE-DICE
                 IF WS-REST-EXPECTED > 0 THEN
                    COMPUTE WS-CHI-TERM =
                       (WS-REST-FACE - WS-REST-EXPECTED) ** 2 /
                       WS-REST-EXPECTED
                    ADD WS-CHI-TERM TO WS-CHI-SQ
                 END-IF
              END-IF
              IF WS-EXPECTED(WS-FACE-IDX) > 0 THEN
                 COMPUTE WS-CHI-TERM =
                    (WS-GR-FACE(WS-GR-IDX WS-FACE-IDX) -
                    WS-EXPECTED(WS-FACE-IDX)) ** 2 /
                    WS-EXPECTED(WS-FACE-IDX)
                 ADD WS-CHI-TERM TO WS-CHI-SQ
              END-IF
           END-PERFORM
           IF WS-GROUP-DICE NOT < WS-MIN-DICE AND
              WS-CHI-SQ > WS-CHI-LIMIT THEN
              MOVE "Y" TO WS-FLAG-FACES
           END-IF
      * The yacht rate is the rest of the house's, or the house's
      * own when judging the house, and never below a fair throw's
      * one in 1,296 -- a quiet month with no yachts yet can't make
      * the first one look impossible.
           MOVE WS-FAIR-YACHT-RATE TO WS-YACHT-RATE
           IF WS-GR-DIM(WS-GR-IDX) = "HOUSE" THEN
              IF WS-GR-ROLLS(1) > 0 AND
                 WS-GR-YACHTS(1) / WS-GR-ROLLS(1) > WS-YACHT-RATE
                 THEN
                 COMPUTE WS-YACHT-RATE =
                    WS-GR-YACHTS(1) / WS-GR-ROLLS(1)
              END-IF
           ELSE
              IF WS-REST-ROLLS > 0 AND
                 (WS-GR-YACHTS(1) - WS-GR-YACHTS(WS-GR-IDX)) /
                 WS-REST-ROLLS > WS-YACHT-RATE THEN
                 COMPUTE WS-YACHT-RATE =
                    (WS-GR-YACHTS(1) - WS-GR-YACHTS(WS-GR-IDX)) /
                    WS-REST-ROLLS
              END-IF
           END-IF
           COMPUTE WS-LAMBDA = WS-GR-ROLLS(WS-GR-IDX) * WS-YACHT-RATE
           MOVE 1 TO WS-TAIL
           IF WS-GR-DIM(WS-GR-IDX) NOT = "HOUSE" AND
              WS-GR-YACHTS(WS-GR-IDX) > 1 THEN
              PERFORM YACHT-COUNT-TAIL
              IF WS-TAIL < WS-UNLIKELY THEN
                 MOVE "Y" TO WS-FLAG-YACHTS
              END-IF
           END-IF
           MOVE 1 TO WS-STREAK-ODDS
           IF WS-GR-BEST-RUN(WS-GR-IDX) > 1 THEN
              COMPUTE WS-STREAK-ODDS = WS-GR-ROLLS(WS-GR-IDX) *
                 WS-YACHT-RATE ** WS-GR-BEST-RUN(WS-GR-IDX)
              IF WS-STREAK-ODDS < WS-UNLIKELY THEN
                 MOVE "Y" TO WS-FLAG-STREAK
              END-IF
           END-IF.
       END-JUDGE-ONE-GROUP.


       YACHT-COUNT-TAIL.
      * Yachts thrown by chance at the yardstick rate fall in a
      * Poisson spread about WS-LAMBDA; the chance of this many or
      * more is one less the chance of fewer.
           COMPUTE WS-PMF = FUNCTION EXP(0 - WS-LAMBDA)
           MOVE WS-PMF TO WS-BELOW
           PERFORM VARYING WS-POIS-IDX FROM 1 BY 1 UNTIL
              WS-POIS-IDX NOT < WS-GR-YACHTS(WS-GR-IDX)
              COMPUTE WS-PMF = WS-PMF * WS-LAMBDA / WS-POIS-IDX
              ADD WS-PMF TO WS-BELOW
           END-PERFORM
           IF WS-BELOW > 1 THEN
              MOVE 0 TO WS-TAIL
           ELSE
              COMPUTE WS-TAIL = 1 - WS-BELOW
           END-IF.
       END-YACHT-COUNT-TAIL.


       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO FAIRNESS-REPORT-REC
           STRING "DICE FAIRNESS AUDIT - PERIOD " WS-PERIOD
              "  AS OF " WS-BUSI-DATE
              DELIMITED BY SIZE INTO FAIRNESS-REPORT-REC
           WRITE FAIRNESS-REPORT-REC
           MOVE SPACES TO FAIRNESS-REPORT-REC
           STRING "HOUSE JUDGED AGAINST A FAIR DIE; EVERY OTHER GROUP "
              "AGAINST THE REST OF THE HOUSE"
              DELIMITED BY SIZE INTO FAIRNESS-REPORT-REC
           WRITE FAIRNESS-REPORT-REC
           MOVE SPACES TO FAIRNESS-REPORT-REC
           WRITE FAIRNESS-REPORT-REC
           MOVE SPACES TO FAIRNESS-REPORT-REC
           MOVE "BY" TO FAIRNESS-REPORT-REC(1:2)
           MOVE "GROUP" TO FAIRNESS-REPORT-REC(10:5)
           MOVE "ROLLS" TO FAIRNESS-REPORT-REC(26:5)
           MOVE "ONES" TO FAIRNESS-REPORT-REC(36:4)
           MOVE "TWOS" TO FAIRNESS-REPORT-REC(43:4)
           MOVE "THREES" TO FAIRNESS-REPORT-REC(48:6)
           MOVE "FOURS" TO FAIRNESS-REPORT-REC(56:5)
           MOVE "FIVES" TO FAIRNESS-REPORT-REC(63:5)
           MOVE "SIXES" TO FAIRNESS-REPORT-REC(70:5)
           MOVE "CHI-SQ" TO FAIRNESS-REPORT-REC(78:6)
           MOVE "YACHTS" TO FAIRNESS-REPORT-REC(85:6)
           MOVE "RUN" TO FAIRNESS-REPORT-REC(93:3)
           WRITE FAIRNESS-REPORT-REC.
       END-WRITE-REPORT-HEADINGS.


       WRITE-GROUP-LINES.
      * The counts thrown, then what the yardstick expected of the
      * same number of dice, then a line per flag raised.
           MOVE SPACES TO FAIRNESS-REPORT-REC
           MOVE WS-GR-DIM(WS-GR-IDX) TO FAIRNESS-REPORT-REC(1:8)
           MOVE WS-GR-KEY(WS-GR-IDX) TO FAIRNESS-REPORT-REC(10:14)
           MOVE WS-GR-ROLLS(WS-GR-IDX) TO WS-ED-ROLLS
           MOVE WS-ED-ROLLS TO FAIRNESS-REPORT-REC(25:6)
           MOVE 33 TO WS-COL
           PERFORM VARYING WS-FACE-IDX FROM 1 BY 1 UNTIL
              WS-FACE-IDX > 6
              MOVE WS-GR-FACE(WS-GR-IDX WS-FACE-IDX) TO WS-ED-COUNT
              MOVE WS-ED-COUNT TO FAIRNESS-REPORT-REC(WS-COL:7)
              ADD 7 TO WS-COL
           END-PERFORM
           MOVE WS-CHI-SQ TO WS-ED-CHI
           MOVE WS-ED-CHI TO FAIRNESS-REPORT-REC(76:8)
           MOVE WS-GR-YACHTS(WS-GR-IDX) TO WS-ED-YACHT
           MOVE WS-ED-YACHT TO FAIRNESS-REPORT-REC(86:5)
           MOVE WS-GR-BEST-RUN(WS-GR-IDX) TO WS-ED-RUN
           MOVE WS-ED-RUN TO FAIRNESS-REPORT-REC(93:3)
           WRITE FAIRNESS-REPORT-REC
           MOVE SPACES TO FAIRNESS-REPORT-REC
           MOVE "EXPECTED" TO FAIRNESS-REPORT-REC(10:8)
           MOVE 33 TO WS-COL
           PERFORM VARYING WS-FACE-IDX FROM 1 BY 1 UNTIL
              WS-FACE-IDX > 6
              COMPUTE WS-ED-COUNT ROUNDED = WS-EXPECTED(WS-FACE-IDX)
              MOVE WS-ED-COUNT TO FAIRNESS-REPORT-REC(WS-COL:7)
              ADD 7 TO WS-COL
           END-PERFORM
           MOVE WS-LAMBDA TO WS-ED-EXP
           MOVE WS-ED-EXP TO FAIRNESS-REPORT-REC(84:7)
           WRITE FAIRNESS-REPORT-REC
           IF WS-FLAG-FACES = "Y" THEN
              MOVE SPACES TO WS-FLAG-TEXT
              STRING "FACE MIX UNLIKELY, CHI-SQ " WS-ED-CHI
                 " ON 5 DF" DELIMITED BY SIZE INTO WS-FLAG-TEXT
              MOVE "FACE MIX" TO WS-FLAG-SHORT
              PERFORM WRITE-FLAG-LINE
           END-IF
           IF WS-FLAG-YACHTS = "Y" THEN
              MOVE WS-TAIL TO WS-ED-ODDS
              MOVE SPACES TO WS-FLAG-TEXT
              STRING "YACHTS UNLIKELY, " WS-ED-YACHT " AGAINST "
                 WS-ED-EXP " EXPECTED, CHANCE " WS-ED-ODDS
                 DELIMITED BY SIZE INTO WS-FLAG-TEXT
              MOVE "YACHT COUNT" TO WS-FLAG-SHORT
              PERFORM WRITE-FLAG-LINE
           END-IF
           IF WS-FLAG-STREAK = "Y" THEN
              MOVE WS-STREAK-ODDS TO WS-ED-ODDS
              MOVE SPACES TO WS-FLAG-TEXT
              STRING "YACHT STREAK UNLIKELY, " WS-ED-RUN
                 " IN A ROW, CHANCE " WS-ED-ODDS
                 DELIMITED BY SIZE INTO WS-FLAG-TEXT
              MOVE "YACHT STREAK" TO WS-FLAG-SHORT
              PERFORM WRITE-FLAG-LINE
           END-IF.
       END-WRITE-GROUP-LINES.


       WRITE-FLAG-LINE.
      * Under the group's rows on the report, and a warning on the
      * operations log so the morning review sees it without
      * opening the report.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO FAIRNESS-REPORT-REC
           STRING "   ** " WS-FLAG-TEXT
              DELIMITED BY SIZE INTO FAIRNESS-REPORT-REC
           WRITE FAIRNESS-REPORT-REC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "DICE-FAIRNESS - " WS-GR-DIM(WS-GR-IDX) " "
              WS-GR-KEY(WS-GR-IDX) " UNLIKELY " WS-FLAG-SHORT
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-WRITE-FLAG-LINE.


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
              MOVE "DICE-FAIRNESS" TO DRG-PROGRAM
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
           STRING "DICE-FAIRNESS - PERIOD " WS-PERIOD " "
              WS-ROLL-COUNT " ROLLS, " WS-FLAGGED-COUNT " FLAGS"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "DICE-FAIRNESS - REJECTED - " WS-REASON
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
           MOVE "DICE-FAIRNESS - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "DICE-FAIRNESS - RUN END" TO WS-LOG-TEXT
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
