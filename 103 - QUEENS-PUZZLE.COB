       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEENS-PUZZLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Puzzle night's submitted answers, one per line: the player,
      * then the eight queens as "x,y;x,y;..." squares on the same
      * 0-7 board QUEEN-ATTACK uses.
           SELECT SUBMISSION-FEED ASSIGN TO "QUEENSUB"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUB-STATUS.
      * The marking sheet, rebuilt each run: every submission with
      * its verdict, and the first pair of queens that attack each
      * other when it is wrong.
           SELECT MARKING-REPORT ASSIGN TO "QUEENMRK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MARK-STATUS.
      * The answer sheet: every solution of the eight-queens board,
      * numbered, with the family of rotations and reflections each
      * one belongs to.
           SELECT ANSWER-SHEET ASSIGN TO "QUEENSHT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHEET-STATUS.
      * The player registry PLAYER-MAINT keeps; names are checked
      * against it before anything is scored under them.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * The membership dues ledger MEMBER-DUES keeps, one row per
      * registry id, and the shop's grace and warning periods; a
      * member too long past their paid-to date is refused.
           SELECT DUES-LEDGER ASSIGN TO "DUESLDGR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUES-STATUS.
           SELECT DUES-CONTROL ASSIGN TO "DUESCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUESCTL-STATUS.
      * The closed-period register MONTH-END-CLOSE keeps; a puzzle
      * night dated inside a closed period is marked but not posted.
           SELECT CLOSED-PERIODS ASSIGN TO "CLOSEDPD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSED-STATUS.
      * Shared leaderboard feed: each solver's points go on under
      * their own QUEENS source, inside the HDR/TRL framing the
      * games post with, for HIGH-SCORES to pick up.
           SELECT HIGH-SCORE-FEED ASSIGN TO "HGHSCORS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISCORE-STATUS.
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
       FD  SUBMISSION-FEED.
       01 SUBMISSION-FEED-REC.
           05 QSB-PLAYER  PIC X(20).
           05 QSB-SQUARES PIC X(40).
       FD  MARKING-REPORT.
       01 MARKING-REPORT-REC PIC X(100).
       FD  ANSWER-SHEET.
       01 ANSWER-SHEET-REC PIC X(80).
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  DUES-LEDGER.
       01 DUES-LEDGER-REC.
           05 DUE-PM-ID       PIC X(6).
           05 DUE-ANNUAL-FEE  PIC 9(4)V99.
           05 DUE-PAID-TO     PIC X(8).
           05 FILLER          PIC X(40).
       FD  DUES-CONTROL.
       01 DUES-CONTROL-REC.
           05 DCT-ANNUAL-FEE  PIC 9(4)V99.
           05 DCT-GRACE-DAYS  PIC 999.
           05 DCT-WARN-DAYS   PIC 999.
           05 DCT-NOTICE-DAYS PIC 999.
       FD  CLOSED-PERIODS.
       01 CLOSED-PERIODS-REC.
           05 CLP-PERIOD PIC X(6).
           05 CLP-CLOSED-ON PIC X(8).
       FD  HIGH-SCORE-FEED.
       01 HIGH-SCORE-FEED-REC.
           05 HSF-PLAYER PIC X(20).
           05 HSF-SCORE  PIC 9(4).
           05 HSF-VENUE  PIC X(4).
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
      * The puzzle night being marked; blank means the business
      * date. Each distinct correct solution is worth the points
      * below to the first player to hand it in.
       01 WS-PUZZLE-DATE PIC X(8) VALUE SPACES.
       01 WS-VENUE PIC X(4) VALUE "MAIN".
       01 WS-POINTS-PER-SOLUTION PIC 99 VALUE 10.
       01 WS-SUB-STATUS     PIC XX.
       01 WS-MARK-STATUS    PIC XX.
       01 WS-SHEET-STATUS   PIC XX.
       01 WS-PM-STATUS      PIC XX.
       01 WS-CLOSED-STATUS  PIC XX.
       01 WS-HISCORE-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-CLOSED-EOF PIC X.
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
       01 WS-REASON PIC X(35) VALUE SPACES.
       01 WS-RENAME-FROM PIC X(30).
       01 WS-RENAME-TO   PIC X(30).
      * Registry and dues standing of the player being marked, the
      * same checks the games make before they score anybody: P
      * paid up, W warned, R refused.
       01 WS-PLAYER PIC X(20).
       01 WS-PLAYER-VALID PIC X.
       01 WS-DUES-STATUS PIC XX.
       01 WS-DUESCTL-STATUS PIC XX.
       01 WS-DUES-EOF PIC X.
       01 WS-MEMBER-ID PIC X(6).
       01 WS-DUES-STANDING PIC X VALUE "P".
       01 WS-DUES-PAID-TO PIC X(8).
       01 WS-GRACE-DAYS PIC 999 VALUE 30.
       01 WS-WARN-DAYS PIC 999 VALUE 30.
       01 WS-DAYS-OVERDUE PIC 9(6).
      * The submission being marked: its squares split out of the
      * list (a ninth catches any extra), and the queens they name.
       01 WS-SUB-COUNT     PIC 999 VALUE 0.
       01 WS-CORRECT-COUNT PIC 999 VALUE 0.
       01 WS-WRONG-COUNT   PIC 999 VALUE 0.
       01 WS-REPEAT-COUNT  PIC 999 VALUE 0.
       01 WS-REFUSED-COUNT PIC 999 VALUE 0.
       01 WS-SQ-ITEMS.
           05 WS-SQ-ITEM PIC X(4) OCCURS 9 TIMES.
       01 WS-SQ-IDX PIC 99.
       01 WS-QUEEN-COUNT PIC 99.
       01 WS-QUEEN-TABLE.
           05 WS-QUEEN-ENTRY OCCURS 8 TIMES.
              10 WS-QN-X PIC 9.
              10 WS-QN-Y PIC 9.
       01 WS-QA PIC 99.
       01 WS-QB PIC 99.
       01 WS-VERDICT PIC X(8).
       01 WS-DETAIL  PIC X(60).
      * Square check, the same rules QUEEN-ATTACK's
      * VALIDATE-QUEEN-POSITION applies to a queen's square.
       01 WS-VP-STRING PIC X(4).
       01 WS-VP-CHARS  PIC 9.
       01 WS-VP-X      PIC 9.
       01 WS-VP-Y      PIC 9.
       01 WS-VP-VALID  PIC X.
       01 WS-VP-REASON PIC X(30).
      * One pair of queens against QUEEN-ATTACK's attack test: same
      * row or column, or a rise equal to the run.
       01 WS-X1 PIC 9.
       01 WS-Y1 PIC 9.
       01 WS-X2 PIC 9.
       01 WS-Y2 PIC 9.
       01 WS-RISE PIC 9.
       01 WS-RUN  PIC 9.
       01 WS-ATTACKS  PIC X.
       01 WS-LINE-TYPE PIC X(18).
      * Canonical form of a solution: its queens' columns read row
      * by row, under each of the board's eight rotations and
      * reflections, and the lowest of the eight. Two solutions in
      * the same family share it.
       01 WS-CF-T    PIC 99.
       01 WS-CF-IDX  PIC 99.
       01 WS-CF-X    PIC 9.
       01 WS-CF-Y    PIC 9.
       01 WS-CF-FORM PIC X(8).
       01 WS-CF-BEST PIC X(8).
       01 WS-CF-ASIS PIC X(8).
      * The distinct solutions handed in tonight, in the order they
      * came, with who handed each in first.
       01 WS-SEEN-COUNT PIC 99 VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 92 TIMES.
              10 WS-SEEN-FORM   PIC X(8).
              10 WS-SEEN-ASIS   PIC X(8).
              10 WS-SEEN-PLAYER PIC X(20).
              10 WS-SEEN-SUB    PIC 999.
       01 WS-SEEN-IDX   PIC 99.
       01 WS-SEEN-FOUND PIC 99.
      * Per player: submissions handed in and distinct solutions
      * credited.
       01 WS-PLAYER-COUNT PIC 999 VALUE 0.
       01 WS-PLAYER-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES.
              10 WS-PL-NAME      PIC X(20).
              10 WS-PL-SUBMITTED PIC 999.
              10 WS-PL-SOLVED    PIC 99.
       01 WS-PL-IDX   PIC 999.
       01 WS-PL-FOUND PIC 999.
      * The answer sheet's enumeration: one queen per row, the
      * column each row's queen stands in (0 while the row is still
      * being tried), backtracking a row when no column is left.
       01 WS-EN-ROW  PIC 99.
       01 WS-EN-COLS.
           05 WS-EN-COL PIC 99 OCCURS 8 TIMES.
       01 WS-EN-K    PIC 99.
       01 WS-EN-SAFE PIC X.
       01 WS-EN-DIFF PIC S99.
       01 WS-SOLUTION-COUNT PIC 99 VALUE 0.
       01 WS-FAMILY-COUNT   PIC 99 VALUE 0.
       01 WS-FAMILY-TABLE.
           05 WS-FAMILY-FORM PIC X(8) OCCURS 92 TIMES.
       01 WS-FAMILY-IDX   PIC 99.
       01 WS-FAMILY-FOUND PIC 99.
      * Report editing.
       01 WS-SQUARES-TEXT PIC X(31).
       01 WS-TEXT-PTR     PIC 99.
       01 WS-ED-NUM       PIC Z9.
       01 WS-ED-SUB       PIC ZZ9.
       01 WS-SUB-NUM      PIC 999.
       01 WS-POST-COUNT   PIC 9(6).
       01 WS-POSTED       PIC 999 VALUE 0.
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
       QUEENS-PUZZLE.
           PERFORM LOG-RUN-START
           DISPLAY "EIGHT QUEENS PUZZLE NIGHT"
           DISPLAY "-------------------------"
           PERFORM GET-BUSINESS-DATE
           IF WS-PUZZLE-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-PUZZLE-DATE
           END-IF
           IF WS-PUZZLE-DATE IS NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(
                 FUNCTION NUMVAL(WS-PUZZLE-DATE)) NOT = 0 THEN
              MOVE "PUZZLE DATE MUST BE YYYYMMDD" TO WS-REASON
              DISPLAY "NOTHING MARKED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM WRITE-ANSWER-SHEET
              PERFORM MARK-SUBMISSIONS
              IF WS-SUB-COUNT > 0 THEN
                 PERFORM CHECK-PERIOD-CLOSED
                 IF WS-PERIOD-CLOSED = "Y" THEN
                    DISPLAY "PERIOD " WS-PUZZLE-DATE(1:6)
                       " IS CLOSED - POINTS NOT POSTED"
                    MOVE "PERIOD CLOSED - NOT POSTED" TO WS-REASON
                    PERFORM LOG-REJECTED-INPUT
                 ELSE
                    PERFORM POST-SOLVERS-TO-HIGH-SCORES
                    PERFORM RETIRE-MARKED-SUBMISSIONS
                 END-IF
              END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION
           PERFORM LOG-RUN-END
           GOBACK.
       END-QUEENS-PUZZLE.


       WRITE-ANSWER-SHEET.
      * Every way to stand eight queens on the board with no two
      * attacking, found row by row: each row's queen tries the
      * columns in turn, stays on the first one no queen above can
      * reach, and backs up a row when it runs out. Each solution
      * is numbered and given the family it shares with its
      * rotations and reflections.
           OPEN OUTPUT ANSWER-SHEET
           MOVE SPACES TO ANSWER-SHEET-REC
           STRING "EIGHT QUEENS - EVERY SOLUTION, AS X,Y SQUARES "
              "ON THE 0-7 BOARD"
              DELIMITED BY SIZE INTO ANSWER-SHEET-REC
           WRITE ANSWER-SHEET-REC
           MOVE SPACES TO ANSWER-SHEET-REC
           WRITE ANSWER-SHEET-REC
           MOVE SPACES TO ANSWER-SHEET-REC
           MOVE "NO" TO ANSWER-SHEET-REC(1:2)
           MOVE "FAMILY" TO ANSWER-SHEET-REC(5:6)
           MOVE "QUEENS" TO ANSWER-SHEET-REC(13:6)
           WRITE ANSWER-SHEET-REC
           MOVE 0 TO WS-SOLUTION-COUNT
           MOVE 0 TO WS-FAMILY-COUNT
           PERFORM VARYING WS-EN-K FROM 1 BY 1 UNTIL WS-EN-K > 8
              MOVE 0 TO WS-EN-COL(WS-EN-K)
           END-PERFORM
           MOVE 1 TO WS-EN-ROW
           PERFORM UNTIL WS-EN-ROW = 0
              ADD 1 TO WS-EN-COL(WS-EN-ROW)
              IF WS-EN-COL(WS-EN-ROW) > 8 THEN
                 MOVE 0 TO WS-EN-COL(WS-EN-ROW)
                 SUBTRACT 1 FROM WS-EN-ROW
              ELSE
                 PERFORM CHECK-ROW-SAFE
                 IF WS-EN-SAFE = "Y" THEN
                    IF WS-EN-ROW = 8 THEN
                       PERFORM WRITE-ONE-SOLUTION
                    ELSE
                       ADD 1 TO WS-EN-ROW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO ANSWER-SHEET-REC
           WRITE ANSWER-SHEET-REC
           MOVE SPACES TO ANSWER-SHEET-REC
           STRING WS-SOLUTION-COUNT " SOLUTIONS IN " WS-FAMILY-COUNT
              " FAMILIES OF ROTATIONS AND REFLECTIONS"
              DELIMITED BY SIZE INTO ANSWER-SHEET-REC
           WRITE ANSWER-SHEET-REC
           CLOSE ANSWER-SHEET
           MOVE "QUEENSHT" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-WRITE-ANSWER-SHEET.


       CHECK-ROW-SAFE.
      * The queen just tried in WS-EN-ROW against every queen in
      * the rows above: the same column, or a rise equal to the
      * run, is an attack.
           MOVE "Y" TO WS-EN-SAFE
           PERFORM VARYING WS-EN-K FROM 1 BY 1 UNTIL
              WS-EN-K >= WS-EN-ROW OR WS-EN-SAFE = "N"
              COMPUTE WS-EN-DIFF = WS-EN-COL(WS-EN-K) -
                 WS-EN-COL(WS-EN-ROW)
              IF WS-EN-DIFF < 0 THEN
                 COMPUTE WS-EN-DIFF = 0 - WS-EN-DIFF
              END-IF
              IF WS-EN-DIFF = 0 OR
                 WS-EN-DIFF = WS-EN-ROW - WS-EN-K THEN
                 MOVE "N" TO WS-EN-SAFE
              END-IF
           END-PERFORM.
       END-CHECK-ROW-SAFE.


       WRITE-ONE-SOLUTION.
           ADD 1 TO WS-SOLUTION-COUNT
           MOVE 8 TO WS-QUEEN-COUNT
           PERFORM VARYING WS-EN-K FROM 1 BY 1 UNTIL WS-EN-K > 8
              COMPUTE WS-QN-X(WS-EN-K) = WS-EN-COL(WS-EN-K) - 1
              COMPUTE WS-QN-Y(WS-EN-K) = WS-EN-K - 1
           END-PERFORM
           PERFORM BUILD-CANONICAL-FORM
           MOVE 0 TO WS-FAMILY-FOUND
           PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1 UNTIL
              WS-FAMILY-IDX > WS-FAMILY-COUNT OR WS-FAMILY-FOUND > 0
              IF WS-FAMILY-FORM(WS-FAMILY-IDX) = WS-CF-BEST THEN
                 MOVE WS-FAMILY-IDX TO WS-FAMILY-FOUND
              END-IF
           END-PERFORM
           IF WS-FAMILY-FOUND = 0 THEN
              ADD 1 TO WS-FAMILY-COUNT
              MOVE WS-FAMILY-COUNT TO WS-FAMILY-FOUND
              MOVE WS-CF-BEST TO WS-FAMILY-FORM(WS-FAMILY-FOUND)
           END-IF
           PERFORM BUILD-SQUARES-TEXT
           MOVE SPACES TO ANSWER-SHEET-REC
           MOVE WS-SOLUTION-COUNT TO WS-ED-NUM
           MOVE WS-ED-NUM TO ANSWER-SHEET-REC(1:2)
           MOVE WS-FAMILY-FOUND TO WS-ED-NUM
           MOVE WS-ED-NUM TO ANSWER-SHEET-REC(9:2)
           MOVE WS-SQUARES-TEXT TO ANSWER-SHEET-REC(13:31)
           WRITE ANSWER-SHEET-REC.
       END-WRITE-ONE-SOLUTION.


       BUILD-CANONICAL-FORM.
      * The eight queens in WS-QUEEN-TABLE, one to a row on a good
      * solution, read as the column of each row's queen, under
      * each of the board's eight symmetries; WS-CF-ASIS keeps the
      * reading as handed in, WS-CF-BEST the lowest of the eight.
           MOVE HIGH-VALUES TO WS-CF-BEST
           PERFORM VARYING WS-CF-T FROM 1 BY 1 UNTIL WS-CF-T > 8
              MOVE SPACES TO WS-CF-FORM
              PERFORM VARYING WS-CF-IDX FROM 1 BY 1 UNTIL
                 WS-CF-IDX > 8
                 EVALUATE WS-CF-T
                    WHEN 1
                       MOVE WS-QN-X(WS-CF-IDX) TO WS-CF-X
                       MOVE WS-QN-Y(WS-CF-IDX) TO WS-CF-Y
                    WHEN 2
                       COMPUTE WS-CF-X = 7 - WS-QN-X(WS-CF-IDX)
                       MOVE WS-QN-Y(WS-CF-IDX) TO WS-CF-Y
                    WHEN 3
                       MOVE WS-QN-X(WS-CF-IDX) TO WS-CF-X
                       COMPUTE WS-CF-Y = 7 - WS-QN-Y(WS-CF-IDX)
                    WHEN 4
                       COMPUTE WS-CF-X = 7 - WS-QN-X(WS-CF-IDX)
                       COMPUTE WS-CF-Y = 7 - WS-QN-Y(WS-CF-IDX)
                    WHEN 5
                       MOVE WS-QN-Y(WS-CF-IDX) TO WS-CF-X
                       MOVE WS-QN-X(WS-CF-IDX) TO WS-CF-Y
                    WHEN 6
                       COMPUTE WS-CF-X = 7 - WS-QN-Y(WS-CF-IDX)
                       MOVE WS-QN-X(WS-CF-IDX) TO WS-CF-Y
                    WHEN 7
                       MOVE WS-QN-Y(WS-CF-IDX) TO WS-CF-X
                       COMPUTE WS-CF-Y = 7 - WS-QN-X(WS-CF-IDX)
                    WHEN OTHER
                       COMPUTE WS-CF-X = 7 - WS-QN-Y(WS-CF-IDX)
                       COMPUTE WS-CF-Y = 7 - WS-QN-X(WS-CF-IDX)
                 END-EVALUATE
                 MOVE WS-CF-X TO WS-CF-FORM(WS-CF-Y + 1:1)
              END-PERFORM
              IF WS-CF-T = 1 THEN
                 MOVE WS-CF-FORM TO WS-CF-ASIS
              END-IF
              IF WS-CF-FORM < WS-CF-BEST THEN
                 MOVE WS-CF-FORM TO WS-CF-BEST
              END-IF
           END-PERFORM.
       END-BUILD-CANONICAL-FORM.


       BUILD-SQUARES-TEXT.
      * The queens as "x,y;x,y;..." -- the form submissions come in.
           MOVE SPACES TO WS-SQUARES-TEXT
           MOVE 1 TO WS-TEXT-PTR
           PERFORM VARYING WS-QA FROM 1 BY 1 UNTIL
              WS-QA > WS-QUEEN-COUNT
              IF WS-QA > 1 THEN
                 STRING ";" DELIMITED BY SIZE INTO WS-SQUARES-TEXT
                    WITH POINTER WS-TEXT-PTR
              END-IF
              STRING WS-QN-X(WS-QA) "," WS-QN-Y(WS-QA)
                 DELIMITED BY SIZE INTO WS-SQUARES-TEXT
                 WITH POINTER WS-TEXT-PTR
           END-PERFORM.
       END-BUILD-SQUARES-TEXT.


       MARK-SUBMISSIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN OUTPUT MARKING-REPORT
           MOVE SPACES TO MARKING-REPORT-REC
           STRING "EIGHT QUEENS MARKING - PUZZLE NIGHT OF "
              WS-PUZZLE-DATE
              DELIMITED BY SIZE INTO MARKING-REPORT-REC
           WRITE MARKING-REPORT-REC
           MOVE SPACES TO MARKING-REPORT-REC
           WRITE MARKING-REPORT-REC
           MOVE SPACES TO MARKING-REPORT-REC
           MOVE "NO" TO MARKING-REPORT-REC(2:2)
           MOVE "PLAYER" TO MARKING-REPORT-REC(5:6)
           MOVE "VERDICT" TO MARKING-REPORT-REC(26:7)
           MOVE "DETAIL" TO MARKING-REPORT-REC(35:6)
           WRITE MARKING-REPORT-REC
           OPEN INPUT SUBMISSION-FEED
           IF WS-SUB-STATUS NOT = "00" THEN
              DISPLAY "NO SUBMISSIONS ON FILE - ANSWER SHEET ONLY"
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SUBMISSION-FEED
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-SUB-COUNT
                       PERFORM MARK-ONE-SUBMISSION
                 END-READ
              END-PERFORM
              CLOSE SUBMISSION-FEED
           END-IF
           MOVE SPACES TO MARKING-REPORT-REC
           WRITE MARKING-REPORT-REC
           MOVE SPACES TO MARKING-REPORT-REC
           STRING "SUBMISSIONS " WS-SUB-COUNT "  CORRECT "
              WS-CORRECT-COUNT "  REPEATS " WS-REPEAT-COUNT
              "  WRONG " WS-WRONG-COUNT "  REFUSED " WS-REFUSED-COUNT
              DELIMITED BY SIZE INTO MARKING-REPORT-REC
           WRITE MARKING-REPORT-REC
           CLOSE MARKING-REPORT
           MOVE "QUEENMRK" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-MARK-SUBMISSIONS.


       MARK-ONE-SUBMISSION.
      * One answer: the player has to be on the registry and not too
      * far behind on dues, the answer has to name eight queens on
      * eight different squares of the board, and then no two of
      * them may attack. A good answer that is the same board as one
      * already handed in tonight -- turned or flipped or not --
      * is a repeat and earns nothing; a new one is credited to the
      * player.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-DETAIL
           MOVE QSB-PLAYER TO WS-PLAYER
           PERFORM VALIDATE-PLAYER
           IF WS-PLAYER-VALID = "N" THEN
              MOVE "PLAYER NOT ON REGISTRY" TO WS-REASON
           ELSE
              IF WS-DUES-STANDING = "R" THEN
                 MOVE "MEMBER IN ARREARS" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM PARSE-SUBMITTED-QUEENS
           END-IF
           IF WS-REASON NOT = SPACES THEN
              MOVE "REFUSED" TO WS-VERDICT
              MOVE WS-REASON TO WS-DETAIL
              ADD 1 TO WS-REFUSED-COUNT
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM FIND-OR-ADD-PLAYER
              IF WS-PL-FOUND > 0 THEN
                 ADD 1 TO WS-PL-SUBMITTED(WS-PL-FOUND)
              END-IF
              PERFORM FIND-ATTACKING-PAIR
              IF WS-ATTACKS = "Y" THEN
                 MOVE "WRONG" TO WS-VERDICT
                 ADD 1 TO WS-WRONG-COUNT
                 STRING "QUEENS " WS-X1 "," WS-Y1 " AND " WS-X2 ","
                    WS-Y2 " ATTACK - " WS-LINE-TYPE
                    DELIMITED BY SIZE INTO WS-DETAIL
              ELSE
                 PERFORM CHECK-ALREADY-SUBMITTED
              END-IF
           END-IF
           DISPLAY "SUBMISSION #" WS-SUB-COUNT ": " QSB-PLAYER " "
              WS-VERDICT " " FUNCTION TRIM(WS-DETAIL)
           MOVE SPACES TO MARKING-REPORT-REC
           MOVE WS-SUB-COUNT TO WS-ED-SUB
           MOVE WS-ED-SUB TO MARKING-REPORT-REC(1:3)
           MOVE QSB-PLAYER TO MARKING-REPORT-REC(5:20)
           MOVE WS-VERDICT TO MARKING-REPORT-REC(26:8)
           MOVE WS-DETAIL TO MARKING-REPORT-REC(35:60)
           WRITE MARKING-REPORT-REC.
       END-MARK-ONE-SUBMISSION.


       PARSE-SUBMITTED-QUEENS.
      * Splits the "x,y;x,y" list and checks each square the way
      * QUEEN-ATTACK checks a queen's; one bad square spoils the
      * answer, and so do more or fewer than eight, or two queens
      * put on the same square.
           MOVE 0 TO WS-QUEEN-COUNT
           MOVE SPACES TO WS-SQ-ITEMS
           UNSTRING QSB-SQUARES DELIMITED BY ";"
              INTO WS-SQ-ITEM(1) WS-SQ-ITEM(2) WS-SQ-ITEM(3)
                   WS-SQ-ITEM(4) WS-SQ-ITEM(5) WS-SQ-ITEM(6)
                   WS-SQ-ITEM(7) WS-SQ-ITEM(8) WS-SQ-ITEM(9)
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1 UNTIL
              WS-SQ-IDX > 9 OR WS-REASON NOT = SPACES
              IF WS-SQ-ITEM(WS-SQ-IDX) NOT = SPACES THEN
                 IF WS-QUEEN-COUNT = 8 THEN
                    MOVE "MORE THAN EIGHT QUEENS" TO WS-REASON
                 ELSE
                    MOVE WS-SQ-ITEM(WS-SQ-IDX) TO WS-VP-STRING
                    PERFORM VALIDATE-QUEEN-POSITION
                    IF WS-VP-VALID = "N" THEN
                       MOVE WS-VP-REASON TO WS-REASON
                    ELSE
                       ADD 1 TO WS-QUEEN-COUNT
                       MOVE WS-VP-X TO WS-QN-X(WS-QUEEN-COUNT)
                       MOVE WS-VP-Y TO WS-QN-Y(WS-QUEEN-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-REASON = SPACES AND WS-QUEEN-COUNT < 8 THEN
              MOVE "FEWER THAN EIGHT QUEENS" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VARYING WS-QA FROM 1 BY 1 UNTIL
                 WS-QA > 7 OR WS-REASON NOT = SPACES
                 PERFORM VARYING WS-QB FROM WS-QA BY 1 UNTIL
                    WS-QB > 8 OR WS-REASON NOT = SPACES
                    IF WS-QB > WS-QA AND
                       WS-QN-X(WS-QA) = WS-QN-X(WS-QB) AND
                       WS-QN-Y(WS-QA) = WS-QN-Y(WS-QB) THEN
                       MOVE "TWO QUEENS ON ONE SQUARE" TO WS-REASON
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.
       END-PARSE-SUBMITTED-QUEENS.


       VALIDATE-QUEEN-POSITION.
      * WS-VP-STRING IS FORMATTED "X,Y"; SETS WS-VP-X/WS-VP-Y AND
      * MARKS WS-VP-VALID "Y" OR "N" WITH A SPECIFIC WS-VP-REASON.
           MOVE 0 TO WS-VP-CHARS
           INSPECT WS-VP-STRING TALLYING WS-VP-CHARS FOR ALL "-"
           IF WS-VP-CHARS > 0 THEN
              MOVE "N" TO WS-VP-VALID
              MOVE "NEGATIVE COORDINATE" TO WS-VP-REASON
           ELSE IF WS-VP-STRING(1:1) IS NOT NUMERIC OR
              WS-VP-STRING(2:1) NOT = "," OR
              WS-VP-STRING(3:1) IS NOT NUMERIC OR
              WS-VP-STRING(4:1) NOT = SPACE THEN
              MOVE "N" TO WS-VP-VALID
              MOVE "SQUARE NOT GIVEN AS X,Y" TO WS-VP-REASON
           ELSE
              MOVE WS-VP-STRING(1:1) TO WS-VP-X
              MOVE WS-VP-STRING(3:1) TO WS-VP-Y
              IF WS-VP-X > 7 OR WS-VP-Y > 7 THEN
                 MOVE "N" TO WS-VP-VALID
                 MOVE "COORDINATE OFF THE 0-7 BOARD" TO WS-VP-REASON
              ELSE
                 MOVE "Y" TO WS-VP-VALID
                 MOVE SPACES TO WS-VP-REASON
              END-IF
           END-IF.
       END-VALIDATE-QUEEN-POSITION.


       FIND-ATTACKING-PAIR.
      * Every pair in the order handed in, first queen against each
      * later one, stopping at the first pair that attack.
           MOVE "N" TO WS-ATTACKS
           PERFORM VARYING WS-QA FROM 1 BY 1 UNTIL
              WS-QA > 7 OR WS-ATTACKS = "Y"
              PERFORM VARYING WS-QB FROM WS-QA BY 1 UNTIL
                 WS-QB > 8 OR WS-ATTACKS = "Y"
                 IF WS-QB > WS-QA THEN
                    MOVE WS-QN-X(WS-QA) TO WS-X1
                    MOVE WS-QN-Y(WS-QA) TO WS-Y1
                    MOVE WS-QN-X(WS-QB) TO WS-X2
                    MOVE WS-QN-Y(WS-QB) TO WS-Y2
                    PERFORM TEST-ATTACK-ANGLE
                 END-IF
              END-PERFORM
           END-PERFORM.
       END-FIND-ATTACKING-PAIR.


       TEST-ATTACK-ANGLE.
      * QUEEN-ATTACK's test: the same row or column is an attack,
      * and off those, so is a rise equal to the run. On the puzzle
      * board nothing stands between two queens but other queens,
      * and any of those would attack first.
           IF WS-X1 = WS-X2 OR WS-Y1 = WS-Y2 THEN
              MOVE "Y" TO WS-ATTACKS
              MOVE "SAME ROW OR COLUMN" TO WS-LINE-TYPE
           ELSE
              IF WS-Y2 < WS-Y1 THEN
                 COMPUTE WS-RISE = WS-Y1 - WS-Y2
              ELSE
                 COMPUTE WS-RISE = WS-Y2 - WS-Y1
              END-IF
              IF WS-X2 < WS-X1 THEN
                 COMPUTE WS-RUN = WS-X1 - WS-X2
              ELSE
                 COMPUTE WS-RUN = WS-X2 - WS-X1
              END-IF
              IF WS-RISE = WS-RUN THEN
                 MOVE "Y" TO WS-ATTACKS
                 MOVE "DIAGONAL" TO WS-LINE-TYPE
              END-IF
           END-IF.
       END-TEST-ATTACK-ANGLE.


       CHECK-ALREADY-SUBMITTED.
           PERFORM BUILD-CANONICAL-FORM
           MOVE 0 TO WS-SEEN-FOUND
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1 UNTIL
              WS-SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-FOUND > 0
              IF WS-SEEN-FORM(WS-SEEN-IDX) = WS-CF-BEST THEN
                 MOVE WS-SEEN-IDX TO WS-SEEN-FOUND
              END-IF
           END-PERFORM
           IF WS-SEEN-FOUND > 0 THEN
              MOVE "REPEAT" TO WS-VERDICT
              ADD 1 TO WS-REPEAT-COUNT
              MOVE WS-SEEN-SUB(WS-SEEN-FOUND) TO WS-SUB-NUM
              IF WS-SEEN-ASIS(WS-SEEN-FOUND) = WS-CF-ASIS THEN
                 STRING "SAME BOARD AS #" WS-SUB-NUM " BY "
                    WS-SEEN-PLAYER(WS-SEEN-FOUND)
                    DELIMITED BY SIZE INTO WS-DETAIL
              ELSE
                 STRING "ROTATION OR REFLECTION OF #" WS-SUB-NUM
                    " BY " WS-SEEN-PLAYER(WS-SEEN-FOUND)
                    DELIMITED BY SIZE INTO WS-DETAIL
              END-IF
           ELSE
              MOVE "CORRECT" TO WS-VERDICT
              ADD 1 TO WS-CORRECT-COUNT
              IF WS-SEEN-COUNT < 92 THEN
                 ADD 1 TO WS-SEEN-COUNT
                 MOVE WS-CF-BEST TO WS-SEEN-FORM(WS-SEEN-COUNT)
                 MOVE WS-CF-ASIS TO WS-SEEN-ASIS(WS-SEEN-COUNT)
                 MOVE QSB-PLAYER TO WS-SEEN-PLAYER(WS-SEEN-COUNT)
                 MOVE WS-SUB-COUNT TO WS-SEEN-SUB(WS-SEEN-COUNT)
              END-IF
              IF WS-PL-FOUND > 0 THEN
                 ADD 1 TO WS-PL-SOLVED(WS-PL-FOUND)
              END-IF
              MOVE "NEW SOLUTION - CREDITED" TO WS-DETAIL
           END-IF.
       END-CHECK-ALREADY-SUBMITTED.


       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-PL-FOUND
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL
              WS-PL-IDX > WS-PLAYER-COUNT
              IF WS-PL-NAME(WS-PL-IDX) = QSB-PLAYER THEN
                 MOVE WS-PL-IDX TO WS-PL-FOUND
              END-IF
           END-PERFORM
           IF WS-PL-FOUND = 0 AND WS-PLAYER-COUNT < 200 THEN
              ADD 1 TO WS-PLAYER-COUNT
              MOVE WS-PLAYER-COUNT TO WS-PL-FOUND
              MOVE QSB-PLAYER TO WS-PL-NAME(WS-PL-FOUND)
              MOVE 0 TO WS-PL-SUBMITTED(WS-PL-FOUND)
              MOVE 0 TO WS-PL-SOLVED(WS-PL-FOUND)
           END-IF.
       END-FIND-OR-ADD-PLAYER.


       POST-SOLVERS-TO-HIGH-SCORES.
      * Every player credited with a solution goes onto the shared
      * leaderboard feed under the QUEENS source, the points for
      * each distinct solution they found. HIGH-SCORES takes at most
      * twenty postings between one HDR and its TRL, so a big night
      * goes over in more than one segment.
           MOVE 0 TO WS-POST-COUNT
           OPEN EXTEND HIGH-SCORE-FEED
           IF WS-HISCORE-STATUS = "05" OR WS-HISCORE-STATUS = "35"
              CLOSE HIGH-SCORE-FEED
              OPEN OUTPUT HIGH-SCORE-FEED
           END-IF
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL
              WS-PL-IDX > WS-PLAYER-COUNT
              IF WS-PL-SOLVED(WS-PL-IDX) > 0 THEN
                 IF WS-POST-COUNT = 0 THEN
                    MOVE SPACES TO HIGH-SCORE-FEED-REC
                    STRING "HDR" "QUEENS    " WS-PUZZLE-DATE
                       DELIMITED BY SIZE INTO HIGH-SCORE-FEED-REC
                    WRITE HIGH-SCORE-FEED-REC
                 END-IF
                 MOVE WS-PL-NAME(WS-PL-IDX) TO HSF-PLAYER
                 COMPUTE HSF-SCORE = WS-PL-SOLVED(WS-PL-IDX) *
                    WS-POINTS-PER-SOLUTION
                 MOVE WS-VENUE TO HSF-VENUE
                 WRITE HIGH-SCORE-FEED-REC
                 ADD 1 TO WS-POST-COUNT
                 ADD 1 TO WS-POSTED
                 IF WS-POST-COUNT = 20 THEN
                    PERFORM CLOSE-POSTING-SEGMENT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-POST-COUNT > 0 THEN
              PERFORM CLOSE-POSTING-SEGMENT
           END-IF
           CLOSE HIGH-SCORE-FEED
           DISPLAY WS-POSTED " SOLVER(S) POSTED TO THE LEADERBOARD".
       END-POST-SOLVERS-TO-HIGH-SCORES.


       CLOSE-POSTING-SEGMENT.
           MOVE SPACES TO HIGH-SCORE-FEED-REC
           STRING "TRL" WS-POST-COUNT
              DELIMITED BY SIZE INTO HIGH-SCORE-FEED-REC
           WRITE HIGH-SCORE-FEED-REC
           MOVE 0 TO WS-POST-COUNT.
       END-CLOSE-POSTING-SEGMENT.


       RETIRE-MARKED-SUBMISSIONS.
      * The points are on the feed; the night's submissions are
      * renamed aside so a rerun finds nothing to post twice. The
      * marking sheet still shows how each one was marked.
           MOVE "QUEENSUB" TO WS-RENAME-FROM
           MOVE "QUEENDONE" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           MOVE 0 TO RETURN-CODE.
       END-RETIRE-MARKED-SUBMISSIONS.


       CHECK-PERIOD-CLOSED.
      * Is the puzzle night's month on the closed-period register?
      * No register on file just means no month has ever closed.
           MOVE "N" TO WS-PERIOD-CLOSED
           MOVE "N" TO WS-CLOSED-EOF
           OPEN INPUT CLOSED-PERIODS
           IF WS-CLOSED-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-CLOSED-EOF = "Y"
                 READ CLOSED-PERIODS
                    AT END
                       MOVE "Y" TO WS-CLOSED-EOF
                    NOT AT END
                       IF CLP-PERIOD = WS-PUZZLE-DATE(1:6) THEN
                          MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSED-PERIODS
           END-IF.
       END-CHECK-PERIOD-CLOSED.


       VALIDATE-PLAYER.
      * One direct READ on the keyed registry; a name that isn't on
      * it, or is marked inactive, is refused. A shop with no
      * registry on file yet marks unvalidated.
           MOVE "Y" TO WS-PLAYER-VALID
           MOVE SPACES TO WS-MEMBER-ID
           MOVE "P" TO WS-DUES-STANDING
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = "00" THEN
              MOVE "N" TO WS-PLAYER-VALID
              MOVE WS-PLAYER TO PM-NAME
              READ PLAYER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PM-ACTIVE = "Y" THEN
                       MOVE "Y" TO WS-PLAYER-VALID
                       MOVE PM-ID TO WS-MEMBER-ID
                    END-IF
              END-READ
              CLOSE PLAYER-MASTER
           END-IF
           IF WS-MEMBER-ID NOT = SPACES THEN
              PERFORM CHECK-MEMBER-DUES
           END-IF.
       END-VALIDATE-PLAYER.


       CHECK-MEMBER-DUES.
      * The member's standing on the dues ledger, judged the way
      * the games judge it: inside the grace period plays as normal,
      * past it the answer is marked with a warning for the warning
      * period, and after that it is refused.
           MOVE "P" TO WS-DUES-STANDING
           MOVE SPACES TO WS-DUES-PAID-TO
           MOVE "N" TO WS-DUES-EOF
           OPEN INPUT DUES-LEDGER
           IF WS-DUES-STATUS = "00" THEN
              PERFORM UNTIL WS-DUES-EOF = "Y"
                 READ DUES-LEDGER
                    AT END
                       MOVE "Y" TO WS-DUES-EOF
                    NOT AT END
                       IF DUE-PM-ID = WS-MEMBER-ID AND
                          DUE-ANNUAL-FEE > 0 THEN
                          MOVE DUE-PAID-TO TO WS-DUES-PAID-TO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DUES-LEDGER
           END-IF
           IF WS-DUES-PAID-TO IS NUMERIC AND
              WS-DUES-PAID-TO < WS-BUSI-DATE THEN
              PERFORM LOAD-DUES-CONTROL
              COMPUTE WS-DAYS-OVERDUE = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-BUSI-DATE)) -
                 FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-DUES-PAID-TO))
              IF WS-DAYS-OVERDUE > WS-GRACE-DAYS + WS-WARN-DAYS THEN
                 MOVE "R" TO WS-DUES-STANDING
              ELSE
                 IF WS-DAYS-OVERDUE > WS-GRACE-DAYS THEN
                    MOVE "W" TO WS-DUES-STANDING
                    DISPLAY "DUES UNPAID SINCE " WS-DUES-PAID-TO
                       " - PAY SOON OR POSTINGS STOP: " WS-PLAYER
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "QUEENS-PUZZLE - " WS-PLAYER
                       " DUES OVERDUE - WARNED"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                    MOVE "W" TO WS-LOG-SEVERITY
                    PERFORM WRITE-OPERATIONS-LINE
                 END-IF
              END-IF
           END-IF.
       END-CHECK-MEMBER-DUES.


       LOAD-DUES-CONTROL.
           MOVE 30 TO WS-GRACE-DAYS
           MOVE 30 TO WS-WARN-DAYS
           OPEN INPUT DUES-CONTROL
           IF WS-DUESCTL-STATUS = "00" THEN
              READ DUES-CONTROL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DCT-GRACE-DAYS IS NUMERIC AND
                       DCT-WARN-DAYS IS NUMERIC THEN
                       MOVE DCT-GRACE-DAYS TO WS-GRACE-DAYS
                       MOVE DCT-WARN-DAYS TO WS-WARN-DAYS
                    END-IF
              END-READ
              CLOSE DUES-CONTROL
           END-IF.
       END-LOAD-DUES-CONTROL.


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
              MOVE "QUEENS-PUZZLE" TO DRG-PROGRAM
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
           STRING "QUEENS-PUZZLE - SUBMISSIONS " WS-SUB-COUNT
              " - CORRECT " WS-CORRECT-COUNT " - POSTED " WS-POSTED
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "QUEENS-PUZZLE - REJECTED - " WS-REASON
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
           MOVE "QUEENS-PUZZLE - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "QUEENS-PUZZLE - RUN END" TO WS-LOG-TEXT
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
