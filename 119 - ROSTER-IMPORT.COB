       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The delimited file saved off the club office's spreadsheet:
      * one row per player or team, fields split by commas. The
      * first field says what the row is -- P for a player (id,
      * name, join date, venue) or T for a team (id, name, then up
      * to four member ids). A heading row starting KIND and blank
      * rows are passed over.
           SELECT ROSTER-IMPORT-FILE ASSIGN TO "ROSTRIMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPORT-STATUS.
      * The player registry PLAYER-MAINT keeps; clean player rows
      * are added to it the way an ADD there would add them.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * The team master TEAM-MAINT keeps; clean team rows are
      * added to it the way an ADD there would add them.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEAM-STATUS.
      * The venue list REF-MAINT keeps; a player row at any venue
      * but MAIN has to name one listed there. No list on file
      * means any venue code is taken, as PLAYER-MAINT takes it.
           SELECT VENUE-REFERENCE ASSIGN TO "VENUEREF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENUE-STATUS.
      * The load summary: every row with what became of it, and
      * the totals, rewritten on every run.
           SELECT ROSTER-REPORT ASSIGN TO "ROSTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
      * The operator master the sign-on check reads: a live load
      * needs the P letter, the same as PLAYER-MAINT.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The operator alert file ALERT-SCAN writes: a sign-on that
      * locks an operator id out says so here the moment it happens.
           SELECT OPERATOR-ALERTS ASSIGN TO "OPERALRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-STATUS.
      * The batch-window indicator NIGHT-SCHEDULER sets as the
      * night's chain starts and clears when it ends. While it is
      * set, updates here wait so the chain never reads data half
      * changed; inquiries carry on as usual.
           SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINDOW-STATUS.
      * One line per emergency update made through the window:
      * when, which program, which operator, and why.
           SELECT WINDOW-OVERRIDES ASSIGN TO "WINOVRD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WINOVR-STATUS.
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
      * The one-record handoff the operator console leaves before
      * it calls this program: the answers the operator typed at
      * the menu. A standalone run, with no request on file or one
      * left for some other program, carries on from its
      * working-storage switches.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.
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
       FD  ROSTER-IMPORT-FILE.
       01 ROSTER-IMPORT-REC PIC X(80).
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  TEAM-MASTER.
       01 TEAM-MASTER-REC.
           05 TM-ID     PIC X(6).
           05 TM-NAME   PIC X(20).
           05 TM-MEMBER PIC X(6) OCCURS 4 TIMES.
       FD  VENUE-REFERENCE.
       01 VENUE-REFERENCE-REC.
           05 VNR-CODE PIC X(4).
           05 VNR-NAME PIC X(20).
       FD  ROSTER-REPORT.
       01 ROSTER-REPORT-REC PIC X(100).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
      * Function letters held: P player maintenance, R reference
      * maintenance, B business date, J reject workflow, F urgent
      * referral follow-up, M patient merge, Q lab QC sign-off, S
      * held-score review, E league pot, D score dispute, U member
      * dues, O operator maintenance, A approval of destructive
      * runs, W update through the batch window.
           05 OP-FUNCS PIC X(10).
      * The passcode is never kept as typed: SCRAMBLE-PASSCODE folds
      * it with the operator id into a ten-digit check value and
      * only that is filed. OP-PASS-SET is the day it was chosen --
      * zeros on one issued by OPERATOR-MAINT, which has to be
      * changed before it is any use. OP-FAILS counts wrong
      * passcodes since the last good one; OP-STATE is A active,
      * S suspended, L locked out. Records filed before passcodes
      * carry blanks here.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
       FD  OPERATOR-ALERTS.
       01 OPERATOR-ALERTS-REC PIC X(80).
      * BWN-STATE is S while the night's chain runs and C once it
      * has finished; the stamps say when it last changed.
       FD  BATCH-WINDOW.
       01 BATCH-WINDOW-REC.
           05 BWN-STATE      PIC X.
           05 BWN-CHANGED-ON PIC X(8).
           05 BWN-CHANGED-AT PIC X(6).
           05 BWN-RUN-ID     PIC X(6).
       FD  WINDOW-OVERRIDES.
       01 WINDOW-OVERRIDES-REC PIC X(100).
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
       FD  CONSOLE-REQUEST.
       01 CONSOLE-REQUEST-REC.
           05 CRQ-PROGRAM PIC X(20).
           05 CRQ-FIELDS  PIC X(100).
      * Who the console signed on, passed with every request so
      * this program's own sign-on check sees the same operator.
           05 CRQ-OPERATOR PIC X(10).
           05 CRQ-PASSCODE PIC X(10).
      * The emergency-override reason the console asks for when
      * the batch window is set; blank otherwise.
           05 CRQ-WINDOW-WHY PIC X(40).
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * WS-TRIAL-RUN Y checks every row against the same rules and
      * prints the summary, but loads nothing, logs no rejects and
      * leaves the file where it is for the live run. N loads the
      * clean rows, sends the bad ones to the reject log for
      * REJECT-MAINT, and empties the file.
       01 WS-TRIAL-RUN    PIC X VALUE "N".
      * Who is running this call, and the passcode they sign on
      * with; only a live load needs them.
       01 WS-OPERATOR     PIC X(10) VALUE SPACES.
      * Sign-on check scratch: the function this action needs and
      * whether the named operator holds it.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-FUNC-TALLY PIC 9.
      * Passcode sign-on: the passcode typed with the operator id,
      * how many days a passcode lasts, and how many wrong ones in a
      * row lock the id. The master is held in storage so a failed
      * count or a lockout can be written straight back.
       01 WS-PASSCODE      PIC X(10) VALUE SPACES.
       01 WS-PASS-DAYS     PIC 999 VALUE 90.
       01 WS-LOCK-AFTER    PIC 9 VALUE 3.
       01 WS-SIGNON-WHY    PIC X(30).
       01 WS-SIGNON-TODAY  PIC X(8).
       01 WS-SIGNON-TIME   PIC X(8).
       01 WS-OPMAST-ON-FILE PIC X.
       01 WS-ALERT-STATUS  PIC XX.
       01 WS-PASS-MIX      PIC X(20).
       01 WS-PASS-IDX      PIC 99.
       01 WS-PASS-HASH     PIC 9(10).
       01 WS-PASS-CHECK    PIC X(10).
       01 WS-PASS-AGE      PIC S9(7).
       01 WS-OPER-COUNT    PIC 999 VALUE 0.
       01 WS-OPER-IDX      PIC 999.
       01 WS-OPER-FOUND    PIC 999.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 100 TIMES.
              10 WS-OPR-ID       PIC X(10).
              10 WS-OPR-NAME     PIC X(20).
              10 WS-OPR-FUNCS    PIC X(10).
              10 WS-OPR-PASSCODE PIC X(10).
              10 WS-OPR-PASS-SET PIC X(8).
              10 WS-OPR-FAILS    PIC 9.
              10 WS-OPR-STATE    PIC X.
      * Batch window: whether the night's chain holds it, and the
      * reason an operator holding the W letter gives for updating
      * through it in an emergency -- blank means no override.
       01 WS-WINDOW-REASON PIC X(40) VALUE SPACES.
       01 WS-WINDOW-STATUS PIC XX.
       01 WS-WINOVR-STATUS PIC XX.
       01 WS-WINDOW-SET    PIC X.
       01 WS-WINDOW-OK     PIC X.
       01 WS-WINDOW-SINCE  PIC X(15).
       01 WS-WINDOW-TODAY  PIC X(8).
       01 WS-WINDOW-TIME   PIC X(8).
       01 WS-IMPORT-STATUS PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-TEAM-STATUS   PIC XX.
       01 WS-VENUE-STATUS  PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CONREQ-STATUS PIC XX.
       01 WS-EOF-SWITCH    PIC X.
       01 WS-REASON        PIC X(35) VALUE SPACES.
      * The import file held whole, so a file past the limit is
      * refused before any row of it is loaded.
       01 WS-ROW-COUNT PIC 999 VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-LINE PIC X(80) OCCURS 300 TIMES.
       01 WS-ROW-IDX   PIC 999.
       01 WS-ROWS-OVER PIC X.
      * The row under validation, split at its commas. Each field
      * is taken wider than it files so an overlong one is caught
      * rather than quietly cut short.
       01 WS-ROW-FIELDS.
           05 WS-ROW-FIELD PIC X(30) OCCURS 7 TIMES.
       01 WS-FLD-IDX    PIC 9.
       01 WS-ROW-KIND   PIC X.
       01 WS-ROW-ID     PIC X(6).
       01 WS-ROW-NAME   PIC X(20).
       01 WS-ROW-JOIN   PIC X(8).
       01 WS-ROW-VENUE  PIC X(4).
       01 WS-ROW-MEMBERS.
           05 WS-ROW-MEMBER PIC X(6) OCCURS 4 TIMES.
       01 WS-ROW-LABEL  PIC X(8).
       01 WS-ROW-NUMBER PIC 9(4).
      * The registry, the team file and the venue list held in
      * storage. Clean rows are added as they pass, trial run or
      * not, so a name or a member repeated further down the same
      * file is caught the way a second ADD would catch it.
       01 WS-PLAYER-COUNT PIC 999 VALUE 0.
       01 WS-REGISTRY.
           05 WS-REG-ENTRY OCCURS 200 TIMES.
              10 WS-REG-ID        PIC X(6).
              10 WS-REG-NAME      PIC X(20).
              10 WS-REG-JOIN-DATE PIC X(8).
              10 WS-REG-ACTIVE    PIC X.
              10 WS-REG-VENUE     PIC X(4).
       01 WS-IDX PIC 999.
       01 WS-TEAM-COUNT PIC 99 VALUE 0.
       01 WS-TEAM-TABLE.
           05 WS-TT-ENTRY OCCURS 50 TIMES.
              10 WS-TT-ID     PIC X(6).
              10 WS-TT-NAME   PIC X(20).
              10 WS-TT-MEMBER PIC X(6) OCCURS 4 TIMES.
       01 WS-TEAM-IDX  PIC 99.
       01 WS-MEM-IDX   PIC 9.
       01 WS-MEM-IDX2  PIC 9.
       01 WS-MEMBER-TALLY PIC 9.
       01 WS-CHECK-ID  PIC X(6).
       01 WS-ID-VALID  PIC X.
       01 WS-VENUE-LISTED PIC X VALUE "N".
       01 WS-VNR-COUNT PIC 99 VALUE 0.
       01 WS-VNR-TABLE.
           05 WS-VNR-CODE PIC X(4) OCCURS 50 TIMES.
       01 WS-VNR-IDX   PIC 99.
       01 WS-VENUE-KNOWN PIC X.
      * Run figures.
       01 WS-PLAYERS-LOADED PIC 999 VALUE 0.
       01 WS-TEAMS-LOADED   PIC 999 VALUE 0.
       01 WS-ROWS-REJECTED  PIC 999 VALUE 0.
       01 WS-ROWS-SKIPPED   PIC 999 VALUE 0.
       01 WS-RUN-KIND       PIC X(5).
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

       PROCEDURE DIVISION.
       ROSTER-IMPORT.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           MOVE FUNCTION UPPER-CASE(WS-TRIAL-RUN) TO WS-TRIAL-RUN
           IF WS-TRIAL-RUN NOT = "Y" THEN
              MOVE "N" TO WS-TRIAL-RUN
              MOVE "LIVE" TO WS-RUN-KIND
              PERFORM CHECK-LOAD-SIGNON
              IF WS-REASON = SPACES THEN
                 PERFORM CHECK-BATCH-WINDOW
                 IF WS-WINDOW-OK = "N" THEN
                    MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
                    DISPLAY "REFUSED: " WS-REASON
                    PERFORM LOG-REJECTED-INPUT
                 END-IF
              END-IF
           ELSE
              MOVE "TRIAL" TO WS-RUN-KIND
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM READ-IMPORT-FILE
              IF WS-ROWS-OVER = "Y" THEN
                 MOVE "IMPORT FILE OVER 300 ROWS - SPLIT IT" TO
                    WS-REASON
                 DISPLAY "REFUSED: " WS-REASON
                 IF WS-TRIAL-RUN = "N" THEN
                    PERFORM LOG-REJECTED-INPUT
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              IF WS-ROW-COUNT = 0 THEN
                 DISPLAY "NO ROWS ON THE IMPORT FILE"
              ELSE
                 PERFORM LOAD-REGISTRY
                 PERFORM LOAD-TEAM-FILE
                 PERFORM LOAD-VENUE-LIST
                 PERFORM IMPORT-ROWS
              END-IF
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-ROSTER-IMPORT.


       CHECK-LOAD-SIGNON.
      * A live load adds players the same as PLAYER-MAINT does, so
      * it takes the same P letter.
           MOVE "P" TO WS-NEEDED-FUNC
           PERFORM CHECK-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N" THEN
              MOVE "OPERATOR NOT SIGNED FOR PLAYER" TO WS-REASON
              DISPLAY "REFUSED: " WS-REASON ": " WS-OPERATOR
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-CHECK-LOAD-SIGNON.


       CHECK-OPERATOR-SIGNON.
      * The named operator has to be on the master and active, give
      * the right passcode while it is still in date, and hold the
      * needed function letter -- a blank letter asks only for a
      * good sign-on. No master on file means the check isn't set
      * up yet and the action runs as it always did.
           MOVE "Y" TO WS-SIGNON-OK
           MOVE SPACES TO WS-SIGNON-WHY
           PERFORM LOAD-OPERATOR-MASTER
           IF WS-OPMAST-ON-FILE = "Y" THEN
              MOVE "N" TO WS-SIGNON-OK
              PERFORM JUDGE-OPERATOR-SIGNON
              IF WS-SIGNON-WHY = SPACES THEN
                 MOVE "Y" TO WS-SIGNON-OK
              ELSE
                 DISPLAY "SIGN-ON REFUSED: "
                    FUNCTION TRIM(WS-SIGNON-WHY)
              END-IF
           END-IF.
       END-CHECK-OPERATOR-SIGNON.


       JUDGE-OPERATOR-SIGNON.
      * Leaves WS-SIGNON-WHY blank on a good sign-on, else the
      * reason it was turned away.
           MOVE 0 TO WS-OPER-FOUND
           IF WS-OPERATOR NOT = SPACES THEN
              PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
                 WS-OPER-IDX > WS-OPER-COUNT
                 IF WS-OPR-ID(WS-OPER-IDX) = WS-OPERATOR THEN
                    MOVE WS-OPER-IDX TO WS-OPER-FOUND
                 END-IF
              END-PERFORM
           END-IF
           IF WS-OPER-FOUND = 0 THEN
              MOVE "OPERATOR NOT ON MASTER" TO WS-SIGNON-WHY
           ELSE
              EVALUATE TRUE
                 WHEN WS-OPR-STATE(WS-OPER-FOUND) = "S"
                    MOVE "OPERATOR SUSPENDED" TO WS-SIGNON-WHY
                 WHEN WS-OPR-STATE(WS-OPER-FOUND) = "L"
                    MOVE "OPERATOR LOCKED OUT" TO WS-SIGNON-WHY
                 WHEN WS-OPR-PASSCODE(WS-OPER-FOUND) = SPACES
                    MOVE "NO PASSCODE ISSUED" TO WS-SIGNON-WHY
                 WHEN OTHER
                    PERFORM MATCH-OPERATOR-PASSCODE
              END-EVALUATE
           END-IF
           IF WS-SIGNON-WHY = SPACES THEN
              PERFORM CHECK-PASSCODE-AGE
           END-IF
           IF WS-SIGNON-WHY = SPACES AND WS-NEEDED-FUNC NOT = SPACE
              THEN
              MOVE 0 TO WS-FUNC-TALLY
              INSPECT WS-OPR-FUNCS(WS-OPER-FOUND) TALLYING
                 WS-FUNC-TALLY FOR ALL WS-NEEDED-FUNC
              IF WS-FUNC-TALLY = 0 THEN
                 MOVE "FUNCTION NOT HELD" TO WS-SIGNON-WHY
              END-IF
           END-IF.
       END-JUDGE-OPERATOR-SIGNON.


       MATCH-OPERATOR-PASSCODE.
      * A good passcode clears the failed count; a wrong one adds to
      * it, and the one that reaches the limit locks the id and
      * raises the alert. Either way a changed count is filed at
      * once, so quitting and starting again gains nothing.
           MOVE WS-PASSCODE TO WS-PASS-MIX(1:10)
           MOVE WS-OPERATOR TO WS-PASS-MIX(11:10)
           PERFORM SCRAMBLE-PASSCODE
           IF WS-PASS-CHECK = WS-OPR-PASSCODE(WS-OPER-FOUND) THEN
              IF WS-OPR-FAILS(WS-OPER-FOUND) NOT = 0 THEN
                 MOVE 0 TO WS-OPR-FAILS(WS-OPER-FOUND)
                 PERFORM SAVE-OPERATOR-MASTER
              END-IF
           ELSE
              ADD 1 TO WS-OPR-FAILS(WS-OPER-FOUND)
              IF WS-OPR-FAILS(WS-OPER-FOUND) < WS-LOCK-AFTER THEN
                 MOVE "PASSCODE WRONG" TO WS-SIGNON-WHY
              ELSE
                 MOVE "L" TO WS-OPR-STATE(WS-OPER-FOUND)
                 MOVE "PASSCODE WRONG - ID NOW LOCKED" TO
                    WS-SIGNON-WHY
                 PERFORM RAISE-LOCKOUT-ALERT
              END-IF
              PERFORM SAVE-OPERATOR-MASTER
           END-IF.
       END-MATCH-OPERATOR-PASSCODE.


       CHECK-PASSCODE-AGE.
      * Counted on the calendar, not the business date, so a rerun
      * under a back date can't revive a stale passcode.
           IF WS-OPR-PASS-SET(WS-OPER-FOUND) IS NOT NUMERIC OR
              WS-OPR-PASS-SET(WS-OPER-FOUND) = "00000000" THEN
              MOVE "PASSCODE EXPIRED" TO WS-SIGNON-WHY
           ELSE
              COMPUTE WS-PASS-AGE =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-SIGNON-TODAY)) -
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-OPR-PASS-SET(WS-OPER-FOUND)))
              IF WS-PASS-AGE > WS-PASS-DAYS THEN
                 MOVE "PASSCODE EXPIRED" TO WS-SIGNON-WHY
              END-IF
           END-IF.
       END-CHECK-PASSCODE-AGE.


       SCRAMBLE-PASSCODE.
      * One way only: the passcode and the operator id in
      * WS-PASS-MIX folded a character at a time into a ten-digit
      * value, so the same passcode on two ids never files the
      * same and nothing on the master reads back into what was
      * typed.
           MOVE 0 TO WS-PASS-HASH
           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1 UNTIL
              WS-PASS-IDX > 20
              COMPUTE WS-PASS-HASH = FUNCTION MOD(
                 WS-PASS-HASH * 131 +
                 FUNCTION ORD(WS-PASS-MIX(WS-PASS-IDX:1)),
                 9999999967)
           END-PERFORM
           MOVE WS-PASS-HASH TO WS-PASS-CHECK.
       END-SCRAMBLE-PASSCODE.


       LOAD-OPERATOR-MASTER.
      * Records from before passcodes come in active with no
      * failures counted.
           MOVE 0 TO WS-OPER-COUNT
           MOVE "N" TO WS-OPMAST-ON-FILE
           MOVE "N" TO WS-OPMAST-EOF
           ACCEPT WS-SIGNON-TODAY FROM DATE YYYYMMDD
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPMAST-STATUS = "00" THEN
              MOVE "Y" TO WS-OPMAST-ON-FILE
              PERFORM UNTIL WS-OPMAST-EOF = "Y"
                 READ OPERATOR-MASTER
                    AT END
                       MOVE "Y" TO WS-OPMAST-EOF
                    NOT AT END
                       IF WS-OPER-COUNT < 100 THEN
                          ADD 1 TO WS-OPER-COUNT
                          MOVE OPERATOR-MASTER-REC TO
                             WS-OPER-ENTRY(WS-OPER-COUNT)
                          IF WS-OPR-FAILS(WS-OPER-COUNT) IS NOT
                             NUMERIC THEN
                             MOVE 0 TO WS-OPR-FAILS(WS-OPER-COUNT)
                          END-IF
                          IF WS-OPR-STATE(WS-OPER-COUNT) = SPACE THEN
                             MOVE "A" TO WS-OPR-STATE(WS-OPER-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER
           END-IF.
       END-LOAD-OPERATOR-MASTER.


       SAVE-OPERATOR-MASTER.
           OPEN OUTPUT OPERATOR-MASTER
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1 UNTIL
              WS-OPER-IDX > WS-OPER-COUNT
              MOVE WS-OPER-ENTRY(WS-OPER-IDX) TO OPERATOR-MASTER-REC
              WRITE OPERATOR-MASTER-REC
           END-PERFORM
           CLOSE OPERATOR-MASTER.
       END-SAVE-OPERATOR-MASTER.


       RAISE-LOCKOUT-ALERT.
      * One line on the operator alert file in ALERT-SCAN's own
      * layout, creating it on the first write, and a warning on
      * the night's log saying where it happened.
           ACCEPT WS-SIGNON-TIME FROM TIME
           OPEN EXTEND OPERATOR-ALERTS
           IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
              CLOSE OPERATOR-ALERTS
              OPEN OUTPUT OPERATOR-ALERTS
           END-IF
           MOVE SPACES TO OPERATOR-ALERTS-REC
           STRING WS-SIGNON-TODAY " " WS-SIGNON-TIME(1:6) " ALERT "
              "OPERATOR " FUNCTION TRIM(WS-OPERATOR)
              " LOCKED AFTER " WS-LOCK-AFTER " BAD PASSCODES"
              DELIMITED BY SIZE INTO OPERATOR-ALERTS-REC
           WRITE OPERATOR-ALERTS-REC
           CLOSE OPERATOR-ALERTS
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ROSTER-IMPORT - OPERATOR "
              FUNCTION TRIM(WS-OPERATOR) " LOCKED OUT AT SIGN-ON"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-RAISE-LOCKOUT-ALERT.


       CHECK-BATCH-WINDOW.
      * Leaves WS-WINDOW-OK "N" when this update has to wait for the
      * night's chain to finish. With the window set, only an
      * operator holding the W letter who gives a reason gets
      * through, and every such override is logged with it. No
      * indicator on file means no chain has ever held the window.
           MOVE "Y" TO WS-WINDOW-OK
           MOVE "N" TO WS-WINDOW-SET
           OPEN INPUT BATCH-WINDOW
           IF WS-WINDOW-STATUS = "00" THEN
              READ BATCH-WINDOW
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BWN-STATE = "S" THEN
                       MOVE "Y" TO WS-WINDOW-SET
                       MOVE SPACES TO WS-WINDOW-SINCE
                       STRING BWN-CHANGED-ON " " BWN-CHANGED-AT
                          DELIMITED BY SIZE INTO WS-WINDOW-SINCE
                    END-IF
              END-READ
              CLOSE BATCH-WINDOW
           END-IF
           IF WS-WINDOW-SET = "Y" THEN
              DISPLAY "BATCH WINDOW SET SINCE " WS-WINDOW-SINCE
              IF WS-WINDOW-REASON = SPACES OR WS-OPERATOR = SPACES
                 THEN
                 MOVE "N" TO WS-WINDOW-OK
              ELSE
                 MOVE "W" TO WS-NEEDED-FUNC
                 PERFORM CHECK-OPERATOR-SIGNON
                 IF WS-SIGNON-OK = "N" THEN
                    MOVE "N" TO WS-WINDOW-OK
                    DISPLAY "OVERRIDE REFUSED: OPERATOR " WS-OPERATOR
                       " NOT SIGNED FOR OVERRIDES"
                 ELSE
                    PERFORM LOG-WINDOW-OVERRIDE
                 END-IF
              END-IF
           END-IF.
       END-CHECK-BATCH-WINDOW.


       LOG-WINDOW-OVERRIDE.
      * The override line, creating the file on the first write,
      * and a warning on the night's log so the morning review
      * sees it beside the chain it cut across.
           ACCEPT WS-WINDOW-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-WINDOW-TIME FROM TIME
           OPEN EXTEND WINDOW-OVERRIDES
           IF WS-WINOVR-STATUS = "05" OR WS-WINOVR-STATUS = "35"
              CLOSE WINDOW-OVERRIDES
              OPEN OUTPUT WINDOW-OVERRIDES
           END-IF
           MOVE SPACES TO WINDOW-OVERRIDES-REC
           STRING WS-WINDOW-TODAY " " WS-WINDOW-TIME(1:6)
              " ROSTER-IMPORT BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ROSTER-IMPORT - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       READ-IMPORT-FILE.
      * Every row is taken into storage first; a file too long to
      * hold is refused whole rather than loaded in part.
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-ROWS-OVER
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ROSTER-IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ ROSTER-IMPORT-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-ROW-COUNT < 300 THEN
                          ADD 1 TO WS-ROW-COUNT
                          MOVE ROSTER-IMPORT-REC TO
                             WS-ROW-LINE(WS-ROW-COUNT)
                       ELSE
                          MOVE "Y" TO WS-ROWS-OVER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-IMPORT-FILE
           END-IF.
       END-READ-IMPORT-FILE.


       LOAD-REGISTRY.
           MOVE 0 TO WS-PLAYER-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO PM-NAME
              START PLAYER-MASTER KEY IS NOT LESS THAN PM-NAME
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PLAYER-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PLAYER-COUNT < 200 THEN
                          ADD 1 TO WS-PLAYER-COUNT
                          MOVE PM-ID TO WS-REG-ID(WS-PLAYER-COUNT)
                          MOVE PM-NAME TO WS-REG-NAME(WS-PLAYER-COUNT)
                          MOVE PM-JOIN-DATE TO
                             WS-REG-JOIN-DATE(WS-PLAYER-COUNT)
                          MOVE PM-ACTIVE TO
                             WS-REG-ACTIVE(WS-PLAYER-COUNT)
                          MOVE PM-VENUE TO
                             WS-REG-VENUE(WS-PLAYER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER
           END-IF.
       END-LOAD-REGISTRY.


       LOAD-TEAM-FILE.
           MOVE 0 TO WS-TEAM-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TEAM-MASTER
           IF WS-TEAM-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ TEAM-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-TEAM-COUNT < 50 THEN
                          ADD 1 TO WS-TEAM-COUNT
                          MOVE TM-ID TO WS-TT-ID(WS-TEAM-COUNT)
                          MOVE TM-NAME TO WS-TT-NAME(WS-TEAM-COUNT)
                          PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                             UNTIL WS-MEM-IDX > 4
                             MOVE TM-MEMBER(WS-MEM-IDX) TO
                                WS-TT-MEMBER(WS-TEAM-COUNT
                                WS-MEM-IDX)
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEAM-MASTER
           END-IF.
       END-LOAD-TEAM-FILE.


       LOAD-VENUE-LIST.
           MOVE 0 TO WS-VNR-COUNT
           MOVE "N" TO WS-VENUE-LISTED
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT VENUE-REFERENCE
           IF WS-VENUE-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE "Y" TO WS-VENUE-LISTED
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ VENUE-REFERENCE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-VNR-COUNT < 50 THEN
                          ADD 1 TO WS-VNR-COUNT
                          MOVE VNR-CODE TO WS-VNR-CODE(WS-VNR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENUE-REFERENCE
           END-IF.
       END-LOAD-VENUE-LIST.


       IMPORT-ROWS.
      * Row by row into the tables and onto the summary; the
      * masters are written back once, at the end, and only on a
      * live load that took something.
           OPEN OUTPUT ROSTER-REPORT
           MOVE SPACES TO ROSTER-REPORT-REC
           STRING "ROSTER IMPORT - BUSINESS DATE " WS-BUSI-DATE
              " RUN " WS-RUN-ID " - " WS-RUN-KIND
              DELIMITED BY SIZE INTO ROSTER-REPORT-REC
           PERFORM WRITE-ROSTER-LINE
           IF WS-TRIAL-RUN = "Y" THEN
              MOVE "TRIAL RUN - ROWS ARE CHECKED, NOTHING IS LOADED"
                 TO ROSTER-REPORT-REC
              PERFORM WRITE-ROSTER-LINE
           END-IF
           MOVE "ROW  K ID     NAME" TO ROSTER-REPORT-REC
           MOVE "RESULT" TO ROSTER-REPORT-REC(37:6)
           PERFORM WRITE-ROSTER-LINE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX >
              WS-ROW-COUNT
              PERFORM TAKE-ONE-ROW
           END-PERFORM
           MOVE SPACES TO ROSTER-REPORT-REC
           PERFORM WRITE-ROSTER-LINE
           STRING WS-ROW-COUNT " ROW(S) READ, " WS-ROWS-SKIPPED
              " PASSED OVER"
              DELIMITED BY SIZE INTO ROSTER-REPORT-REC
           PERFORM WRITE-ROSTER-LINE
           IF WS-TRIAL-RUN = "Y" THEN
              STRING WS-PLAYERS-LOADED " PLAYER(S) AND "
                 WS-TEAMS-LOADED " TEAM(S) WOULD LOAD, "
                 WS-ROWS-REJECTED " ROW(S) WOULD BE REJECTED"
                 DELIMITED BY SIZE INTO ROSTER-REPORT-REC
              PERFORM WRITE-ROSTER-LINE
              MOVE "FILE LEFT IN PLACE FOR THE LIVE LOAD" TO
                 ROSTER-REPORT-REC
              PERFORM WRITE-ROSTER-LINE
           ELSE
              STRING WS-PLAYERS-LOADED " PLAYER(S) AND "
                 WS-TEAMS-LOADED " TEAM(S) LOADED, "
                 WS-ROWS-REJECTED " ROW(S) REJECTED"
                 DELIMITED BY SIZE INTO ROSTER-REPORT-REC
              PERFORM WRITE-ROSTER-LINE
              IF WS-ROWS-REJECTED > 0 THEN
                 STRING "REJECTED ROWS ARE ON THE REJECT LOG FOR "
                    "REJECT-MAINT"
                    DELIMITED BY SIZE INTO ROSTER-REPORT-REC
                 PERFORM WRITE-ROSTER-LINE
              END-IF
           END-IF
           CLOSE ROSTER-REPORT
           MOVE "ROSTRPT" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT
           IF WS-TRIAL-RUN = "N" THEN
              IF WS-PLAYERS-LOADED > 0 THEN
                 PERFORM SAVE-REGISTRY
              END-IF
              IF WS-TEAMS-LOADED > 0 THEN
                 PERFORM SAVE-TEAM-FILE
              END-IF
              PERFORM EMPTY-IMPORT-FILE
           END-IF.
       END-IMPORT-ROWS.


       TAKE-ONE-ROW.
      * One row: split it, judge it by its kind, and print what
      * became of it. A bad row goes to the reject log by itself on
      * a live load; the rest of the file still lands.
           MOVE WS-ROW-IDX TO WS-ROW-NUMBER
           MOVE SPACES TO WS-REASON
           PERFORM SPLIT-ROW
           IF WS-ROW-LINE(WS-ROW-IDX) = SPACES OR
              FUNCTION UPPER-CASE(WS-ROW-FIELD(1)) = "KIND" THEN
              ADD 1 TO WS-ROWS-SKIPPED
           ELSE
              EVALUATE WS-ROW-KIND
                 WHEN "P"
                    PERFORM CHECK-PLAYER-ROW
                 WHEN "T"
                    PERFORM CHECK-TEAM-ROW
                 WHEN OTHER
                    MOVE "ROW KIND MUST BE P OR T" TO WS-REASON
              END-EVALUATE
              MOVE WS-ROW-ID TO WS-ROW-LABEL
              IF WS-ROW-ID = SPACES THEN
                 MOVE SPACES TO WS-ROW-LABEL
                 STRING "ROW " WS-ROW-NUMBER
                    DELIMITED BY SIZE INTO WS-ROW-LABEL
              END-IF
              MOVE SPACES TO ROSTER-REPORT-REC
              STRING WS-ROW-NUMBER " " WS-ROW-KIND " " WS-ROW-ID " "
                 WS-ROW-NAME " "
                 DELIMITED BY SIZE INTO ROSTER-REPORT-REC
              IF WS-REASON NOT = SPACES THEN
                 ADD 1 TO WS-ROWS-REJECTED
                 STRING "REJECTED - " WS-REASON
                    DELIMITED BY SIZE INTO ROSTER-REPORT-REC(37:)
                 IF WS-TRIAL-RUN = "N" THEN
                    PERFORM LOG-REJECTED-ROW
                 END-IF
              ELSE
                 IF WS-TRIAL-RUN = "Y" THEN
                    MOVE "WOULD LOAD" TO ROSTER-REPORT-REC(37:)
                 ELSE
                    MOVE "LOADED" TO ROSTER-REPORT-REC(37:)
                 END-IF
              END-IF
              PERFORM WRITE-ROSTER-LINE
           END-IF.
       END-TAKE-ONE-ROW.


       SPLIT-ROW.
      * Spreadsheets quote a field when they feel like it, so the
      * quotes go before the split and each field is trimmed.
           MOVE SPACES TO WS-ROW-FIELDS
           INSPECT WS-ROW-LINE(WS-ROW-IDX) REPLACING ALL '"' BY SPACE
           UNSTRING WS-ROW-LINE(WS-ROW-IDX) DELIMITED BY ","
              INTO WS-ROW-FIELD(1) WS-ROW-FIELD(2) WS-ROW-FIELD(3)
                 WS-ROW-FIELD(4) WS-ROW-FIELD(5) WS-ROW-FIELD(6)
                 WS-ROW-FIELD(7)
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1 UNTIL WS-FLD-IDX > 7
              MOVE FUNCTION TRIM(WS-ROW-FIELD(WS-FLD-IDX)) TO
                 WS-ROW-FIELD(WS-FLD-IDX)
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-ROW-FIELD(1)(1:1)) TO
              WS-ROW-KIND
           IF WS-ROW-FIELD(1)(2:) NOT = SPACES OR
              WS-ROW-KIND = SPACE THEN
              MOVE "?" TO WS-ROW-KIND
           END-IF
           MOVE WS-ROW-FIELD(2) TO WS-ROW-ID
           MOVE WS-ROW-FIELD(3) TO WS-ROW-NAME
           MOVE SPACES TO WS-ROW-JOIN
           MOVE SPACES TO WS-ROW-VENUE
           MOVE SPACES TO WS-ROW-MEMBERS
           IF WS-ROW-FIELD(2)(7:) NOT = SPACES THEN
              MOVE "ID LONGER THAN 6 CHARACTERS" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-ROW-FIELD(3)(21:) NOT = SPACES THEN
              MOVE "NAME LONGER THAN 20 CHARACTERS" TO WS-REASON
           END-IF.
       END-SPLIT-ROW.


       CHECK-PLAYER-ROW.
      * PLAYER-MAINT's ADD rules: an id, a name and a join date, the
      * id and the name both new, a venue on the venue list, room
      * on the registry. The join date has to be a real YYYYMMDD;
      * a spreadsheet left to itself writes dates its own way.
           MOVE WS-ROW-FIELD(4) TO WS-ROW-JOIN
           MOVE FUNCTION UPPER-CASE(WS-ROW-FIELD(5)) TO WS-ROW-VENUE
           IF WS-ROW-VENUE = SPACES THEN
              MOVE "MAIN" TO WS-ROW-VENUE
           END-IF
           IF WS-REASON = SPACES AND
              (WS-ROW-ID = SPACES OR WS-ROW-NAME = SPACES OR
              WS-ROW-JOIN = SPACES) THEN
              MOVE "ADD NEEDS ID, NAME, JOIN DATE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              (WS-ROW-FIELD(4)(9:) NOT = SPACES OR
              WS-ROW-JOIN IS NOT NUMERIC) THEN
              MOVE "JOIN DATE MUST BE YYYYMMDD" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
              WS-ROW-JOIN)) NOT = 0 THEN
              MOVE "JOIN DATE MUST BE YYYYMMDD" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND
              WS-ROW-FIELD(5)(5:) NOT = SPACES THEN
              MOVE "UNKNOWN VENUE" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-PLAYER-COUNT
                 IF WS-REG-ID(WS-IDX) = WS-ROW-ID AND
                    WS-REASON = SPACES THEN
                    MOVE "PLAYER ID ALREADY REGISTERED" TO WS-REASON
                 END-IF
                 IF WS-REG-NAME(WS-IDX) = WS-ROW-NAME AND
                    WS-REASON = SPACES THEN
                    MOVE "PLAYER NAME ALREADY REGISTERED" TO WS-REASON
                 END-IF
              END-PERFORM
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-VENUE-KNOWN
              IF WS-VENUE-KNOWN = "N" THEN
                 MOVE "UNKNOWN VENUE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-PLAYER-COUNT >= 200 THEN
              MOVE "REGISTRY FULL" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              ADD 1 TO WS-PLAYER-COUNT
              ADD 1 TO WS-PLAYERS-LOADED
              MOVE WS-ROW-ID TO WS-REG-ID(WS-PLAYER-COUNT)
              MOVE WS-ROW-NAME TO WS-REG-NAME(WS-PLAYER-COUNT)
              MOVE WS-ROW-JOIN TO WS-REG-JOIN-DATE(WS-PLAYER-COUNT)
              MOVE "Y" TO WS-REG-ACTIVE(WS-PLAYER-COUNT)
              MOVE WS-ROW-VENUE TO WS-REG-VENUE(WS-PLAYER-COUNT)
           END-IF.
       END-CHECK-PLAYER-ROW.


       CHECK-VENUE-KNOWN.
      * MAIN is always known; anything else has to be on the venue
      * list, when there is one.
           MOVE "Y" TO WS-VENUE-KNOWN
           IF WS-ROW-VENUE NOT = "MAIN" AND WS-VENUE-LISTED = "Y"
              THEN
              MOVE "N" TO WS-VENUE-KNOWN
              PERFORM VARYING WS-VNR-IDX FROM 1 BY 1 UNTIL
                 WS-VNR-IDX > WS-VNR-COUNT
                 IF WS-VNR-CODE(WS-VNR-IDX) = WS-ROW-VENUE THEN
                    MOVE "Y" TO WS-VENUE-KNOWN
                 END-IF
              END-PERFORM
           END-IF.
       END-CHECK-VENUE-KNOWN.


       CHECK-TEAM-ROW.
      * TEAM-MAINT's ADD rules: an id and a name, both new, and at
      * least two members, every one an active player and on no
      * other team. A member can be a player registered further up
      * the same file, so a club can send its players and the teams
      * they make up together.
           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1 UNTIL WS-MEM-IDX > 4
              MOVE WS-ROW-FIELD(WS-MEM-IDX + 3) TO
                 WS-ROW-MEMBER(WS-MEM-IDX)
              IF WS-ROW-FIELD(WS-MEM-IDX + 3)(7:) NOT = SPACES AND
                 WS-REASON = SPACES THEN
                 MOVE "MEMBER ID NOT ON REGISTRY" TO WS-REASON
              END-IF
           END-PERFORM
           IF WS-REASON = SPACES AND
              (WS-ROW-ID = SPACES OR WS-ROW-NAME = SPACES) THEN
              MOVE "ADD NEEDS ID AND NAME" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1 UNTIL
                 WS-TEAM-IDX > WS-TEAM-COUNT
                 IF WS-TT-ID(WS-TEAM-IDX) = WS-ROW-ID AND
                    WS-REASON = SPACES THEN
                    MOVE "TEAM ID ALREADY ON FILE" TO WS-REASON
                 END-IF
                 IF WS-TT-NAME(WS-TEAM-IDX) = WS-ROW-NAME AND
                    WS-REASON = SPACES THEN
                    MOVE "TEAM NAME ALREADY ON FILE" TO WS-REASON
                 END-IF
              END-PERFORM
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE 0 TO WS-MEMBER-TALLY
              PERFORM VARYING WS-MEM-IDX FROM 1 BY 1 UNTIL
                 WS-MEM-IDX > 4
                 IF WS-ROW-MEMBER(WS-MEM-IDX) NOT = SPACES THEN
                    ADD 1 TO WS-MEMBER-TALLY
                    MOVE WS-ROW-MEMBER(WS-MEM-IDX) TO WS-CHECK-ID
                    PERFORM VALIDATE-MEMBER-ID
                    IF WS-ID-VALID = "N" AND WS-REASON = SPACES THEN
                       MOVE "MEMBER ID NOT ON REGISTRY" TO WS-REASON
                    END-IF
                    PERFORM CHECK-MEMBER-UNCLAIMED
                 END-IF
              END-PERFORM
              IF WS-REASON = SPACES AND WS-MEMBER-TALLY < 2 THEN
                 MOVE "TEAM NEEDS AT LEAST TWO MEMBERS" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-TEAM-COUNT >= 50 THEN
              MOVE "TEAM FILE FULL (50 TEAMS)" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              ADD 1 TO WS-TEAM-COUNT
              ADD 1 TO WS-TEAMS-LOADED
              MOVE WS-ROW-ID TO WS-TT-ID(WS-TEAM-COUNT)
              MOVE WS-ROW-NAME TO WS-TT-NAME(WS-TEAM-COUNT)
              PERFORM VARYING WS-MEM-IDX FROM 1 BY 1 UNTIL
                 WS-MEM-IDX > 4
                 MOVE WS-ROW-MEMBER(WS-MEM-IDX) TO
                    WS-TT-MEMBER(WS-TEAM-COUNT WS-MEM-IDX)
              END-PERFORM
           END-IF.
       END-CHECK-TEAM-ROW.


       VALIDATE-MEMBER-ID.
      * Checked against the registry as it stands in storage, so a
      * player the same file registered counts. An id that isn't
      * on it, or is marked inactive, can't join a team. A shop
      * with no registry at all registers unvalidated, as
      * TEAM-MAINT does.
           MOVE "Y" TO WS-ID-VALID
           IF WS-PLAYER-COUNT > 0 THEN
              MOVE "N" TO WS-ID-VALID
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
                 WS-PLAYER-COUNT
                 IF WS-REG-ID(WS-IDX) = WS-CHECK-ID AND
                    WS-REG-ACTIVE(WS-IDX) = "Y" THEN
                    MOVE "Y" TO WS-ID-VALID
                 END-IF
              END-PERFORM
           END-IF.
       END-VALIDATE-MEMBER-ID.


       CHECK-MEMBER-UNCLAIMED.
      * WS-CHECK-ID has to be free of every team's roster, and
      * named only once on this one.
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1 UNTIL WS-TEAM-IDX >
              WS-TEAM-COUNT
              IF WS-TT-MEMBER(WS-TEAM-IDX 1) = WS-CHECK-ID OR
                 WS-TT-MEMBER(WS-TEAM-IDX 2) = WS-CHECK-ID OR
                 WS-TT-MEMBER(WS-TEAM-IDX 3) = WS-CHECK-ID OR
                 WS-TT-MEMBER(WS-TEAM-IDX 4) = WS-CHECK-ID THEN
                 IF WS-REASON = SPACES THEN
                    MOVE "MEMBER ALREADY ON A TEAM" TO WS-REASON
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-MEM-IDX2 FROM 1 BY 1 UNTIL
              WS-MEM-IDX2 >= WS-MEM-IDX
              IF WS-ROW-MEMBER(WS-MEM-IDX2) = WS-CHECK-ID AND
                 WS-REASON = SPACES THEN
                 MOVE "MEMBER NAMED TWICE ON THE TEAM" TO WS-REASON
              END-IF
           END-PERFORM.
       END-CHECK-MEMBER-UNCLAIMED.


       WRITE-ROSTER-LINE.
      * Shown as it is written, so the operator at the console sees
      * the summary without going to the printer.
           DISPLAY FUNCTION TRIM(ROSTER-REPORT-REC TRAILING)
           WRITE ROSTER-REPORT-REC
           MOVE SPACES TO ROSTER-REPORT-REC.
       END-WRITE-ROSTER-LINE.


       SAVE-REGISTRY.
           OPEN OUTPUT PLAYER-MASTER
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-PLAYER-COUNT
              MOVE WS-REG-ID(WS-IDX) TO PM-ID
              MOVE WS-REG-NAME(WS-IDX) TO PM-NAME
              MOVE WS-REG-JOIN-DATE(WS-IDX) TO PM-JOIN-DATE
              MOVE WS-REG-ACTIVE(WS-IDX) TO PM-ACTIVE
              MOVE WS-REG-VENUE(WS-IDX) TO PM-VENUE
              WRITE PLAYER-MASTER-REC
           END-PERFORM
           CLOSE PLAYER-MASTER.
       END-SAVE-REGISTRY.


       SAVE-TEAM-FILE.
           OPEN OUTPUT TEAM-MASTER
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1 UNTIL WS-TEAM-IDX >
              WS-TEAM-COUNT
              MOVE WS-TT-ID(WS-TEAM-IDX) TO TM-ID
              MOVE WS-TT-NAME(WS-TEAM-IDX) TO TM-NAME
              PERFORM VARYING WS-MEM-IDX FROM 1 BY 1 UNTIL
                 WS-MEM-IDX > 4
                 MOVE WS-TT-MEMBER(WS-TEAM-IDX WS-MEM-IDX) TO
                    TM-MEMBER(WS-MEM-IDX)
              END-PERFORM
              WRITE TEAM-MASTER-REC
           END-PERFORM
           CLOSE TEAM-MASTER.
       END-SAVE-TEAM-FILE.


       EMPTY-IMPORT-FILE.
      * The file has been loaded; empty it so a rerun can't load
      * it twice. A corrected row REJECT-MAINT resubmits lands on
      * the empty file and goes in with the next load.
           OPEN OUTPUT ROSTER-IMPORT-FILE
           CLOSE ROSTER-IMPORT-FILE.
       END-EMPTY-IMPORT-FILE.


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
              MOVE "ROSTER-IMPORT" TO DRG-PROGRAM
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
           STRING "ROSTER-IMPORT - " WS-RUN-KIND " - PLAYERS "
              WS-PLAYERS-LOADED " TEAMS " WS-TEAMS-LOADED
              " REJECTED " WS-ROWS-REJECTED
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ROSTER-IMPORT - REJECTED - " WS-REASON
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "R" TO WS-LOG-SEVERITY
           PERFORM WRITE-REJECT-LINE.
       END-LOG-REJECTED-INPUT.


       LOG-REJECTED-ROW.
      * One reject per bad row, named by its id (or its row number
      * when it has none) so REJECT-MAINT's operator can find it
      * on the spreadsheet; the corrected row goes back onto the
      * import file through RESUBMIT.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ROSTER-IMPORT - REJECTED - " WS-ROW-LABEL " "
              WS-REASON
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "R" TO WS-LOG-SEVERITY
           PERFORM WRITE-REJECT-LINE.
       END-LOG-REJECTED-ROW.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when the request was left
      * for this program.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "ROSTER-IMPORT" THEN
                       IF CRQ-FIELDS(1:1) NOT = SPACE THEN
                          MOVE CRQ-FIELDS(1:1) TO WS-TRIAL-RUN
                       END-IF
                       IF WS-OPERATOR = SPACES THEN
                          MOVE CRQ-OPERATOR TO WS-OPERATOR
                       END-IF
                       IF WS-PASSCODE = SPACES THEN
                          MOVE CRQ-PASSCODE TO WS-PASSCODE
                       END-IF
                       IF WS-WINDOW-REASON = SPACES THEN
                          MOVE CRQ-WINDOW-WHY TO WS-WINDOW-REASON
                       END-IF
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.


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
           MOVE "ROSTER-IMPORT - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "ROSTER-IMPORT - RUN END" TO WS-LOG-TEXT
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
