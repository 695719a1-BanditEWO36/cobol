       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-PLAYERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The player registry PLAYER-MAINT keeps. A player who has
      * not played in a long while stays active on it until someone
      * flips the flag; this run finds them, and on an operator's
      * confirmation of the list flips the flag for them all.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * Everywhere a game is recorded against a player's name: the
      * live scorecards, the board history and its overflow, the
      * month-end archives, and the Scrabble turn files. The latest
      * date on any of them is the player's last activity.
           SELECT YACHT-SCOREFILE ASSIGN TO "YACHTSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YSF-KEY
              FILE STATUS IS WS-YACHT-STATUS.
           SELECT DARTS-SCOREFILE ASSIGN TO "DARTSSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DSF-KEY
              FILE STATUS IS WS-DARTS-STATUS.
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SCORE-OVERFLOW ASSIGN TO "SCOREOVF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVERFLOW-STATUS.
           SELECT YACHT-ARCHIVE ASSIGN TO "YACHTARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YARC-STATUS.
           SELECT DARTS-ARCHIVE ASSIGN TO "DARTSARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DARC-STATUS.
      * Posted Scrabble turns, one "*** GAME" marker per night
      * carrying its business date; the staged turns are tonight's
      * and not yet folded over. The board file gives the venue
      * each night's game was played at.
           SELECT PLAYED-TURN-FEED ASSIGN TO "SCRABPLYD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLAYED-STATUS.
           SELECT STAGED-TURN-FEED ASSIGN TO "SCRABSTGE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STAGED-STATUS.
           SELECT BOARD-STATE-FILE ASSIGN TO "SCRABBORD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOARD-STATUS.
      * The list a LIST run leaves for the operator to confirm:
      * a heading record with the run that wrote it, then one
      * record per dormant player. DEACTIVATE acts on this list
      * and no other.
           SELECT DORMANT-CANDIDATES ASSIGN TO "DORMCAND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAND-STATUS.
      * The printed list, rewritten on every LIST run.
           SELECT DORMANT-REPORT ASSIGN TO "DORMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
      * One line per player deactivated: when, by whom, on which
      * list, and the last activity that made them dormant.
           SELECT DORMANT-AUDIT ASSIGN TO "DORMAUDT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      * The operator master the sign-on check reads: deactivating
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
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-NAME      PIC X(20).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
       FD  YACHT-SCOREFILE.
       01 YACHT-SCOREFILE-REC.
           05 YSF-KEY.
              10 YSF-PLAYER    PIC X(20).
              10 YSF-GAME-DATE PIC X(8).
              10 YSF-VENUE     PIC X(4).
           05 YSF-SCORE        PIC 999 OCCURS 12 TIMES.
           05 YSF-SET          PIC X   OCCURS 12 TIMES.
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
       FD  SCORE-HISTORY.
       01 SCORE-HISTORY-REC.
           05 SH-PLAYER PIC X(20).
           05 SH-SCORE  PIC X(4).
           05 SH-SOURCE PIC X(10).
           05 SH-DATE   PIC X(8).
           05 SH-VENUE  PIC X(4).
       FD  SCORE-OVERFLOW.
       01 SCORE-OVERFLOW-REC.
           05 SO-PLAYER PIC X(20).
           05 SO-SCORE  PIC X(4).
           05 SO-SOURCE PIC X(10).
           05 SO-DATE   PIC X(8).
           05 SO-VENUE  PIC X(4).
       FD  YACHT-ARCHIVE.
       01 YACHT-ARCHIVE-REC.
           05 YAR-PLAYER    PIC X(20).
           05 YAR-GAME-DATE PIC X(8).
           05 YAR-VENUE     PIC X(4).
           05 YAR-SCORE     PIC 999 OCCURS 12 TIMES.
           05 YAR-SET       PIC X   OCCURS 12 TIMES.
       FD  DARTS-ARCHIVE.
       01 DARTS-ARCHIVE-REC.
           05 DAR-PLAYER       PIC X(20).
           05 DAR-SESSION-DATE PIC X(8).
           05 DAR-VENUE        PIC X(4).
           05 DAR-THROW-COUNT  PIC 99.
           05 DAR-TOTAL        PIC 9(4).
           05 DAR-CLOSED       PIC X.
           05 DAR-MODE         PIC X(3).
           05 DAR-REMAINING    PIC 9(4).
      * Only the player at the front of a turn is needed here.
       FD  PLAYED-TURN-FEED.
       01 PLAYED-TURN-FEED-REC.
           05 SGT-PLAYER PIC X(20).
           05 FILLER     PIC X(203).
       FD  STAGED-TURN-FEED.
       01 STAGED-TURN-FEED-REC.
           05 SST-PLAYER PIC X(20).
           05 FILLER     PIC X(203).
       FD  BOARD-STATE-FILE.
       01 BOARD-STATE-REC.
           05 SBD-DATE   PIC X(8).
           05 SBD-VENUE  PIC X(4).
           05 SBD-TILES  PIC 999.
           05 SBD-ROWS.
              10 SBD-ROW PIC X(15) OCCURS 15 TIMES.
       FD  DORMANT-CANDIDATES.
       01 DORMANT-CANDIDATES-REC.
           05 DC-ID        PIC X(6).
           05 DC-NAME      PIC X(20).
           05 DC-LAST-DATE PIC X(8).
           05 DC-GAME      PIC X(10).
           05 DC-VENUE     PIC X(4).
           05 DC-DAYS      PIC 9(5).
      * The heading record: DCH-MARKER is "*** LIST " -- no
      * registry id starts with asterisks -- then the run that
      * wrote the list, its business date and the days used.
       01 DORMANT-CANDIDATES-HEAD.
           05 DCH-MARKER    PIC X(9).
           05 DCH-RUN-ID    PIC X(6).
           05 DCH-BUSI-DATE PIC X(8).
           05 DCH-DAYS      PIC 9(4).
       FD  DORMANT-REPORT.
       01 DORMANT-REPORT-REC PIC X(132).
       FD  DORMANT-AUDIT.
       01 DORMANT-AUDIT-REC PIC X(132).
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
      * WS-ACTION says what this call is doing: LIST the players
      * dormant past WS-DORMANT-DAYS (the default), or DEACTIVATE
      * the players on the list the LIST run numbered
      * WS-CONFIRM-RUN wrote -- the operator's confirmation that
      * the list was read and stands.
       01 WS-ACTION       PIC X(10) VALUE SPACES.
       01 WS-DORMANT-DAYS PIC 9(4) VALUE 365.
       01 WS-CONFIRM-RUN  PIC X(6) VALUE SPACES.
      * Who is running this call, and the passcode they sign on
      * with; the audit lines carry the name.
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
       01 WS-PM-STATUS       PIC XX.
       01 WS-YACHT-STATUS    PIC XX.
       01 WS-DARTS-STATUS    PIC XX.
       01 WS-HISTORY-STATUS  PIC XX.
       01 WS-OVERFLOW-STATUS PIC XX.
       01 WS-YARC-STATUS     PIC XX.
       01 WS-DARC-STATUS     PIC XX.
       01 WS-PLAYED-STATUS   PIC XX.
       01 WS-STAGED-STATUS   PIC XX.
       01 WS-BOARD-STATUS    PIC XX.
       01 WS-CAND-STATUS     PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-EOF-SWITCH      PIC X.
      * The registry held in storage, each player with the latest
      * activity found for them and how long ago it was.
       01 WS-PLAYER-COUNT PIC 999 VALUE 0.
       01 WS-REGISTRY.
           05 WS-REG-ENTRY OCCURS 200 TIMES.
              10 WS-REG-ID        PIC X(6).
              10 WS-REG-NAME      PIC X(20).
              10 WS-REG-JOIN-DATE PIC X(8).
              10 WS-REG-ACTIVE    PIC X.
              10 WS-REG-VENUE     PIC X(4).
              10 WS-REG-LAST-DATE PIC X(8).
              10 WS-REG-LAST-GAME PIC X(10).
              10 WS-REG-LAST-VENUE PIC X(4).
              10 WS-REG-IDLE-DAYS PIC 9(5).
              10 WS-REG-DORMANT   PIC X.
       01 WS-IDX       PIC 999.
       01 WS-FOUND-IDX PIC 999.
      * One game found on a file, handed to NOTE-ACTIVITY.
       01 WS-SEEN-PLAYER PIC X(20).
       01 WS-SEEN-DATE   PIC X(8).
       01 WS-SEEN-GAME   PIC X(10).
       01 WS-SEEN-VENUE  PIC X(4).
       01 WS-FILES-READ  PIC 99 VALUE 0.
       01 WS-SINCE-DATE  PIC X(8).
      * The venue of each night's Scrabble game, from the board
      * file; the latest posting of a night wins.
       01 WS-BOARD-COUNT PIC 999 VALUE 0.
       01 WS-BOARD-NIGHTS.
           05 WS-BOARD-NIGHT OCCURS 500 TIMES.
              10 WS-BN-DATE  PIC X(8).
              10 WS-BN-VENUE PIC X(4).
       01 WS-BOARD-IDX  PIC 999.
       01 WS-SEG-DATE   PIC X(8).
       01 WS-SEG-VENUE  PIC X(4).
      * Run figures.
       01 WS-DORMANT-COUNT PIC 999 VALUE 0.
       01 WS-DONE-COUNT    PIC 999 VALUE 0.
       01 WS-KEPT-COUNT    PIC 999 VALUE 0.
       01 WS-DAYS-TEXT     PIC ZZZZ9.
       01 WS-AUDIT-TODAY   PIC X(8).
       01 WS-AUDIT-TIME    PIC X(8).
       01 WS-REASON        PIC X(40) VALUE SPACES.
       01 WS-CONREQ-STATUS PIC XX.
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
       DORMANT-PLAYERS.
           PERFORM LOG-RUN-START
           PERFORM READ-CONSOLE-REQUEST
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           IF WS-ACTION = SPACES THEN
              MOVE "LIST" TO WS-ACTION
           END-IF
           PERFORM LOAD-REGISTRY
           EVALUATE WS-ACTION
              WHEN "LIST"
                 PERFORM FIND-LAST-ACTIVITY
                 PERFORM LIST-DORMANT-PLAYERS
              WHEN "DEACTIVATE"
                 PERFORM CHECK-DEACTIVATE-SIGNON
                 IF WS-REASON = SPACES THEN
                    PERFORM CHECK-BATCH-WINDOW
                    IF WS-WINDOW-OK = "N" THEN
                       MOVE "UPDATES WAIT FOR BATCH WINDOW" TO
                          WS-REASON
                       DISPLAY "REFUSED: " WS-REASON
                       PERFORM LOG-REJECTED-INPUT
                    END-IF
                 END-IF
                 IF WS-REASON = SPACES THEN
                    PERFORM READ-CANDIDATE-HEADING
                 END-IF
                 IF WS-REASON = SPACES THEN
                    PERFORM FIND-LAST-ACTIVITY
                    PERFORM DEACTIVATE-CONFIRMED
                 END-IF
              WHEN OTHER
                 MOVE "UNKNOWN DORMANCY ACTION" TO WS-REASON
                 DISPLAY WS-REASON ": " WS-ACTION
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-DORMANT-PLAYERS.


       CHECK-DEACTIVATE-SIGNON.
      * Each deactivation is signed in the audit, so a blank
      * operator is refused even where no operator master is on
      * file yet.
           MOVE "P" TO WS-NEEDED-FUNC
           IF WS-OPERATOR = SPACES THEN
              MOVE "DEACTIVATION NEEDS A SIGNED OPERATOR" TO WS-REASON
           ELSE
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR PLAYER" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "REFUSED: " WS-REASON ": " WS-OPERATOR
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-CHECK-DEACTIVATE-SIGNON.


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
           STRING "DORMANT-PLAYERS - OPERATOR "
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
              " DORMANT-PLAYERS BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "DORMANT-PLAYERS - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


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
                          MOVE SPACES TO
                             WS-REG-LAST-DATE(WS-PLAYER-COUNT)
                          MOVE SPACES TO
                             WS-REG-LAST-GAME(WS-PLAYER-COUNT)
                          MOVE SPACES TO
                             WS-REG-LAST-VENUE(WS-PLAYER-COUNT)
                          MOVE 0 TO WS-REG-IDLE-DAYS(WS-PLAYER-COUNT)
                          MOVE "N" TO WS-REG-DORMANT(WS-PLAYER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER
           END-IF.
       END-LOAD-REGISTRY.


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


       FIND-LAST-ACTIVITY.
      * Every file is read once, whole; a file not on disk simply
      * has nothing to add. Then each active player is judged.
           MOVE 0 TO WS-FILES-READ
           PERFORM SCAN-YACHT-CARDS
           PERFORM SCAN-DARTS-SESSIONS
           PERFORM SCAN-SCORE-HISTORY
           PERFORM SCAN-SCORE-OVERFLOW
           PERFORM SCAN-YACHT-ARCHIVE
           PERFORM SCAN-DARTS-ARCHIVE
           PERFORM LOAD-BOARD-NIGHTS
           PERFORM SCAN-PLAYED-TURNS
           PERFORM SCAN-STAGED-TURNS
           MOVE 0 TO WS-DORMANT-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-PLAYER-COUNT
              PERFORM JUDGE-DORMANCY
           END-PERFORM.
       END-FIND-LAST-ACTIVITY.


       SCAN-YACHT-CARDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-SCOREFILE
           IF WS-YACHT-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              MOVE LOW-VALUES TO YSF-KEY
              START YACHT-SCOREFILE KEY IS NOT LESS THAN YSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ YACHT-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE YSF-PLAYER TO WS-SEEN-PLAYER
                       MOVE YSF-GAME-DATE TO WS-SEEN-DATE
                       MOVE "YACHT" TO WS-SEEN-GAME
                       MOVE YSF-VENUE TO WS-SEEN-VENUE
                       PERFORM NOTE-ACTIVITY
                 END-READ
              END-PERFORM
              CLOSE YACHT-SCOREFILE
           END-IF.
       END-SCAN-YACHT-CARDS.


       SCAN-DARTS-SESSIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DARTS-SCOREFILE
           IF WS-DARTS-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              MOVE LOW-VALUES TO DSF-KEY
              START DARTS-SCOREFILE KEY IS NOT LESS THAN DSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DARTS-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE DSF-PLAYER TO WS-SEEN-PLAYER
                       MOVE DSF-SESSION-DATE TO WS-SEEN-DATE
                       MOVE "DARTS" TO WS-SEEN-GAME
                       MOVE DSF-VENUE TO WS-SEEN-VENUE
                       PERFORM NOTE-ACTIVITY
                 END-READ
              END-PERFORM
              CLOSE DARTS-SCOREFILE
           END-IF.
       END-SCAN-DARTS-SESSIONS.


       SCAN-SCORE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-HISTORY
           IF WS-HISTORY-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SH-PLAYER TO WS-SEEN-PLAYER
                       MOVE SH-DATE TO WS-SEEN-DATE
                       MOVE SH-SOURCE TO WS-SEEN-GAME
                       MOVE SH-VENUE TO WS-SEEN-VENUE
                       PERFORM NOTE-ACTIVITY
                 END-READ
              END-PERFORM
              CLOSE SCORE-HISTORY
           END-IF.
       END-SCAN-SCORE-HISTORY.


       SCAN-SCORE-OVERFLOW.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SCORE-OVERFLOW
           IF WS-OVERFLOW-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ SCORE-OVERFLOW
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SO-PLAYER TO WS-SEEN-PLAYER
                       MOVE SO-DATE TO WS-SEEN-DATE
                       MOVE SO-SOURCE TO WS-SEEN-GAME
                       MOVE SO-VENUE TO WS-SEEN-VENUE
                       PERFORM NOTE-ACTIVITY
                 END-READ
              END-PERFORM
              CLOSE SCORE-OVERFLOW
           END-IF.
       END-SCAN-SCORE-OVERFLOW.


       SCAN-YACHT-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT YACHT-ARCHIVE
           IF WS-YARC-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ YACHT-ARCHIVE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE YAR-PLAYER TO WS-SEEN-PLAYER
                       MOVE YAR-GAME-DATE TO WS-SEEN-DATE
                       MOVE "YACHT" TO WS-SEEN-GAME
                       MOVE YAR-VENUE TO WS-SEEN-VENUE
                       PERFORM NOTE-ACTIVITY
                 END-READ
              END-PERFORM
              CLOSE YACHT-ARCHIVE
           END-IF.
       END-SCAN-YACHT-ARCHIVE.


       SCAN-DARTS-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DARTS-ARCHIVE
           IF WS-DARC-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DARTS-ARCHIVE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE DAR-PLAYER TO WS-SEEN-PLAYER
                       MOVE DAR-SESSION-DATE TO WS-SEEN-DATE
                       MOVE "DARTS" TO WS-SEEN-GAME
                       MOVE DAR-VENUE TO WS-SEEN-VENUE
                       PERFORM NOTE-ACTIVITY
                 END-READ
              END-PERFORM
              CLOSE DARTS-ARCHIVE
           END-IF.
       END-SCAN-DARTS-ARCHIVE.


       LOAD-BOARD-NIGHTS.
           MOVE 0 TO WS-BOARD-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BOARD-STATE-FILE
           IF WS-BOARD-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ BOARD-STATE-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SBD-DATE TO WS-SEG-DATE
                       PERFORM FIND-BOARD-NIGHT
                       IF WS-BOARD-IDX > WS-BOARD-COUNT AND
                          WS-BOARD-COUNT < 500 THEN
                          ADD 1 TO WS-BOARD-COUNT
                          MOVE WS-BOARD-COUNT TO WS-BOARD-IDX
                       END-IF
                       IF WS-BOARD-IDX NOT > WS-BOARD-COUNT THEN
                          MOVE SBD-DATE TO WS-BN-DATE(WS-BOARD-IDX)
                          MOVE SBD-VENUE TO WS-BN-VENUE(WS-BOARD-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOARD-STATE-FILE
           END-IF.
       END-LOAD-BOARD-NIGHTS.


       FIND-BOARD-NIGHT.
      * Leaves WS-BOARD-IDX on WS-SEG-DATE's night, or one past the
      * last night held when it isn't there.
           PERFORM VARYING WS-BOARD-IDX FROM 1 BY 1 UNTIL
              WS-BOARD-IDX > WS-BOARD-COUNT
              OR WS-BN-DATE(WS-BOARD-IDX) = WS-SEG-DATE
              CONTINUE
           END-PERFORM.
       END-FIND-BOARD-NIGHT.


       SCAN-PLAYED-TURNS.
      * Each marker starts a night; every turn under it, scored or
      * refused, says the player was at the board that night.
           MOVE SPACES TO WS-SEG-DATE
           MOVE SPACES TO WS-SEG-VENUE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PLAYED-TURN-FEED
           IF WS-PLAYED-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ PLAYED-TURN-FEED
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF PLAYED-TURN-FEED-REC(1:9) = "*** GAME "
                          THEN
                          MOVE PLAYED-TURN-FEED-REC(10:8) TO
                             WS-SEG-DATE
                          PERFORM NAME-SCRABBLE-VENUE
                       ELSE
                          MOVE SGT-PLAYER TO WS-SEEN-PLAYER
                          MOVE WS-SEG-DATE TO WS-SEEN-DATE
                          MOVE "SCRABBLE" TO WS-SEEN-GAME
                          MOVE WS-SEG-VENUE TO WS-SEEN-VENUE
                          PERFORM NOTE-ACTIVITY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLAYED-TURN-FEED
           END-IF.
       END-SCAN-PLAYED-TURNS.


       SCAN-STAGED-TURNS.
      * Staged turns have posted tonight and wait to be folded over
      * under tonight's marker.
           MOVE WS-BUSI-DATE TO WS-SEG-DATE
           PERFORM NAME-SCRABBLE-VENUE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STAGED-TURN-FEED
           IF WS-STAGED-STATUS = "00" THEN
              ADD 1 TO WS-FILES-READ
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ STAGED-TURN-FEED
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE SST-PLAYER TO WS-SEEN-PLAYER
                       MOVE WS-SEG-DATE TO WS-SEEN-DATE
                       MOVE "SCRABBLE" TO WS-SEEN-GAME
                       MOVE WS-SEG-VENUE TO WS-SEEN-VENUE
                       PERFORM NOTE-ACTIVITY
                 END-READ
              END-PERFORM
              CLOSE STAGED-TURN-FEED
           END-IF.
       END-SCAN-STAGED-TURNS.


       NAME-SCRABBLE-VENUE.
           MOVE SPACES TO WS-SEG-VENUE
           PERFORM FIND-BOARD-NIGHT
           IF WS-BOARD-IDX NOT > WS-BOARD-COUNT THEN
              MOVE WS-BN-VENUE(WS-BOARD-IDX) TO WS-SEG-VENUE
           END-IF.
       END-NAME-SCRABBLE-VENUE.


       NOTE-ACTIVITY.
      * Keeps the game if it is the latest yet for a registered
      * player; a name not on the registry, or an undated row, adds
      * nothing.
           IF WS-SEEN-DATE IS NUMERIC THEN
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
                 WS-IDX > WS-PLAYER-COUNT OR WS-FOUND-IDX NOT = 0
                 IF WS-REG-NAME(WS-IDX) = WS-SEEN-PLAYER THEN
                    MOVE WS-IDX TO WS-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WS-FOUND-IDX NOT = 0 THEN
                 IF WS-REG-LAST-DATE(WS-FOUND-IDX) = SPACES OR
                    WS-SEEN-DATE > WS-REG-LAST-DATE(WS-FOUND-IDX) THEN
                    MOVE WS-SEEN-DATE TO
                       WS-REG-LAST-DATE(WS-FOUND-IDX)
                    MOVE WS-SEEN-GAME TO
                       WS-REG-LAST-GAME(WS-FOUND-IDX)
                    MOVE WS-SEEN-VENUE TO
                       WS-REG-LAST-VENUE(WS-FOUND-IDX)
                 END-IF
              END-IF
           END-IF.
       END-NOTE-ACTIVITY.


       JUDGE-DORMANCY.
      * Days idle are counted to the business date from the last
      * game, or from joining for a player who has never played, so
      * a new registration is not dormant on its first day. An
      * inactive player is already where this run would put them.
           MOVE "N" TO WS-REG-DORMANT(WS-IDX)
           MOVE 0 TO WS-REG-IDLE-DAYS(WS-IDX)
           IF WS-REG-ACTIVE(WS-IDX) NOT = "N" THEN
              IF WS-REG-LAST-DATE(WS-IDX) IS NUMERIC THEN
                 MOVE WS-REG-LAST-DATE(WS-IDX) TO WS-SINCE-DATE
              ELSE
                 MOVE WS-REG-JOIN-DATE(WS-IDX) TO WS-SINCE-DATE
              END-IF
              IF WS-SINCE-DATE IS NUMERIC AND
                 WS-SINCE-DATE < WS-BUSI-DATE THEN
                 COMPUTE WS-REG-IDLE-DAYS(WS-IDX) =
                    FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-BUSI-DATE)) -
                    FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-SINCE-DATE))
              END-IF
              IF WS-SINCE-DATE IS NOT NUMERIC OR
                 WS-REG-IDLE-DAYS(WS-IDX) > WS-DORMANT-DAYS THEN
                 MOVE "Y" TO WS-REG-DORMANT(WS-IDX)
                 ADD 1 TO WS-DORMANT-COUNT
              END-IF
           END-IF.
       END-JUDGE-DORMANCY.


       LIST-DORMANT-PLAYERS.
      * The printed list and the candidate file the confirmation
      * acts on, written side by side. The run id on both is what
      * the operator quotes to DEACTIVATE.
           OPEN OUTPUT DORMANT-REPORT
           OPEN OUTPUT DORMANT-CANDIDATES
           MOVE SPACES TO DORMANT-CANDIDATES-HEAD
           MOVE "*** LIST " TO DCH-MARKER
           MOVE WS-RUN-ID TO DCH-RUN-ID
           MOVE WS-BUSI-DATE TO DCH-BUSI-DATE
           MOVE WS-DORMANT-DAYS TO DCH-DAYS
           WRITE DORMANT-CANDIDATES-HEAD
           MOVE SPACES TO DORMANT-REPORT-REC
           STRING "DORMANT PLAYERS - BUSINESS DATE " WS-BUSI-DATE
              " RUN " WS-RUN-ID " - IDLE MORE THAN "
              WS-DORMANT-DAYS " DAYS"
              DELIMITED BY SIZE INTO DORMANT-REPORT-REC
           PERFORM WRITE-DORMANT-LINE
           MOVE "ID     NAME                 LAST DATE GAME       VENUE"
              TO DORMANT-REPORT-REC
           MOVE "IDLE" TO DORMANT-REPORT-REC(56:4)
           PERFORM WRITE-DORMANT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-PLAYER-COUNT
              IF WS-REG-DORMANT(WS-IDX) = "Y" THEN
                 PERFORM LIST-ONE-DORMANT
              END-IF
           END-PERFORM
           MOVE SPACES TO DORMANT-REPORT-REC
           STRING WS-DORMANT-COUNT " DORMANT OF " WS-PLAYER-COUNT
              " REGISTERED, FROM " WS-FILES-READ " ACTIVITY FILE(S)"
              DELIMITED BY SIZE INTO DORMANT-REPORT-REC
           PERFORM WRITE-DORMANT-LINE
           IF WS-DORMANT-COUNT > 0 THEN
              STRING "TO DEACTIVATE THEM: ACTION DEACTIVATE, "
                 "CONFIRMING LIST RUN " WS-RUN-ID
                 DELIMITED BY SIZE INTO DORMANT-REPORT-REC
              PERFORM WRITE-DORMANT-LINE
           END-IF
           CLOSE DORMANT-CANDIDATES
           CLOSE DORMANT-REPORT
           MOVE "DORMRPT" TO WS-DIST-REPORT
           MOVE "CLUB OFFICE" TO WS-DIST-DEST
           MOVE "N" TO WS-DIST-PATIENT
           PERFORM REGISTER-REPORT-OUTPUT.
       END-LIST-DORMANT-PLAYERS.


       LIST-ONE-DORMANT.
           MOVE SPACES TO DORMANT-CANDIDATES-REC
           MOVE WS-REG-ID(WS-IDX) TO DC-ID
           MOVE WS-REG-NAME(WS-IDX) TO DC-NAME
           MOVE WS-REG-LAST-DATE(WS-IDX) TO DC-LAST-DATE
           MOVE WS-REG-LAST-GAME(WS-IDX) TO DC-GAME
           MOVE WS-REG-LAST-VENUE(WS-IDX) TO DC-VENUE
           MOVE WS-REG-IDLE-DAYS(WS-IDX) TO DC-DAYS
           WRITE DORMANT-CANDIDATES-REC
           MOVE WS-REG-IDLE-DAYS(WS-IDX) TO WS-DAYS-TEXT
           MOVE SPACES TO DORMANT-REPORT-REC
           STRING DC-ID " " DC-NAME " " DC-LAST-DATE "  " DC-GAME
              " " DC-VENUE " " WS-DAYS-TEXT
              DELIMITED BY SIZE INTO DORMANT-REPORT-REC
           IF WS-REG-LAST-DATE(WS-IDX) = SPACES THEN
              MOVE SPACES TO DORMANT-REPORT-REC(29:)
              STRING "NEVER PLAYED - JOINED "
                 WS-REG-JOIN-DATE(WS-IDX) " " WS-DAYS-TEXT
                 DELIMITED BY SIZE INTO DORMANT-REPORT-REC(29:)
           END-IF
           PERFORM WRITE-DORMANT-LINE.
       END-LIST-ONE-DORMANT.


       WRITE-DORMANT-LINE.
      * Shown as it is written, so the operator reviewing the list
      * at the console sees what will be confirmed.
           DISPLAY FUNCTION TRIM(DORMANT-REPORT-REC TRAILING)
           WRITE DORMANT-REPORT-REC
           MOVE SPACES TO DORMANT-REPORT-REC.
       END-WRITE-DORMANT-LINE.


       READ-CANDIDATE-HEADING.
      * The confirmation has to name the run that wrote the list on
      * file; a list since rewritten, or never written, is refused
      * rather than acted on unseen. The list's own idle-days
      * threshold is used again below.
           IF WS-CONFIRM-RUN = SPACES THEN
              MOVE "NO LIST RUN CONFIRMED" TO WS-REASON
           ELSE
              OPEN INPUT DORMANT-CANDIDATES
              IF WS-CAND-STATUS NOT = "00" THEN
                 MOVE "NO DORMANT LIST ON FILE" TO WS-REASON
              ELSE
                 READ DORMANT-CANDIDATES
                    AT END
                       MOVE "NO DORMANT LIST ON FILE" TO WS-REASON
                    NOT AT END
                       IF DCH-MARKER NOT = "*** LIST " OR
                          DCH-RUN-ID NOT = WS-CONFIRM-RUN THEN
                          MOVE "CONFIRMED RUN IS NOT THE LIST ON FILE"
                             TO WS-REASON
                       ELSE
                          MOVE DCH-DAYS TO WS-DORMANT-DAYS
                       END-IF
                 END-READ
                 CLOSE DORMANT-CANDIDATES
              END-IF
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "REFUSED: " WS-REASON ": " WS-CONFIRM-RUN
              PERFORM LOG-REJECTED-INPUT
           END-IF.
       END-READ-CANDIDATE-HEADING.


       DEACTIVATE-CONFIRMED.
      * Only players on the confirmed list, and of those only the
      * ones still dormant now: anyone who has played since the list
      * was printed, or was already made inactive, is left alone.
           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           ACCEPT WS-AUDIT-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DORMANT-CANDIDATES
           READ DORMANT-CANDIDATES
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           OPEN EXTEND DORMANT-AUDIT
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              CLOSE DORMANT-AUDIT
              OPEN OUTPUT DORMANT-AUDIT
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
              READ DORMANT-CANDIDATES
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM DEACTIVATE-ONE-CANDIDATE
              END-READ
           END-PERFORM
           CLOSE DORMANT-AUDIT
           CLOSE DORMANT-CANDIDATES
           IF WS-DONE-COUNT > 0 THEN
              PERFORM SAVE-REGISTRY
           END-IF
           DISPLAY WS-DONE-COUNT " PLAYER(S) DEACTIVATED, "
              WS-KEPT-COUNT " LEFT AS THEY WERE".
       END-DEACTIVATE-CONFIRMED.


       DEACTIVATE-ONE-CANDIDATE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL
              WS-IDX > WS-PLAYER-COUNT OR WS-FOUND-IDX NOT = 0
              IF WS-REG-ID(WS-IDX) = DC-ID THEN
                 MOVE WS-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-FOUND-IDX = 0
                 ADD 1 TO WS-KEPT-COUNT
                 DISPLAY "SKIPPED " DC-ID " " DC-NAME
                    " - NO LONGER ON THE REGISTRY"
              WHEN WS-REG-ACTIVE(WS-FOUND-IDX) = "N"
                 ADD 1 TO WS-KEPT-COUNT
                 DISPLAY "SKIPPED " DC-ID " " DC-NAME
                    " - ALREADY INACTIVE"
              WHEN WS-REG-DORMANT(WS-FOUND-IDX) NOT = "Y"
                 ADD 1 TO WS-KEPT-COUNT
                 DISPLAY "SKIPPED " DC-ID " " DC-NAME
                    " - PLAYED SINCE THE LIST, LAST "
                    WS-REG-LAST-DATE(WS-FOUND-IDX)
              WHEN OTHER
                 MOVE "N" TO WS-REG-ACTIVE(WS-FOUND-IDX)
                 ADD 1 TO WS-DONE-COUNT
                 PERFORM WRITE-DORMANT-AUDIT
                 DISPLAY "DEACTIVATED " DC-ID " " DC-NAME
           END-EVALUATE.
       END-DEACTIVATE-ONE-CANDIDATE.


       WRITE-DORMANT-AUDIT.
      * Stamped on the calendar like the other registry audits,
      * with the last activity as found tonight.
           MOVE WS-REG-IDLE-DAYS(WS-FOUND-IDX) TO WS-DAYS-TEXT
           MOVE SPACES TO DORMANT-AUDIT-REC
           STRING WS-AUDIT-TODAY " " WS-AUDIT-TIME(1:6) " "
              WS-OPERATOR " DEACTIVATED " DC-ID " " DC-NAME
              " LAST " WS-REG-LAST-DATE(WS-FOUND-IDX) " "
              WS-REG-LAST-GAME(WS-FOUND-IDX) " "
              WS-REG-LAST-VENUE(WS-FOUND-IDX) " IDLE " WS-DAYS-TEXT
              " LIST " WS-CONFIRM-RUN
              DELIMITED BY SIZE INTO DORMANT-AUDIT-REC
           WRITE DORMANT-AUDIT-REC.
       END-WRITE-DORMANT-AUDIT.


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
              MOVE "DORMANT-PLAYERS" TO DRG-PROGRAM
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
           IF WS-ACTION = "DEACTIVATE" THEN
              STRING "DORMANT-PLAYERS - DEACTIVATE LIST " WS-CONFIRM-RUN
                 " - " WS-DONE-COUNT " DEACTIVATED BY " WS-OPERATOR
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
              STRING "DORMANT-PLAYERS - LIST - " WS-DORMANT-COUNT
                 " DORMANT OF " WS-PLAYER-COUNT
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "DORMANT-PLAYERS - REJECTED - " WS-REASON
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "R" TO WS-LOG-SEVERITY
           PERFORM WRITE-REJECT-LINE.
       END-LOG-REJECTED-INPUT.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "DORMANT-PLAYERS" AND
                       WS-ACTION = SPACES THEN
                       MOVE CRQ-FIELDS(1:10) TO WS-ACTION
                       MOVE CRQ-FIELDS(11:6) TO WS-CONFIRM-RUN
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
           MOVE "DORMANT-PLAYERS - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "DORMANT-PLAYERS - RUN END" TO WS-LOG-TEXT
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
