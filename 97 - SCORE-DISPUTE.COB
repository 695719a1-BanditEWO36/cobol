       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-DISPUTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The open disputes: one record per YACHT card or DARTS session
      * a player has challenged, led by a marker record carrying the
      * last dispute number handed out. YACHT and DARTS hold a
      * disputed card's leaderboard post while it is on here, and the
      * standings and statements show it as under dispute.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
      * Every closed dispute, ruling and adjudicator and all, added
      * to the end as it leaves the open file and never rewritten.
           SELECT DISPUTE-HISTORY ASSIGN TO "DISPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
      * The cards themselves; an upheld ruling corrects one here the
      * same way the game program would have posted it.
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
      * The scorecard journal YACHT and DARTS write. A correction is
      * journalled in the game's own line layout so JOURNAL-REPLAY
      * rolls it forward like any other change; the opening and the
      * ruling get a DISPUTE line of their own, which the replay
      * passes over.
           SELECT SCORECARD-AUDIT ASSIGN TO "SCORAUDT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      * Shared leaderboard feed: a card that finished while under
      * dispute had its post held, and goes out here once the
      * dispute closes.
           SELECT HIGH-SCORE-FEED ASSIGN TO "HGHSCORS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISCORE-STATUS.
      * The leaderboard's history and the overflow its aged-out
      * scores move to. A card already on the board when its
      * dispute opened has its row there corrected by an upheld
      * ruling, through the same staged handoff PLAYER-MERGE uses:
      * the file is renamed aside onto the stage and streamed back.
           SELECT SCORE-HISTORY ASSIGN TO "SCOREHST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCOREHST-STATUS.
           SELECT SCORE-OVERFLOW ASSIGN TO "SCOREOVF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCOREOVF-STATUS.
           SELECT DISPUTE-STAGE ASSIGN TO "DSPSTAGE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STAGE-STATUS.
      * The card locks YACHT and DARTS share; a correction takes the
      * card's lock for its read-change-rewrite like any posting.
           SELECT CARD-LOCK-FILE ASSIGN TO "CARDLOCK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
      * The control-totals master the openers verify against; a
      * correction changes the card file's sum, so the file is
      * re-walked and its row posted fresh.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTLS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTLTOT-STATUS.
      * The closed-period register MONTH-END-CLOSE keeps; a ruling
      * that would correct a card in a closed month is refused, the
      * same as any other posting there.
           SELECT CLOSED-PERIODS ASSIGN TO "CLOSEDPD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOSED-STATUS.
      * The operator master; opening or ruling on a dispute needs
      * the dispute function.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPMAST-STATUS.
      * The console's handoff record: when OPERATOR-CONSOLE fronts
      * this program the answers typed there arrive on it.
           SELECT CONSOLE-REQUEST ASSIGN TO "CONSREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONREQ-STATUS.
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
       FD  DISPUTE-FILE.
       01 DISPUTE-REC.
           05 DSP-ID          PIC 9(6).
           05 DSP-GAME        PIC X(5).
           05 DSP-PLAYER      PIC X(20).
           05 DSP-DATE        PIC X(8).
           05 DSP-VENUE       PIC X(4).
      * The YACHT slot challenged (1-12); a DARTS dispute is always
      * about the session total and carries 00.
           05 DSP-SLOT        PIC 99.
      * What the card showed when the dispute opened, what the
      * player says it should show, and whether the card was
      * already finished -- its total already on the leaderboard.
           05 DSP-POSTED      PIC 9(4).
           05 DSP-CLAIMED     PIC 9(4).
           05 DSP-WAS-FINAL   PIC X.
           05 DSP-OPENED-ON   PIC X(8).
           05 DSP-OPENED-BY   PIC X(10).
      * Filled in by the ruling: UPHELD or DISMISSED, the value the
      * card was left showing, who ruled and when.
           05 DSP-RULING      PIC X(9).
           05 DSP-RULED-VALUE PIC 9(4).
           05 DSP-ADJUDICATOR PIC X(10).
           05 DSP-CLOSED-ON   PIC X(8).
       FD  DISPUTE-HISTORY.
       01 DISPUTE-HISTORY-REC PIC X(103).
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
       FD  SCORECARD-AUDIT.
       01 SCORECARD-AUDIT-REC PIC X(100).
       FD  HIGH-SCORE-FEED.
       01 HIGH-SCORE-FEED-REC.
           05 HSF-PLAYER PIC X(20).
           05 HSF-SCORE  PIC 9(4).
           05 HSF-VENUE  PIC X(4).
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
       FD  DISPUTE-STAGE.
       01 DISPUTE-STAGE-REC PIC X(100).
       FD  CARD-LOCK-FILE.
       01 CARD-LOCK-REC.
           05 CLK-GAME   PIC X(5).
           05 CLK-PLAYER PIC X(20).
           05 CLK-DATE   PIC X(8).
           05 CLK-VENUE  PIC X(4).
           05 CLK-STAMP  PIC X(14).
       FD  CONTROL-TOTALS.
       01 CONTROL-TOTALS-REC.
           05 CTL-FILE  PIC X(8).
           05 CTL-COUNT PIC 9(6).
           05 CTL-SUM   PIC 9(10).
       FD  CLOSED-PERIODS.
       01 CLOSED-PERIODS-REC.
           05 CLP-PERIOD PIC X(6).
           05 CLP-CLOSED-ON PIC X(8).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-REC.
           05 OP-ID    PIC X(10).
           05 OP-NAME  PIC X(20).
           05 OP-FUNCS PIC X(10).
      * OPERATOR-MAINT's passcode fields. Only OP-STATE is looked
      * at here: A active, S suspended, L locked out, and blank on
      * a record filed before passcodes, which counts as active.
           05 OP-PASSCODE PIC X(10).
           05 OP-PASS-SET PIC X(8).
           05 OP-FAILS    PIC 9.
           05 OP-STATE    PIC X.
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
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * What to do: OPEN a dispute against a card, RULE on an open
      * one, or LIST the open disputes. Left blank, the console's
      * request is used, and with no request either it lists.
       01 WS-DISPUTE-ACTION PIC X(8) VALUE SPACES.
      * OPEN names the card -- game, player, night and venue -- the
      * YACHT slot challenged, and the value the player claims.
       01 WS-GAME       PIC X(5) VALUE SPACES.
       01 WS-PLAYER     PIC X(20) VALUE SPACES.
       01 WS-CARD-DATE  PIC X(8) VALUE SPACES.
       01 WS-VENUE      PIC X(4) VALUE SPACES.
       01 WS-SLOT       PIC X(2) VALUE SPACES.
       01 WS-CLAIMED    PIC X(4) VALUE SPACES.
      * RULE names the dispute by number, UPHOLD or DISMISS, and for
      * an upheld claim the corrected value (blank takes the value
      * the player claimed).
       01 WS-DISPUTE-ID PIC X(6) VALUE SPACES.
       01 WS-RULING     PIC X(8) VALUE SPACES.
       01 WS-CORRECTED  PIC X(4) VALUE SPACES.
      * Whoever opens or rules; recorded on the dispute and on every
      * journal line it writes.
       01 WS-OPERATOR   PIC X(10) VALUE SPACES.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-YACHT-STATUS PIC XX.
       01 WS-DARTS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-HISCORE-STATUS PIC XX.
       01 WS-SCOREHST-STATUS PIC XX.
       01 WS-SCOREOVF-STATUS PIC XX.
       01 WS-STAGE-STATUS PIC XX.
       01 WS-OPMAST-STATUS PIC XX.
       01 WS-OPMAST-EOF PIC X.
       01 WS-CONREQ-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X.
       01 WS-REASON PIC X(35).
      * The open disputes held in storage while one is added or
      * closed, then written back whole.
       01 WS-DISPUTE-MARKER PIC X(20) VALUE "*** LAST DISPUTE ID".
       01 WS-LAST-DISPUTE-ID PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT PIC 999 VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OD-ENTRY OCCURS 500 TIMES.
              10 WS-OD-ID          PIC 9(6).
              10 WS-OD-GAME        PIC X(5).
              10 WS-OD-PLAYER      PIC X(20).
              10 WS-OD-DATE        PIC X(8).
              10 WS-OD-VENUE       PIC X(4).
              10 WS-OD-SLOT        PIC 99.
              10 WS-OD-POSTED      PIC 9(4).
              10 WS-OD-CLAIMED     PIC 9(4).
              10 WS-OD-WAS-FINAL   PIC X.
              10 WS-OD-OPENED-ON   PIC X(8).
              10 WS-OD-OPENED-BY   PIC X(10).
              10 WS-OD-RULING      PIC X(9).
              10 WS-OD-RULED-VALUE PIC 9(4).
              10 WS-OD-ADJUDICATOR PIC X(10).
              10 WS-OD-CLOSED-ON   PIC X(8).
       01 WS-OD-IDX PIC 999.
       01 WS-OD-FOUND PIC 999.
       01 WS-FILE-CHANGED PIC X VALUE "N".
       01 WS-DISPUTE-NUMBER PIC 9(6).
      * The card as read: the value under dispute, whether it is
      * finished, and its total counted the way the game counts it.
       01 WS-CARD-FOUND PIC X.
       01 WS-SLOT-NUMBER PIC 99.
       01 WS-CLAIMED-VALUE PIC 9(4).
       01 WS-NEW-VALUE PIC 9(4).
       01 WS-OLD-VALUE PIC 9(4).
       01 WS-OLD-SCORE PIC 999.
       01 WS-NEW-SCORE PIC 999.
       01 WS-CARD-VALUE PIC 9(4).
       01 WS-CARD-FINAL PIC X.
       01 WS-CARD-TOTAL PIC 9(4).
       01 WS-UPPER-TOTAL PIC 999.
       01 WS-CAT-INDEX PIC 99.
       01 WS-COUNTDOWN-START PIC 9(4).
       01 WS-POSTED-OK PIC X.
       01 WS-SIGNON-OK PIC X.
       01 WS-NEEDED-FUNC PIC X.
       01 WS-FUNC-TALLY PIC 99.
       01 WS-JOURNAL-DATE PIC X(8).
       01 WS-JOURNAL-TIME PIC X(8).
       01 WS-JOURNAL-EVENT PIC X(9).
      * Card-lock scratch, the same table YACHT and DARTS keep.
       01 WS-LOCK-STATUS PIC XX.
       01 WS-LOCK-EOF PIC X.
       01 WS-LOCK-COUNT PIC 99.
       01 WS-LOCK-TABLE.
           05 WS-LCK-ENTRY OCCURS 50 TIMES.
              10 WS-LCK-GAME   PIC X(5).
              10 WS-LCK-PLAYER PIC X(20).
              10 WS-LCK-DATE   PIC X(8).
              10 WS-LCK-VENUE  PIC X(4).
              10 WS-LCK-STAMP  PIC X(14).
       01 WS-LOCK-IDX PIC 99.
       01 WS-LOCK-TAKEN PIC X.
       01 WS-LOCK-STALE PIC X.
       01 WS-NOW-DATE PIC X(8).
       01 WS-NOW-TIME PIC X(8).
       01 WS-NOW-MINUTES  PIC 9(10).
       01 WS-LOCK-MINUTES PIC 9(10).
       01 WS-CLOSED-STATUS PIC XX.
       01 WS-CLOSED-EOF PIC X.
       01 WS-PERIOD-CLOSED PIC X.
      * Control-totals scratch: WS-CTL-TARGET names which file's
      * row the post replaces.
       01 WS-CTLTOT-STATUS PIC XX.
       01 WS-CTLTOT-EOF PIC X.
       01 WS-CTL-TARGET PIC X(8).
       01 WS-CTL-TABLE-COUNT PIC 99 VALUE 0.
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 20 TIMES.
              10 WS-CTL-FILE-NAME PIC X(8).
              10 WS-CTL-REC-COUNT PIC 9(6).
              10 WS-CTL-REC-SUM   PIC 9(10).
       01 WS-CTL-IDX PIC 99.
       01 WS-CTL-FOUND PIC 99.
       01 WS-WALK-COUNT PIC 9(6).
       01 WS-WALK-SUM   PIC 9(10).
       01 WS-WALK-EOF   PIC X.
      * Board correction: the rename pair for the staged pass, the
      * total the board row carried and the one it now carries, and
      * which file the row turned up on.
       01 WS-RENAME-FROM PIC X(30).
       01 WS-RENAME-TO   PIC X(30).
       01 WS-BOARD-FOUND PIC X.
       01 WS-BOARD-FILE  PIC X(8).
       01 WS-BOARD-OLD   PIC X(4).
       01 WS-BOARD-NEW   PIC 9(4).
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

       PROCEDURE DIVISION.
       SCORE-DISPUTE.
           PERFORM LOG-RUN-START
           PERFORM GET-BUSINESS-DATE
           IF WS-DISPUTE-ACTION = SPACES THEN
              PERFORM READ-CONSOLE-REQUEST
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DISPUTE-ACTION) TO
              WS-DISPUTE-ACTION
           IF WS-DISPUTE-ACTION = SPACES THEN
              MOVE "LIST" TO WS-DISPUTE-ACTION
           END-IF
           PERFORM LOAD-OPEN-DISPUTES
           EVALUATE WS-DISPUTE-ACTION
              WHEN "OPEN"
                 PERFORM OPEN-DISPUTE
              WHEN "RULE"
                 PERFORM RULE-ON-DISPUTE
              WHEN "LIST"
                 PERFORM LIST-OPEN-DISPUTES
              WHEN OTHER
                 MOVE "UNKNOWN DISPUTE ACTION" TO WS-REASON
                 DISPLAY "DISPUTE REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
           END-EVALUATE
           IF WS-FILE-CHANGED = "Y" THEN
              PERFORM SAVE-OPEN-DISPUTES
           END-IF
           PERFORM LOG-DAILY-OPERATION.
           PERFORM LOG-RUN-END.
           GOBACK.
       END-SCORE-DISPUTE.


       OPEN-DISPUTE.
      * A dispute is opened against a card that is on file, for a
      * YACHT slot that has actually been scored or a DARTS session
      * total, and only one at a time per card. The card is not
      * touched; it is simply marked, and stays marked until ruled.
           MOVE SPACES TO WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-GAME) TO WS-GAME
           IF WS-CARD-DATE = SPACES THEN
              MOVE WS-BUSI-DATE TO WS-CARD-DATE
           END-IF
           IF WS-VENUE = SPACES THEN
              MOVE "MAIN" TO WS-VENUE
           END-IF
           IF WS-GAME NOT = "YACHT" AND WS-GAME NOT = "DARTS" THEN
              MOVE "GAME MUST BE YACHT OR DARTS" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-PLAYER = SPACES THEN
              MOVE "DISPUTE NEEDS THE PLAYER" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-GAME = "YACHT" THEN
              IF FUNCTION TRIM(WS-SLOT) IS NOT NUMERIC THEN
                 MOVE "YACHT DISPUTE NEEDS SLOT 1-12" TO WS-REASON
              ELSE
                 COMPUTE WS-SLOT-NUMBER = FUNCTION NUMVAL(WS-SLOT)
                 IF WS-SLOT-NUMBER < 1 OR WS-SLOT-NUMBER > 12 THEN
                    MOVE "YACHT DISPUTE NEEDS SLOT 1-12" TO
                       WS-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-GAME = "DARTS" THEN
              MOVE 0 TO WS-SLOT-NUMBER
           END-IF
           IF WS-REASON = SPACES AND
              (WS-CLAIMED = SPACES OR
              FUNCTION TRIM(WS-CLAIMED) IS NOT NUMERIC) THEN
              MOVE "CLAIMED VALUE NOT NUMERIC" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-OPERATOR = SPACES THEN
              MOVE "DISPUTE NEEDS THE OPERATOR ID" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "D" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR DISPUTES" TO
                    WS-REASON
              END-IF
           END-IF
      * Opening a dispute takes a card the night's chain posts to
      * and archives out of play, so it waits for the batch window.
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM FIND-CARD-DISPUTE
              IF WS-OD-FOUND > 0 THEN
                 MOVE "CARD ALREADY UNDER DISPUTE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-OPEN-COUNT NOT < 500 THEN
              MOVE "DISPUTE FILE FULL" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              PERFORM READ-DISPUTED-CARD
              IF WS-CARD-FOUND = "N" THEN
                 MOVE "NO SUCH CARD ON FILE" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-GAME = "YACHT" AND
              YSF-SET(WS-SLOT-NUMBER) NOT = "Y" THEN
              MOVE "SLOT NOT YET SCORED" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "DISPUTE REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM FILE-NEW-DISPUTE
           END-IF.
       END-OPEN-DISPUTE.


       FILE-NEW-DISPUTE.
      * The card read by READ-DISPUTED-CARD is still in the record
      * area; what it shows now is kept on the dispute so the
      * ruling can be weighed against it.
           COMPUTE WS-CLAIMED-VALUE = FUNCTION NUMVAL(WS-CLAIMED)
           ADD 1 TO WS-LAST-DISPUTE-ID
           ADD 1 TO WS-OPEN-COUNT
           MOVE WS-OPEN-COUNT TO WS-OD-FOUND
           MOVE SPACES TO WS-OD-ENTRY(WS-OD-FOUND)
           MOVE WS-LAST-DISPUTE-ID TO WS-OD-ID(WS-OD-FOUND)
           MOVE WS-GAME TO WS-OD-GAME(WS-OD-FOUND)
           MOVE WS-PLAYER TO WS-OD-PLAYER(WS-OD-FOUND)
           MOVE WS-CARD-DATE TO WS-OD-DATE(WS-OD-FOUND)
           MOVE WS-VENUE TO WS-OD-VENUE(WS-OD-FOUND)
           MOVE WS-SLOT-NUMBER TO WS-OD-SLOT(WS-OD-FOUND)
           MOVE WS-CARD-VALUE TO WS-OD-POSTED(WS-OD-FOUND)
           MOVE WS-CLAIMED-VALUE TO WS-OD-CLAIMED(WS-OD-FOUND)
           MOVE WS-CARD-FINAL TO WS-OD-WAS-FINAL(WS-OD-FOUND)
           MOVE WS-BUSI-DATE TO WS-OD-OPENED-ON(WS-OD-FOUND)
           MOVE WS-OPERATOR TO WS-OD-OPENED-BY(WS-OD-FOUND)
           MOVE 0 TO WS-OD-RULED-VALUE(WS-OD-FOUND)
           MOVE "Y" TO WS-FILE-CHANGED
           MOVE "OPENED" TO WS-JOURNAL-EVENT
           PERFORM JOURNAL-DISPUTE-EVENT
           DISPLAY "DISPUTE #" WS-LAST-DISPUTE-ID " OPENED: "
              WS-GAME " " WS-PLAYER " " WS-CARD-DATE " "
              WS-VENUE
           IF WS-GAME = "YACHT" THEN
              DISPLAY "SLOT " WS-SLOT-NUMBER " POSTED "
                 WS-CARD-VALUE " CLAIMED " WS-CLAIMED-VALUE
           ELSE
              DISPLAY "SESSION TOTAL POSTED " WS-CARD-VALUE
                 " CLAIMED " WS-CLAIMED-VALUE
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SCORE-DISPUTE - #" WS-LAST-DISPUTE-ID " OPENED "
              WS-PLAYER " BY " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-FILE-NEW-DISPUTE.


       RULE-ON-DISPUTE.
      * The adjudicator's ruling on one open dispute. UPHOLD posts
      * the corrected value to the card through the same locked,
      * journalled rewrite a game posting takes; DISMISS leaves the
      * card as it stands. Either way the dispute closes onto the
      * history file and the card goes back into play.
           MOVE SPACES TO WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-RULING) TO WS-RULING
           IF WS-DISPUTE-ID = SPACES OR
              FUNCTION TRIM(WS-DISPUTE-ID) IS NOT NUMERIC THEN
              MOVE "RULING NEEDS A DISPUTE NUMBER" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-RULING NOT = "UPHOLD" AND
              WS-RULING NOT = "DISMISS" THEN
              MOVE "RULING MUST BE UPHOLD OR DISMISS" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-OPERATOR = SPACES THEN
              MOVE "RULING NEEDS THE OPERATOR ID" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE "D" TO WS-NEEDED-FUNC
              PERFORM CHECK-OPERATOR-SIGNON
              IF WS-SIGNON-OK = "N" THEN
                 MOVE "OPERATOR NOT SIGNED FOR DISPUTES" TO
                    WS-REASON
              END-IF
           END-IF
      * A ruling rewrites the card and the score history the night's
      * chain rewrites, so it waits for the batch window.
           IF WS-REASON = SPACES THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              COMPUTE WS-DISPUTE-NUMBER =
                 FUNCTION NUMVAL(WS-DISPUTE-ID)
              MOVE 0 TO WS-OD-FOUND
              PERFORM VARYING WS-OD-IDX FROM 1 BY 1 UNTIL
                 WS-OD-IDX > WS-OPEN-COUNT
                 IF WS-OD-ID(WS-OD-IDX) = WS-DISPUTE-NUMBER THEN
                    MOVE WS-OD-IDX TO WS-OD-FOUND
                 END-IF
              END-PERFORM
              IF WS-OD-FOUND = 0 THEN
                 MOVE "NO OPEN DISPUTE WITH THAT NUMBER" TO
                    WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE WS-OD-GAME(WS-OD-FOUND) TO WS-GAME
              MOVE WS-OD-PLAYER(WS-OD-FOUND) TO WS-PLAYER
              MOVE WS-OD-DATE(WS-OD-FOUND) TO WS-CARD-DATE
              MOVE WS-OD-VENUE(WS-OD-FOUND) TO WS-VENUE
              MOVE WS-OD-SLOT(WS-OD-FOUND) TO WS-SLOT-NUMBER
           END-IF
           IF WS-REASON = SPACES AND WS-RULING = "UPHOLD" THEN
              IF WS-CORRECTED = SPACES THEN
                 MOVE WS-OD-CLAIMED(WS-OD-FOUND) TO WS-NEW-VALUE
              ELSE
                 IF FUNCTION TRIM(WS-CORRECTED) IS NOT NUMERIC THEN
                    MOVE "CORRECTED VALUE NOT NUMERIC" TO WS-REASON
                 ELSE
                    COMPUTE WS-NEW-VALUE =
                       FUNCTION NUMVAL(WS-CORRECTED)
                 END-IF
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-RULING = "UPHOLD" AND
              WS-GAME = "YACHT" AND WS-NEW-VALUE > 50 THEN
              MOVE "CORRECTED SLOT OVER 50" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-RULING = "UPHOLD" THEN
              PERFORM CHECK-PERIOD-CLOSED
              IF WS-PERIOD-CLOSED = "Y" THEN
                 MOVE "PERIOD CLOSED - NOT POSTED" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-RULING = "UPHOLD" THEN
              PERFORM POST-UPHELD-CORRECTION
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "RULING REFUSED: " WS-REASON
              PERFORM LOG-REJECTED-INPUT
           ELSE
              PERFORM CLOSE-RULED-DISPUTE
           END-IF.
       END-RULE-ON-DISPUTE.


       POST-UPHELD-CORRECTION.
      * The card is locked for the span of the read-change-rewrite;
      * a ruling that finds it locked is refused as BUSY and the
      * dispute stays open for another try.
           PERFORM TAKE-CARD-LOCK
           IF WS-LOCK-TAKEN = "N" THEN
              MOVE "SCORECARD IN USE - BUSY" TO WS-REASON
           ELSE
              IF WS-GAME = "YACHT" THEN
                 PERFORM CORRECT-YACHT-CARD
              ELSE
                 PERFORM CORRECT-DARTS-SESSION
              END-IF
              PERFORM RELEASE-CARD-LOCK
           END-IF.
       END-POST-UPHELD-CORRECTION.


       CORRECT-YACHT-CARD.
           MOVE "N" TO WS-POSTED-OK
           OPEN I-O YACHT-SCOREFILE
           IF WS-YACHT-STATUS NOT = "00" THEN
              MOVE "CARD NO LONGER ON FILE" TO WS-REASON
           ELSE
              MOVE WS-PLAYER TO YSF-PLAYER
              MOVE WS-CARD-DATE TO YSF-GAME-DATE
              MOVE WS-VENUE TO YSF-VENUE
              READ YACHT-SCOREFILE
                 INVALID KEY
                    MOVE "CARD NO LONGER ON FILE" TO WS-REASON
                 NOT INVALID KEY
                    MOVE YSF-SCORE(WS-SLOT-NUMBER) TO WS-OLD-SCORE
                    MOVE WS-NEW-VALUE TO WS-NEW-SCORE
                    MOVE WS-NEW-SCORE TO YSF-SCORE(WS-SLOT-NUMBER)
                    MOVE "Y" TO YSF-SET(WS-SLOT-NUMBER)
                    REWRITE YACHT-SCOREFILE-REC
                    MOVE "Y" TO WS-POSTED-OK
                    PERFORM JOURNAL-YACHT-CORRECTION
              END-READ
              CLOSE YACHT-SCOREFILE
           END-IF
           IF WS-POSTED-OK = "Y" THEN
              PERFORM UPDATE-YACHT-CONTROL
              DISPLAY "SLOT " WS-SLOT-NUMBER " CORRECTED FROM "
                 WS-OLD-SCORE " TO " WS-NEW-SCORE
           END-IF.
       END-CORRECT-YACHT-CARD.


       CORRECT-DARTS-SESSION.
      * A countdown session's remaining figure follows its total, and
      * a total past the countdown's start cannot be right.
           MOVE "N" TO WS-POSTED-OK
           OPEN I-O DARTS-SCOREFILE
           IF WS-DARTS-STATUS NOT = "00" THEN
              MOVE "CARD NO LONGER ON FILE" TO WS-REASON
           ELSE
              MOVE WS-PLAYER TO DSF-PLAYER
              MOVE WS-CARD-DATE TO DSF-SESSION-DATE
              MOVE WS-VENUE TO DSF-VENUE
              READ DARTS-SCOREFILE
                 INVALID KEY
                    MOVE "CARD NO LONGER ON FILE" TO WS-REASON
                 NOT INVALID KEY
                    IF DSF-MODE NOT = SPACES THEN
                       MOVE DSF-MODE TO WS-COUNTDOWN-START
                       IF WS-NEW-VALUE > WS-COUNTDOWN-START THEN
                          MOVE "CORRECTED TOTAL PAST COUNTDOWN" TO
                             WS-REASON
                       ELSE
                          COMPUTE DSF-REMAINING =
                             WS-COUNTDOWN-START - WS-NEW-VALUE
                       END-IF
                    END-IF
                    IF WS-REASON = SPACES THEN
                       MOVE DSF-TOTAL TO WS-OLD-VALUE
                       MOVE WS-NEW-VALUE TO DSF-TOTAL
                       REWRITE DARTS-SCOREFILE-REC
                       MOVE "Y" TO WS-POSTED-OK
                       PERFORM JOURNAL-DARTS-CORRECTION
                    END-IF
              END-READ
              CLOSE DARTS-SCOREFILE
           END-IF
           IF WS-POSTED-OK = "Y" THEN
              PERFORM UPDATE-DARTS-CONTROL
              DISPLAY "SESSION TOTAL CORRECTED FROM " WS-OLD-VALUE
                 " TO " WS-NEW-VALUE
           END-IF.
       END-CORRECT-DARTS-SESSION.


       CLOSE-RULED-DISPUTE.
      * The card as the ruling left it goes on the dispute. A card
      * that finished while the dispute was open had its leaderboard
      * post held, so it goes out now; one that was already on the
      * board before the dispute opened has its board row corrected
      * when the ruling changed it.
           PERFORM READ-DISPUTED-CARD
           IF WS-RULING = "UPHOLD" THEN
              MOVE "UPHELD" TO WS-OD-RULING(WS-OD-FOUND)
           ELSE
              MOVE "DISMISSED" TO WS-OD-RULING(WS-OD-FOUND)
           END-IF
           MOVE WS-CARD-VALUE TO WS-OD-RULED-VALUE(WS-OD-FOUND)
           MOVE WS-OPERATOR TO WS-OD-ADJUDICATOR(WS-OD-FOUND)
           MOVE WS-BUSI-DATE TO WS-OD-CLOSED-ON(WS-OD-FOUND)
           MOVE WS-OD-RULING(WS-OD-FOUND) TO WS-JOURNAL-EVENT
           PERFORM JOURNAL-DISPUTE-EVENT
           PERFORM WRITE-DISPUTE-HISTORY
           DISPLAY "DISPUTE #" WS-OD-ID(WS-OD-FOUND) " "
              WS-OD-RULING(WS-OD-FOUND) " BY " WS-OPERATOR
              " - CARD NOW SHOWS " WS-CARD-VALUE
           IF WS-CARD-FOUND = "Y" AND WS-CARD-FINAL = "Y" THEN
              IF WS-OD-WAS-FINAL(WS-OD-FOUND) = "N" THEN
                 PERFORM POST-RELEASED-TOTAL
              ELSE
                 IF WS-RULING = "UPHOLD" AND
                    WS-CARD-VALUE NOT = WS-OD-POSTED(WS-OD-FOUND) THEN
                    PERFORM CORRECT-BOARD-TOTAL
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SCORE-DISPUTE - #" WS-OD-ID(WS-OD-FOUND) " "
              WS-OD-RULING(WS-OD-FOUND) " BY " WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE
           PERFORM VARYING WS-OD-IDX FROM WS-OD-FOUND BY 1 UNTIL
              WS-OD-IDX NOT < WS-OPEN-COUNT
              MOVE WS-OD-ENTRY(WS-OD-IDX + 1) TO WS-OD-ENTRY(WS-OD-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-OPEN-COUNT
           MOVE "Y" TO WS-FILE-CHANGED.
       END-CLOSE-RULED-DISPUTE.


       READ-DISPUTED-CARD.
      * Reads the named card and sets what the dispute is about:
      * the slot's score or the session total, whether the card is
      * finished, and its total counted the way the game counts it
      * -- upper-section bonus included for YACHT.
           MOVE "N" TO WS-CARD-FOUND
           MOVE "N" TO WS-CARD-FINAL
           MOVE 0 TO WS-CARD-VALUE
           MOVE 0 TO WS-CARD-TOTAL
           IF WS-GAME = "YACHT" THEN
              OPEN INPUT YACHT-SCOREFILE
              IF WS-YACHT-STATUS = "00" THEN
                 MOVE WS-PLAYER TO YSF-PLAYER
                 MOVE WS-CARD-DATE TO YSF-GAME-DATE
                 MOVE WS-VENUE TO YSF-VENUE
                 READ YACHT-SCOREFILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO WS-CARD-FOUND
                       MOVE YSF-SCORE(WS-SLOT-NUMBER) TO
                          WS-CARD-VALUE
                       PERFORM COUNT-YACHT-CARD
                 END-READ
                 CLOSE YACHT-SCOREFILE
              END-IF
           ELSE
              OPEN INPUT DARTS-SCOREFILE
              IF WS-DARTS-STATUS = "00" THEN
                 MOVE WS-PLAYER TO DSF-PLAYER
                 MOVE WS-CARD-DATE TO DSF-SESSION-DATE
                 MOVE WS-VENUE TO DSF-VENUE
                 READ DARTS-SCOREFILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO WS-CARD-FOUND
                       MOVE DSF-TOTAL TO WS-CARD-VALUE
                       MOVE DSF-TOTAL TO WS-CARD-TOTAL
                       IF DSF-CLOSED = "Y" THEN
                          MOVE "Y" TO WS-CARD-FINAL
                       END-IF
                 END-READ
                 CLOSE DARTS-SCOREFILE
              END-IF
           END-IF.
       END-READ-DISPUTED-CARD.


       COUNT-YACHT-CARD.
      * Same completeness-and-total walk YACHT does when a card
      * fills, so a released total matches what it would have
      * posted.
           MOVE "Y" TO WS-CARD-FINAL
           MOVE 0 TO WS-UPPER-TOTAL
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1 UNTIL WS-CAT-INDEX
              > 12
              IF YSF-SET(WS-CAT-INDEX) NOT = "Y" THEN
                 MOVE "N" TO WS-CARD-FINAL
              END-IF
              ADD YSF-SCORE(WS-CAT-INDEX) TO WS-CARD-TOTAL
              IF WS-CAT-INDEX <= 6 THEN
                 ADD YSF-SCORE(WS-CAT-INDEX) TO WS-UPPER-TOTAL
              END-IF
           END-PERFORM
           IF WS-CARD-FINAL = "Y" AND WS-UPPER-TOTAL >= 63 THEN
              ADD 35 TO WS-CARD-TOTAL
           END-IF.
       END-COUNT-YACHT-CARD.


       FIND-CARD-DISPUTE.
      * WS-OD-FOUND comes back pointing at the open dispute on the
      * named card, or zero when it has none.
           MOVE 0 TO WS-OD-FOUND
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1 UNTIL
              WS-OD-IDX > WS-OPEN-COUNT
              IF WS-OD-GAME(WS-OD-IDX) = WS-GAME AND
                 WS-OD-PLAYER(WS-OD-IDX) = WS-PLAYER AND
                 WS-OD-DATE(WS-OD-IDX) = WS-CARD-DATE AND
                 WS-OD-VENUE(WS-OD-IDX) = WS-VENUE THEN
                 MOVE WS-OD-IDX TO WS-OD-FOUND
              END-IF
           END-PERFORM.
       END-FIND-CARD-DISPUTE.


       POST-RELEASED-TOTAL.
      * The finished card's total onto the shared leaderboard feed,
      * in the same HDR/TRL envelope the game programs use, so the
      * drain proves it the same way.
           OPEN EXTEND HIGH-SCORE-FEED
           IF WS-HISCORE-STATUS = "05" OR WS-HISCORE-STATUS = "35"
              CLOSE HIGH-SCORE-FEED
              OPEN OUTPUT HIGH-SCORE-FEED
           END-IF
           MOVE SPACES TO HIGH-SCORE-FEED-REC
           STRING "HDR" WS-GAME "     " WS-CARD-DATE
              DELIMITED BY SIZE INTO HIGH-SCORE-FEED-REC
           WRITE HIGH-SCORE-FEED-REC
           MOVE WS-PLAYER TO HSF-PLAYER
           MOVE WS-CARD-TOTAL TO HSF-SCORE
           MOVE WS-VENUE TO HSF-VENUE
           WRITE HIGH-SCORE-FEED-REC
           MOVE SPACES TO HIGH-SCORE-FEED-REC
           STRING "TRL" "000001"
              DELIMITED BY SIZE INTO HIGH-SCORE-FEED-REC
           WRITE HIGH-SCORE-FEED-REC
           CLOSE HIGH-SCORE-FEED
           DISPLAY "HELD TOTAL " WS-CARD-TOTAL
              " RELEASED TO THE LEADERBOARD".
       END-POST-RELEASED-TOTAL.


       CORRECT-BOARD-TOTAL.
      * The card's row on the board -- same player, game, night and
      * venue -- takes the total the ruling left, looked for on the
      * history first and then on the overflow it may have aged out
      * to. The history's control-totals row is posted fresh after,
      * since its sum has moved. A total still waiting on the feed
      * is not on either file yet; ops are told so instead.
           MOVE "N" TO WS-BOARD-FOUND
           MOVE SPACES TO WS-BOARD-OLD
           MOVE WS-CARD-TOTAL TO WS-BOARD-NEW
           PERFORM REBOARD-SCORE-HISTORY
           IF WS-BOARD-FOUND = "Y" THEN
              MOVE "SCOREHST" TO WS-BOARD-FILE
              PERFORM UPDATE-HISTORY-CONTROL
           ELSE
              PERFORM REBOARD-SCORE-OVERFLOW
              MOVE "SCOREOVF" TO WS-BOARD-FILE
           END-IF
           IF WS-BOARD-FOUND = "Y" THEN
              PERFORM JOURNAL-BOARD-CORRECTION
              DISPLAY "LEADERBOARD TOTAL CORRECTED FROM "
                 WS-BOARD-OLD " TO " WS-BOARD-NEW " ON "
                 WS-BOARD-FILE
              MOVE SPACES TO WS-LOG-TEXT
              STRING "SCORE-DISPUTE - #" WS-OD-ID(WS-OD-FOUND)
                 " BOARD TOTAL CORRECTED FOR " WS-PLAYER
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "I" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           ELSE
              DISPLAY "NO BOARD ROW FOR THIS CARD - PRE-DISPUTE "
                 "TOTAL MAY STILL BE ON THE FEED"
              MOVE SPACES TO WS-LOG-TEXT
              STRING "SCORE-DISPUTE - #" WS-OD-ID(WS-OD-FOUND)
                 " NO BOARD ROW TO CORRECT FOR " WS-PLAYER
                 DELIMITED BY SIZE INTO WS-LOG-TEXT
              MOVE "W" TO WS-LOG-SEVERITY
              PERFORM WRITE-OPERATIONS-LINE
           END-IF.
       END-CORRECT-BOARD-TOTAL.


       REBOARD-SCORE-HISTORY.
      * Staged handoff: the history is renamed aside in one motion
      * and streamed back record by record; only the card's own row
      * changes, and only its total.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "SCOREHST" TO WS-RENAME-FROM
           MOVE "DSPSTAGE" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           IF RETURN-CODE = 0 THEN
              OPEN INPUT DISPUTE-STAGE
              OPEN OUTPUT SCORE-HISTORY
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DISPUTE-STAGE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE DISPUTE-STAGE-REC(1:46) TO
                          SCORE-HISTORY-REC
                       IF SH-PLAYER = WS-PLAYER AND
                          SH-SOURCE = WS-GAME AND
                          SH-DATE = WS-CARD-DATE AND
                          SH-VENUE = WS-VENUE AND
                          WS-BOARD-FOUND = "N" THEN
                          MOVE SH-SCORE TO WS-BOARD-OLD
                          MOVE WS-BOARD-NEW TO SH-SCORE
                          MOVE "Y" TO WS-BOARD-FOUND
                       END-IF
                       WRITE SCORE-HISTORY-REC
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-STAGE
              CLOSE SCORE-HISTORY
              PERFORM EMPTY-DISPUTE-STAGE
           END-IF
           MOVE 0 TO RETURN-CODE.
       END-REBOARD-SCORE-HISTORY.


       REBOARD-SCORE-OVERFLOW.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "SCOREOVF" TO WS-RENAME-FROM
           MOVE "DSPSTAGE" TO WS-RENAME-TO
           CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
           IF RETURN-CODE = 0 THEN
              OPEN INPUT DISPUTE-STAGE
              OPEN OUTPUT SCORE-OVERFLOW
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DISPUTE-STAGE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       MOVE DISPUTE-STAGE-REC(1:46) TO
                          SCORE-OVERFLOW-REC
                       IF SO-PLAYER = WS-PLAYER AND
                          SO-SOURCE = WS-GAME AND
                          SO-DATE = WS-CARD-DATE AND
                          SO-VENUE = WS-VENUE AND
                          WS-BOARD-FOUND = "N" THEN
                          MOVE SO-SCORE TO WS-BOARD-OLD
                          MOVE WS-BOARD-NEW TO SO-SCORE
                          MOVE "Y" TO WS-BOARD-FOUND
                       END-IF
                       WRITE SCORE-OVERFLOW-REC
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-STAGE
              CLOSE SCORE-OVERFLOW
              PERFORM EMPTY-DISPUTE-STAGE
           END-IF
           MOVE 0 TO RETURN-CODE.
       END-REBOARD-SCORE-OVERFLOW.


       EMPTY-DISPUTE-STAGE.
      * A finished pass leaves the stage empty; a run that dies
      * mid-pass leaves the full uncorrected copy there instead,
      * which is the copy the operators recover from.
           OPEN OUTPUT DISPUTE-STAGE
           CLOSE DISPUTE-STAGE.
       END-EMPTY-DISPUTE-STAGE.


       LIST-OPEN-DISPUTES.
           DISPLAY "DISPUTES OPEN: " WS-OPEN-COUNT
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1 UNTIL
              WS-OD-IDX > WS-OPEN-COUNT
              DISPLAY "#" WS-OD-ID(WS-OD-IDX) " "
                 WS-OD-GAME(WS-OD-IDX) " "
                 WS-OD-PLAYER(WS-OD-IDX) " "
                 WS-OD-DATE(WS-OD-IDX) " "
                 WS-OD-VENUE(WS-OD-IDX) " SLOT "
                 WS-OD-SLOT(WS-OD-IDX) " POSTED "
                 WS-OD-POSTED(WS-OD-IDX) " CLAIMED "
                 WS-OD-CLAIMED(WS-OD-IDX) " OPENED "
                 WS-OD-OPENED-ON(WS-OD-IDX) " BY "
                 WS-OD-OPENED-BY(WS-OD-IDX)
           END-PERFORM.
       END-LIST-OPEN-DISPUTES.


       JOURNAL-YACHT-CORRECTION.
      * Laid out exactly as YACHT journals a slot, so the roll-forward
      * reads the correction by the same fixed positions.
           PERFORM OPEN-SCORECARD-AUDIT
           ACCEPT WS-JOURNAL-TIME FROM TIME
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SCORECARD-AUDIT-REC
           STRING "YACHT " YSF-PLAYER " " YSF-GAME-DATE
              " " YSF-VENUE
              " SLOT " WS-SLOT-NUMBER
              " OLD " WS-OLD-SCORE "/Y"
              " NEW " WS-NEW-SCORE "/Y"
              " BY " WS-OPERATOR
              " AT " WS-JOURNAL-DATE WS-JOURNAL-TIME(1:6)
              DELIMITED BY SIZE INTO SCORECARD-AUDIT-REC
           WRITE SCORECARD-AUDIT-REC
           CLOSE SCORECARD-AUDIT.
       END-JOURNAL-YACHT-CORRECTION.


       JOURNAL-DARTS-CORRECTION.
      * Laid out exactly as DARTS journals a throw; the throw count
      * is left as it stands, only the total moves.
           PERFORM OPEN-SCORECARD-AUDIT
           ACCEPT WS-JOURNAL-TIME FROM TIME
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SCORECARD-AUDIT-REC
           STRING "DARTS " DSF-PLAYER " " DSF-SESSION-DATE
              " " DSF-VENUE
              " THROW " DSF-THROW-COUNT
              " OLD " WS-OLD-VALUE
              " NEW " DSF-TOTAL
              " BY " WS-OPERATOR
              " AT " WS-JOURNAL-DATE WS-JOURNAL-TIME(1:6)
              DELIMITED BY SIZE INTO SCORECARD-AUDIT-REC
           WRITE SCORECARD-AUDIT-REC
           CLOSE SCORECARD-AUDIT.
       END-JOURNAL-DARTS-CORRECTION.


       JOURNAL-DISPUTE-EVENT.
      * The opening and the ruling on the same journal as the card
      * changes, so the whole episode reads in order from one place.
           PERFORM OPEN-SCORECARD-AUDIT
           ACCEPT WS-JOURNAL-TIME FROM TIME
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SCORECARD-AUDIT-REC
           STRING "DISPUTE " WS-OD-ID(WS-OD-FOUND) " "
              WS-JOURNAL-EVENT " " WS-GAME " " WS-PLAYER " "
              WS-CARD-DATE " SLOT " WS-SLOT-NUMBER
              " BY " WS-OPERATOR
              " AT " WS-JOURNAL-DATE WS-JOURNAL-TIME(1:6)
              DELIMITED BY SIZE INTO SCORECARD-AUDIT-REC
           WRITE SCORECARD-AUDIT-REC
           CLOSE SCORECARD-AUDIT.
       END-JOURNAL-DISPUTE-EVENT.


       JOURNAL-BOARD-CORRECTION.
      * A DISPUTE line, so the replay passes over it; the game,
      * night and venue are on the ruling's own line just above,
      * under the same dispute number.
           PERFORM OPEN-SCORECARD-AUDIT
           ACCEPT WS-JOURNAL-TIME FROM TIME
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SCORECARD-AUDIT-REC
           STRING "DISPUTE " WS-OD-ID(WS-OD-FOUND) " BOARD "
              WS-PLAYER
              " OLD " WS-BOARD-OLD
              " NEW " WS-BOARD-NEW " " WS-BOARD-FILE
              " BY " WS-OPERATOR
              " AT " WS-JOURNAL-DATE WS-JOURNAL-TIME(1:6)
              DELIMITED BY SIZE INTO SCORECARD-AUDIT-REC
           WRITE SCORECARD-AUDIT-REC
           CLOSE SCORECARD-AUDIT.
       END-JOURNAL-BOARD-CORRECTION.


       OPEN-SCORECARD-AUDIT.
           OPEN EXTEND SCORECARD-AUDIT
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              CLOSE SCORECARD-AUDIT
              OPEN OUTPUT SCORECARD-AUDIT
           END-IF.
       END-OPEN-SCORECARD-AUDIT.


       WRITE-DISPUTE-HISTORY.
           OPEN EXTEND DISPUTE-HISTORY
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
              CLOSE DISPUTE-HISTORY
              OPEN OUTPUT DISPUTE-HISTORY
           END-IF
           MOVE WS-OD-ENTRY(WS-OD-FOUND) TO DISPUTE-HISTORY-REC
           WRITE DISPUTE-HISTORY-REC
           CLOSE DISPUTE-HISTORY.
       END-WRITE-DISPUTE-HISTORY.


       LOAD-OPEN-DISPUTES.
      * The marker record carries the last dispute number handed
      * out, so numbers are never reused even once the file empties.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-LAST-DISPUTE-ID
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00" THEN
              PERFORM UNTIL WS-EOF-SWITCH = "Y"
                 READ DISPUTE-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF DSP-PLAYER = WS-DISPUTE-MARKER THEN
                          MOVE DSP-ID TO WS-LAST-DISPUTE-ID
                       ELSE
                          IF WS-OPEN-COUNT < 500 THEN
                             ADD 1 TO WS-OPEN-COUNT
                             MOVE DISPUTE-REC TO
                                WS-OD-ENTRY(WS-OPEN-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.
       END-LOAD-OPEN-DISPUTES.


       SAVE-OPEN-DISPUTES.
           OPEN OUTPUT DISPUTE-FILE
           MOVE SPACES TO DISPUTE-REC
           MOVE WS-LAST-DISPUTE-ID TO DSP-ID
           MOVE WS-DISPUTE-MARKER TO DSP-PLAYER
           MOVE 0 TO DSP-SLOT
           MOVE 0 TO DSP-POSTED
           MOVE 0 TO DSP-CLAIMED
           MOVE 0 TO DSP-RULED-VALUE
           WRITE DISPUTE-REC
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1 UNTIL
              WS-OD-IDX > WS-OPEN-COUNT
              MOVE WS-OD-ENTRY(WS-OD-IDX) TO DISPUTE-REC
              WRITE DISPUTE-REC
           END-PERFORM
           CLOSE DISPUTE-FILE.
       END-SAVE-OPEN-DISPUTES.


       CHECK-PERIOD-CLOSED.
      * Is the card's month on the closed-period register? No
      * register on file just means no month has ever closed.
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
                       IF CLP-PERIOD = WS-CARD-DATE(1:6) THEN
                          MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSED-PERIODS
           END-IF.
       END-CHECK-PERIOD-CLOSED.


       TAKE-CARD-LOCK.
      * One lock per card key under the game's name, honored and
      * aged exactly as YACHT and DARTS honor and age them.
           PERFORM LOAD-LOCK-TABLE
           MOVE "Y" TO WS-LOCK-TAKEN
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-MINUTES = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-NOW-DATE)) * 1440 +
              FUNCTION NUMVAL(WS-NOW-TIME(1:2)) * 60 +
              FUNCTION NUMVAL(WS-NOW-TIME(3:2))
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1 UNTIL WS-LOCK-IDX
              > WS-LOCK-COUNT
              IF WS-LCK-GAME(WS-LOCK-IDX) = WS-GAME AND
                 WS-LCK-PLAYER(WS-LOCK-IDX) = WS-PLAYER AND
                 WS-LCK-DATE(WS-LOCK-IDX) = WS-CARD-DATE AND
                 WS-LCK-VENUE(WS-LOCK-IDX) = WS-VENUE THEN
                 PERFORM CHECK-LOCK-STALE
                 IF WS-LOCK-STALE = "N" THEN
                    MOVE "N" TO WS-LOCK-TAKEN
                 ELSE
                    MOVE SPACES TO WS-LCK-GAME(WS-LOCK-IDX)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LOCK-TAKEN = "Y" AND WS-LOCK-COUNT < 50 THEN
              ADD 1 TO WS-LOCK-COUNT
              MOVE WS-GAME TO WS-LCK-GAME(WS-LOCK-COUNT)
              MOVE WS-PLAYER TO WS-LCK-PLAYER(WS-LOCK-COUNT)
              MOVE WS-CARD-DATE TO WS-LCK-DATE(WS-LOCK-COUNT)
              MOVE WS-VENUE TO WS-LCK-VENUE(WS-LOCK-COUNT)
              MOVE SPACES TO WS-LCK-STAMP(WS-LOCK-COUNT)
              STRING WS-NOW-DATE WS-NOW-TIME(1:6)
                 DELIMITED BY SIZE
                 INTO WS-LCK-STAMP(WS-LOCK-COUNT)
              PERFORM SAVE-LOCK-TABLE
           END-IF.
       END-TAKE-CARD-LOCK.


       CHECK-LOCK-STALE.
           MOVE "N" TO WS-LOCK-STALE
           IF WS-LCK-STAMP(WS-LOCK-IDX)(1:12) IS NOT NUMERIC THEN
              MOVE "Y" TO WS-LOCK-STALE
           ELSE
              COMPUTE WS-LOCK-MINUTES = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-LCK-STAMP(WS-LOCK-IDX)(1:8)))
                 * 1440 +
                 FUNCTION NUMVAL(WS-LCK-STAMP(WS-LOCK-IDX)(9:2))
                 * 60 +
                 FUNCTION NUMVAL(WS-LCK-STAMP(WS-LOCK-IDX)(11:2))
              IF WS-NOW-MINUTES - WS-LOCK-MINUTES > 30 THEN
                 MOVE "Y" TO WS-LOCK-STALE
              END-IF
           END-IF.
       END-CHECK-LOCK-STALE.


       RELEASE-CARD-LOCK.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1 UNTIL WS-LOCK-IDX
              > WS-LOCK-COUNT
              IF WS-LCK-GAME(WS-LOCK-IDX) = WS-GAME AND
                 WS-LCK-PLAYER(WS-LOCK-IDX) = WS-PLAYER AND
                 WS-LCK-DATE(WS-LOCK-IDX) = WS-CARD-DATE AND
                 WS-LCK-VENUE(WS-LOCK-IDX) = WS-VENUE THEN
                 MOVE SPACES TO WS-LCK-GAME(WS-LOCK-IDX)
              END-IF
           END-PERFORM
           PERFORM SAVE-LOCK-TABLE.
       END-RELEASE-CARD-LOCK.


       LOAD-LOCK-TABLE.
           MOVE 0 TO WS-LOCK-COUNT
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT CARD-LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-LOCK-EOF = "Y"
                 READ CARD-LOCK-FILE
                    AT END
                       MOVE "Y" TO WS-LOCK-EOF
                    NOT AT END
                       IF WS-LOCK-COUNT < 50 THEN
                          ADD 1 TO WS-LOCK-COUNT
                          MOVE CLK-GAME TO
                             WS-LCK-GAME(WS-LOCK-COUNT)
                          MOVE CLK-PLAYER TO
                             WS-LCK-PLAYER(WS-LOCK-COUNT)
                          MOVE CLK-DATE TO
                             WS-LCK-DATE(WS-LOCK-COUNT)
                          MOVE CLK-VENUE TO
                             WS-LCK-VENUE(WS-LOCK-COUNT)
                          MOVE CLK-STAMP TO
                             WS-LCK-STAMP(WS-LOCK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CARD-LOCK-FILE
           END-IF.
       END-LOAD-LOCK-TABLE.


       SAVE-LOCK-TABLE.
      * Blanked slots are compacted away on the write-back.
           OPEN OUTPUT CARD-LOCK-FILE
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1 UNTIL WS-LOCK-IDX
              > WS-LOCK-COUNT
              IF WS-LCK-GAME(WS-LOCK-IDX) NOT = SPACES THEN
                 MOVE WS-LCK-GAME(WS-LOCK-IDX) TO CLK-GAME
                 MOVE WS-LCK-PLAYER(WS-LOCK-IDX) TO CLK-PLAYER
                 MOVE WS-LCK-DATE(WS-LOCK-IDX) TO CLK-DATE
                 MOVE WS-LCK-VENUE(WS-LOCK-IDX) TO CLK-VENUE
                 MOVE WS-LCK-STAMP(WS-LOCK-IDX) TO CLK-STAMP
                 WRITE CARD-LOCK-REC
              END-IF
           END-PERFORM
           CLOSE CARD-LOCK-FILE.
       END-SAVE-LOCK-TABLE.


       UPDATE-YACHT-CONTROL.
      * Walk the scorecard file as the correction left it: one count
      * per card, every slot's score into the sum.
           MOVE 0 TO WS-WALK-COUNT
           MOVE 0 TO WS-WALK-SUM
           MOVE "N" TO WS-WALK-EOF
           OPEN INPUT YACHT-SCOREFILE
           IF WS-YACHT-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO YSF-KEY
              START YACHT-SCOREFILE KEY IS NOT LESS THAN YSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-WALK-EOF
              END-START
              PERFORM UNTIL WS-WALK-EOF = "Y"
                 READ YACHT-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-WALK-EOF
                    NOT AT END
                       ADD 1 TO WS-WALK-COUNT
                       PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                          UNTIL WS-CAT-INDEX > 12
                          ADD YSF-SCORE(WS-CAT-INDEX) TO
                             WS-WALK-SUM
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE YACHT-SCOREFILE
           END-IF
           MOVE "YACHTSCR" TO WS-CTL-TARGET
           PERFORM POST-CONTROL-ENTRY.
       END-UPDATE-YACHT-CONTROL.


       UPDATE-DARTS-CONTROL.
      * Walk the session file as the correction left it: one count
      * per session, its running total into the sum.
           MOVE 0 TO WS-WALK-COUNT
           MOVE 0 TO WS-WALK-SUM
           MOVE "N" TO WS-WALK-EOF
           OPEN INPUT DARTS-SCOREFILE
           IF WS-DARTS-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO DSF-KEY
              START DARTS-SCOREFILE KEY IS NOT LESS THAN DSF-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-WALK-EOF
              END-START
              PERFORM UNTIL WS-WALK-EOF = "Y"
                 READ DARTS-SCOREFILE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-WALK-EOF
                    NOT AT END
                       ADD 1 TO WS-WALK-COUNT
                       ADD DSF-TOTAL TO WS-WALK-SUM
                 END-READ
              END-PERFORM
              CLOSE DARTS-SCOREFILE
           END-IF
           MOVE "DARTSSCR" TO WS-CTL-TARGET
           PERFORM POST-CONTROL-ENTRY.
       END-UPDATE-DARTS-CONTROL.


       UPDATE-HISTORY-CONTROL.
      * Walk the history as the correction left it, counted and
      * summed the way HIGH-SCORES proves it when it next opens it.
           MOVE 0 TO WS-WALK-COUNT
           MOVE 0 TO WS-WALK-SUM
           MOVE "N" TO WS-WALK-EOF
           OPEN INPUT SCORE-HISTORY
           IF WS-SCOREHST-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-WALK-EOF = "Y"
                 READ SCORE-HISTORY
                    AT END
                       MOVE "Y" TO WS-WALK-EOF
                    NOT AT END
                       ADD 1 TO WS-WALK-COUNT
                       IF SH-SCORE IS NUMERIC THEN
                          ADD FUNCTION NUMVAL(SH-SCORE) TO
                             WS-WALK-SUM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-HISTORY
           END-IF
           MOVE "SCOREHST" TO WS-CTL-TARGET
           PERFORM POST-CONTROL-ENTRY.
       END-UPDATE-HISTORY-CONTROL.


       LOAD-CONTROL-TOTALS.
           MOVE 0 TO WS-CTL-TABLE-COUNT
           MOVE "N" TO WS-CTLTOT-EOF
           OPEN INPUT CONTROL-TOTALS
           IF WS-CTLTOT-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-CTLTOT-EOF = "Y"
                 READ CONTROL-TOTALS
                    AT END
                       MOVE "Y" TO WS-CTLTOT-EOF
                    NOT AT END
                       IF WS-CTL-TABLE-COUNT < 20 THEN
                          ADD 1 TO WS-CTL-TABLE-COUNT
                          MOVE CTL-FILE TO
                             WS-CTL-FILE-NAME(WS-CTL-TABLE-COUNT)
                          MOVE CTL-COUNT TO
                             WS-CTL-REC-COUNT(WS-CTL-TABLE-COUNT)
                          MOVE CTL-SUM TO
                             WS-CTL-REC-SUM(WS-CTL-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-TOTALS
           END-IF.
       END-LOAD-CONTROL-TOTALS.


       POST-CONTROL-ENTRY.
      * Replace (or create) the target file's row with the figures
      * just walked, then write the master back whole.
           PERFORM LOAD-CONTROL-TOTALS
           MOVE 0 TO WS-CTL-FOUND
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL WS-CTL-IDX >
              WS-CTL-TABLE-COUNT
              IF WS-CTL-FILE-NAME(WS-CTL-IDX) = WS-CTL-TARGET THEN
                 MOVE WS-CTL-IDX TO WS-CTL-FOUND
              END-IF
           END-PERFORM
           IF WS-CTL-FOUND = 0 AND WS-CTL-TABLE-COUNT < 20 THEN
              ADD 1 TO WS-CTL-TABLE-COUNT
              MOVE WS-CTL-TABLE-COUNT TO WS-CTL-FOUND
              MOVE WS-CTL-TARGET TO
                 WS-CTL-FILE-NAME(WS-CTL-FOUND)
           END-IF
           IF WS-CTL-FOUND > 0 THEN
              MOVE WS-WALK-COUNT TO WS-CTL-REC-COUNT(WS-CTL-FOUND)
              MOVE WS-WALK-SUM TO WS-CTL-REC-SUM(WS-CTL-FOUND)
              OPEN OUTPUT CONTROL-TOTALS
              PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL
                 WS-CTL-IDX > WS-CTL-TABLE-COUNT
                 MOVE WS-CTL-FILE-NAME(WS-CTL-IDX) TO CTL-FILE
                 MOVE WS-CTL-REC-COUNT(WS-CTL-IDX) TO CTL-COUNT
                 MOVE WS-CTL-REC-SUM(WS-CTL-IDX) TO CTL-SUM
                 WRITE CONTROL-TOTALS-REC
              END-PERFORM
              CLOSE CONTROL-TOTALS
           END-IF.
       END-POST-CONTROL-ENTRY.


       READ-CONSOLE-REQUEST.
      * The console's answers, taken only when this program's own
      * switches arrived blank and the request was left for it.
           OPEN INPUT CONSOLE-REQUEST
           IF WS-CONREQ-STATUS = "00" THEN
              READ CONSOLE-REQUEST
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CRQ-PROGRAM = "SCORE-DISPUTE" THEN
                       MOVE CRQ-FIELDS(1:8) TO WS-DISPUTE-ACTION
                       MOVE CRQ-FIELDS(9:5) TO WS-GAME
                       MOVE CRQ-FIELDS(14:20) TO WS-PLAYER
                       MOVE CRQ-FIELDS(34:8) TO WS-CARD-DATE
                       MOVE CRQ-FIELDS(42:4) TO WS-VENUE
                       MOVE CRQ-FIELDS(46:2) TO WS-SLOT
                       MOVE CRQ-FIELDS(48:4) TO WS-CLAIMED
                       MOVE CRQ-FIELDS(52:6) TO WS-DISPUTE-ID
                       MOVE CRQ-FIELDS(58:8) TO WS-RULING
                       MOVE CRQ-FIELDS(66:4) TO WS-CORRECTED
                       MOVE CRQ-FIELDS(70:10) TO WS-OPERATOR
                       IF WS-WINDOW-REASON = SPACES THEN
                          MOVE CRQ-WINDOW-WHY TO WS-WINDOW-REASON
                       END-IF
                    END-IF
              END-READ
              CLOSE CONSOLE-REQUEST
           END-IF.
       END-READ-CONSOLE-REQUEST.


       CHECK-OPERATOR-SIGNON.
      * The named operator has to be on the master, active, and
      * hold the needed function letter; a suspended or locked-out
      * operator is turned away. No master on file means the check
      * isn't set up yet and the action runs as it always did.
           MOVE "Y" TO WS-SIGNON-OK
           MOVE "N" TO WS-OPMAST-EOF
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPMAST-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              MOVE "N" TO WS-SIGNON-OK
              PERFORM UNTIL WS-OPMAST-EOF = "Y"
                 READ OPERATOR-MASTER
                    AT END
                       MOVE "Y" TO WS-OPMAST-EOF
                    NOT AT END
                       IF OP-ID = WS-OPERATOR AND
                          (OP-STATE = "A" OR OP-STATE = SPACE) THEN
                          MOVE 0 TO WS-FUNC-TALLY
                          INSPECT OP-FUNCS TALLYING WS-FUNC-TALLY
                             FOR ALL WS-NEEDED-FUNC
                          IF WS-FUNC-TALLY > 0 THEN
                             MOVE "Y" TO WS-SIGNON-OK
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER
           END-IF.
       END-CHECK-OPERATOR-SIGNON.


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
              " SCORE-DISPUTE BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SCORE-DISPUTE - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SCORE-DISPUTE - " WS-DISPUTE-ACTION " - "
              WS-OPEN-COUNT " DISPUTE(S) OPEN"
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-DAILY-OPERATION.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SCORE-DISPUTE - REJECTED " WS-DISPUTE-ACTION
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
           MOVE "SCORE-DISPUTE - RUN START" TO WS-LOG-TEXT
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-RUN-START.


       LOG-RUN-END.
           MOVE "SCORE-DISPUTE - RUN END" TO WS-LOG-TEXT
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
