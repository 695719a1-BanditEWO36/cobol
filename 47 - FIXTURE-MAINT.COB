       FILE-CONTROL.
      * The league fixture schedule: one record per scheduled pairing
      * on an upcoming league night -- the date, the game being
      * played, the two players paired for it, home side first, and
      * the room it is played in. Single fixtures are added here;
      * FIXTURE-GEN writes a season at a time and KNOCKOUT-CUP adds
      * its ties. FIXTURE-CHECK reads it back at end of night.
           SELECT FIXTURE-SCHEDULE ASSIGN TO "LEAGSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCHEDULE-STATUS.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NAME
              FILE STATUS IS WS-PM-STATUS.
      * The operator master: who holds which function letters.
      * Read here only to let an operator holding the W letter
      * update through the batch window in an emergency; a shop
      * with no master on file yet runs unchecked.
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
      * Every run adds one line here to the shared daily operations
      * log, so ops can see what ran across all the utility programs
      * without tailing each one separately.
           05 FX-GAME     PIC X(10).
           05 FX-PLAYER-A PIC X(20).
           05 FX-PLAYER-B PIC X(20).
           05 FX-VENUE    PIC X(4).
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 PM-JOIN-DATE PIC X(8).
           05 PM-ACTIVE    PIC X.
           05 PM-VENUE     PIC X(4).
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
       FD  DAILY-OPERATIONS-LOG.
       01 DAILY-OPERATIONS-LOG-REC PIC X(100).
       FD  REJECTED-INPUT-LOG.
       01 WS-GAME      PIC X(10) VALUE SPACES.
       01 WS-PLAYER-A  PIC X(20) VALUE SPACES.
       01 WS-PLAYER-B  PIC X(20) VALUE SPACES.
      * The room an added fixture is played in; left blank, the
      * home player's registry venue, and MAIN with no registry.
       01 WS-VENUE     PIC X(4) VALUE SPACES.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-PM-STATUS PIC XX.
       01 WS-DAILYLOG-STATUS PIC XX.
       01 WS-SCHEDULE-EOF PIC X.
       01 WS-PM-EOF PIC X.
       01 WS-REASON PIC X(35) VALUE SPACES.
      * The operator running this call and the passcode they sign
      * on with; only an emergency override of the batch window
      * needs them.
       01 WS-OPERATOR      PIC X(10) VALUE SPACES.
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
      * The whole schedule held in storage while one call's change is
      * applied, then written back in full, the way PLAYER-MAINT
      * carries the registry. A generated season runs to hundreds
      * of fixtures, so the table holds a thousand.
       01 WS-FIXTURE-COUNT PIC 9(4) VALUE 0.
       01 WS-SCHEDULE-TABLE.
           05 WS-FX-ENTRY OCCURS 1000 TIMES.
              10 WS-FX-DATE     PIC X(8).
              10 WS-FX-GAME     PIC X(10).
              10 WS-FX-PLAYER-A PIC X(20).
              10 WS-FX-PLAYER-B PIC X(20).
              10 WS-FX-VENUE    PIC X(4).
       01 WS-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
      * Set by VALIDATE-FIXTURE-PLAYER for the name under test,
      * along with the player's registry venue.
       01 WS-CHECK-PLAYER PIC X(20).
       01 WS-PLAYER-VALID PIC X.
       01 WS-PLAYER-VENUE PIC X(4).
      * Set by CHECK-PLAYER-CLASH: Y when WS-CHECK-PLAYER already
      * has a fixture on WS-DATE.
       01 WS-PLAYER-CLASH PIC X.
      * Shared-log stamping: every line on DAILYOPS and REJECTLOG
      * now carries the date, the time, a run identifier (this
      * run's start time), and a severity letter -- I info, W
       FIXTURE-MAINT.
           PERFORM LOG-RUN-START
           PERFORM LOAD-SCHEDULE
           IF FUNCTION UPPER-CASE(WS-ACTION) NOT = "LIST" AND
              WS-ACTION NOT = SPACES THEN
              PERFORM CHECK-BATCH-WINDOW
              IF WS-WINDOW-OK = "N" THEN
                 MOVE "UPDATES WAIT FOR BATCH WINDOW" TO WS-REASON
                 DISPLAY "REFUSED: " WS-REASON
                 PERFORM LOG-REJECTED-INPUT
                 MOVE "LIST" TO WS-ACTION
              END-IF
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
              WHEN "LIST"
                 PERFORM LIST-SCHEDULE
                    AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                    NOT AT END
                       IF WS-FIXTURE-COUNT < 1000 THEN
                          ADD 1 TO WS-FIXTURE-COUNT
                          MOVE FX-DATE TO
                             WS-FX-DATE(WS-FIXTURE-COUNT)
                             WS-FX-PLAYER-A(WS-FIXTURE-COUNT)
                          MOVE FX-PLAYER-B TO
                             WS-FX-PLAYER-B(WS-FIXTURE-COUNT)
                          MOVE FX-VENUE TO
                             WS-FX-VENUE(WS-FIXTURE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              WS-FIXTURE-COUNT
              DISPLAY WS-FX-DATE(WS-IDX) " " WS-FX-GAME(WS-IDX)
                 " " WS-FX-PLAYER-A(WS-IDX) " VS "
                 WS-FX-PLAYER-B(WS-IDX) " AT " WS-FX-VENUE(WS-IDX)
           END-PERFORM.
       END-LIST-SCHEDULE.

              IF WS-PLAYER-VALID = "N" THEN
                 MOVE "PLAYER A NOT ON REGISTRY" TO WS-REASON
              END-IF
              IF WS-VENUE = SPACES THEN
                 MOVE WS-PLAYER-VENUE TO WS-VENUE
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE WS-PLAYER-B TO WS-CHECK-PLAYER
                 MOVE "PLAYER B NOT ON REGISTRY" TO WS-REASON
              END-IF
           END-IF
      * Nobody plays two fixtures on one night, whatever the games.
           IF WS-REASON = SPACES THEN
              MOVE WS-PLAYER-A TO WS-CHECK-PLAYER
              PERFORM CHECK-PLAYER-CLASH
              IF WS-PLAYER-CLASH = "Y" THEN
                 MOVE "PLAYER A ALREADY PLAYS THAT NIGHT" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES THEN
              MOVE WS-PLAYER-B TO WS-CHECK-PLAYER
              PERFORM CHECK-PLAYER-CLASH
              IF WS-PLAYER-CLASH = "Y" THEN
                 MOVE "PLAYER B ALREADY PLAYS THAT NIGHT" TO WS-REASON
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-FIXTURE-COUNT >= 1000 THEN
              MOVE "SCHEDULE FULL (1000 FIXTURES)" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES THEN
              DISPLAY "ADD REFUSED: " WS-REASON
                 WS-FX-GAME(WS-FIXTURE-COUNT)
              MOVE WS-PLAYER-A TO WS-FX-PLAYER-A(WS-FIXTURE-COUNT)
              MOVE WS-PLAYER-B TO WS-FX-PLAYER-B(WS-FIXTURE-COUNT)
              MOVE FUNCTION UPPER-CASE(WS-VENUE) TO
                 WS-FX-VENUE(WS-FIXTURE-COUNT)
              DISPLAY "SCHEDULED " WS-DATE " " WS-GAME " "
                 WS-PLAYER-A " VS " WS-PLAYER-B " AT " WS-VENUE
           END-IF.
       END-ADD-FIXTURE.

              MOVE WS-FX-GAME(WS-IDX) TO FX-GAME
              MOVE WS-FX-PLAYER-A(WS-IDX) TO FX-PLAYER-A
              MOVE WS-FX-PLAYER-B(WS-IDX) TO FX-PLAYER-B
              MOVE WS-FX-VENUE(WS-IDX) TO FX-VENUE
              WRITE FIXTURE-SCHEDULE-REC
           END-PERFORM
           CLOSE FIXTURE-SCHEDULE.
      * file yet schedules unvalidated, so the league doesn't stop
      * the night before the master has been set up.
           MOVE "Y" TO WS-PLAYER-VALID
           MOVE "MAIN" TO WS-PLAYER-VENUE
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = "00" THEN
              MOVE "N" TO WS-PLAYER-VALID
                    IF PM-ACTIVE = "Y" THEN
                       MOVE "Y" TO WS-PLAYER-VALID
                    END-IF
                    IF PM-VENUE NOT = SPACES THEN
                       MOVE PM-VENUE TO WS-PLAYER-VENUE
                    END-IF
              END-READ
              CLOSE PLAYER-MASTER
           END-IF.
       END-VALIDATE-FIXTURE-PLAYER.


       CHECK-PLAYER-CLASH.
           MOVE "N" TO WS-PLAYER-CLASH
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >
              WS-FIXTURE-COUNT
              IF WS-FX-DATE(WS-IDX) = WS-DATE AND
                 (WS-FX-PLAYER-A(WS-IDX) = WS-CHECK-PLAYER OR
                  WS-FX-PLAYER-B(WS-IDX) = WS-CHECK-PLAYER) THEN
                 MOVE "Y" TO WS-PLAYER-CLASH
              END-IF
           END-PERFORM.
       END-CHECK-PLAYER-CLASH.


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
           STRING "FIXTURE-MAINT - OPERATOR "
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
              " FIXTURE-MAINT BY " WS-OPERATOR " - " WS-WINDOW-REASON
              DELIMITED BY SIZE INTO WINDOW-OVERRIDES-REC
           WRITE WINDOW-OVERRIDES-REC
           CLOSE WINDOW-OVERRIDES
           DISPLAY "BATCH WINDOW OVERRIDDEN - " WS-WINDOW-REASON
           MOVE SPACES TO WS-LOG-TEXT
           STRING "FIXTURE-MAINT - BATCH WINDOW OVERRIDDEN BY "
              WS-OPERATOR
              DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-OPERATIONS-LINE.
       END-LOG-WINDOW-OVERRIDE.


       LOG-DAILY-OPERATION.
      * Builds this run's summary line; the stamped write itself
      * happens in WRITE-OPERATIONS-LINE.
