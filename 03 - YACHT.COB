           SELECT SCORECARD-AUDIT ASSIGN TO "SCORAUDT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
      * The roll log: every dice string played here, with who threw
      * it, where, on which night and who keyed it. The journal
      * above keeps slot values; this keeps the dice themselves, so
      * DICE-FAIRNESS can answer a complaint that a table's dice are
      * loaded or an attendant is keying generous rolls.
           SELECT ROLL-LOG ASSIGN TO "ROLLLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROLLLOG-STATUS.
      * The player registry PLAYER-MAINT keeps; names are checked
      * against it before anything is filed under them.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYERMST"
           SELECT EVENT-TICKER ASSIGN TO "EVNTTICK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TICKER-STATUS.
      * The open scorecard disputes SCORE-DISPUTE keeps; a card on
      * here finishes without its total going to the leaderboard,
      * and SCORE-DISPUTE releases it once the ruling is in.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
      * The membership dues ledger MEMBER-DUES keeps, one row per
      * registry id, and the shop's grace and warning periods; a
      * member too long past their paid-to date is refused.
           SELECT DUES-LEDGER ASSIGN TO "DUESLDGR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUES-STATUS.
           SELECT DUES-CONTROL ASSIGN TO "DUESCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DUESCTL-STATUS.
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
       01 REJECTED-INPUT-LOG-REC PIC X(100).
       FD  SCORECARD-AUDIT.
       01 SCORECARD-AUDIT-REC PIC X(100).
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
       FD  PLAYER-MASTER.
       01 PLAYER-MASTER-REC.
           05 PM-ID        PIC X(6).
           05 TKR-STAMP  PIC X(14).
           05 TKR-SOURCE PIC X(10).
           05 TKR-TEXT   PIC X(60).
       FD  DISPUTE-FILE.
       01 DISPUTE-REC.
           05 DSP-ID          PIC 9(6).
           05 DSP-GAME        PIC X(5).
           05 DSP-PLAYER      PIC X(20).
           05 DSP-DATE        PIC X(8).
           05 DSP-VENUE       PIC X(4).
           05 FILLER          PIC X(60).
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
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
      * The attendant posting this roll; the scorecard journal
      * carries the name so a dispute knows who keyed the change.
       01 WS-OPERATOR PIC X(10) VALUE SPACES.
      * The table within the venue the roll was thrown at, as
      * numbered on the table itself; the roll log carries it so
      * one table's dice can be told from the rest of the room.
       01 WS-TABLE PIC X(4) VALUE SPACES.
       01 WS-ROLLLOG-STATUS PIC XX.
       01 WS-ROLL-TIME PIC X(8).
       01 WS-ROLL-PLAYED PIC X.
       01 WS-JOURNAL-DATE PIC X(8).
       01 WS-JOURNAL-TIME PIC X(8).
       01 WS-SCOREFILE-STATUS PIC XX.
       01 WS-REJECTLOG-STATUS PIC XX.
       01 WS-GAME-TOTAL PIC 9(4).
       01 WS-GAME-COMPLETE PIC X.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-DISPUTE-EOF PIC X.
       01 WS-CARD-DISPUTED PIC X.
      * Set by CHECK-MEMBER-DUES: P paid up (or dues not kept for
      * this member), W past the grace period and warned, R past
      * the warning period too and refused. The periods default
      * to thirty days each until DUESCTL says otherwise.
       01 WS-DUES-STATUS PIC XX.
       01 WS-DUESCTL-STATUS PIC XX.
       01 WS-DUES-EOF PIC X.
       01 WS-MEMBER-ID PIC X(6).
       01 WS-DUES-STANDING PIC X VALUE "P".
       01 WS-DUES-PAID-TO PIC X(8).
       01 WS-GRACE-DAYS PIC 999 VALUE 30.
       01 WS-WARN-DAYS PIC 999 VALUE 30.
       01 WS-DAYS-OVERDUE PIC 9(6).
      * Real scorecards pay a 35-point bonus when the upper section
      * (ONES through SIXES) comes to 63 or more; the upper total is
      * accumulated alongside the game total so the bonus can be
       PROCEDURE DIVISION.
       YACHT.
       PERFORM LOG-RUN-START.
      * Whether this call plays the roll -- a named category, or
      * advice the caller wants posted -- is settled on the way in;
      * the advice paths fill WS-CATEGORY in as they go.
       MOVE "N" TO WS-ROLL-PLAYED.
       IF WS-CATEGORY NOT = SPACES OR WS-COMMIT-SCORE = "Y" THEN
          MOVE "Y" TO WS-ROLL-PLAYED
       END-IF.
      * Change the Dice numeral to a string so we can easily look at each letter.
       MOVE WS-DICE TO WS-DICESTRING.
       PERFORM VALIDATE-DICE.
             MOVE "PLAYER NOT ON REGISTRY" TO WS-DICE-REASON
             PERFORM LOG-REJECTED-INPUT
          END-IF
      * A member too far behind on dues plays no card of their own
      * until they pay; the roll is still scored as advice.
          IF WS-PLAYER-VALID = "Y" AND WS-DUES-STANDING = "R" THEN
             DISPLAY "MEMBER IN ARREARS - NOT POSTED: " WS-PLAYER
             MOVE "MEMBER IN ARREARS" TO WS-DICE-REASON
             PERFORM LOG-REJECTED-INPUT
             MOVE "N" TO WS-PLAYER-VALID
          END-IF
       END-IF.
       IF WS-DICE-VALID IS EQUAL TO "N" THEN
          DISPLAY "INVALID DICE STRING: " WS-DICE-REASON
             END-IF
          END-IF
       END-IF.
      * A roll actually played -- a named category, or advice the
      * caller asked to have posted -- goes on the roll log. Advice
      * alone isn't logged: the same dice come back in a moment with
      * the category named, and would otherwise count twice.
       IF WS-DICE-VALID = "Y" AND WS-PLAYER-VALID = "Y" AND
             WS-ROLL-PLAYED = "Y" THEN
          PERFORM LOG-DICE-ROLL
       END-IF.
       PERFORM LOG-DAILY-OPERATION.
       PERFORM LOG-RUN-END.
       GOBACK.
         PERFORM LOG-SCORECARD-AUDIT
         PERFORM CHECK-GAME-COMPLETE
         IF WS-GAME-COMPLETE = "Y"
      * A card under dispute finishes without its total going to
      * the leaderboard; the ruling releases it.
            PERFORM CHECK-CARD-DISPUTED
            IF WS-CARD-DISPUTED = "Y"
               DISPLAY "CARD UNDER DISPUTE - LEADERBOARD POST HELD"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "YACHT - " WS-PLAYER
                  " CARD UNDER DISPUTE - POST HELD"
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-OPERATIONS-LINE
            ELSE
               PERFORM POST-GAME-TOTAL-TO-HIGH-SCORES
            END-IF
         END-IF
         CLOSE YACHT-SCOREFILE
      * The file just closed; its fresh count and sum go onto the
       END-PUBLISH-TICKER-EVENT.


       CHECK-CARD-DISPUTED.
      * Is this card on the open-dispute file? No file on disk just
      * means nothing has ever been disputed.
           MOVE "N" TO WS-CARD-DISPUTED
           MOVE "N" TO WS-DISPUTE-EOF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = "00" THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-DISPUTE-EOF = "Y"
                 READ DISPUTE-FILE
                    AT END
                       MOVE "Y" TO WS-DISPUTE-EOF
                    NOT AT END
                       IF DSP-GAME = "YACHT" AND
                          DSP-PLAYER = YSF-PLAYER AND
                          DSP-DATE = YSF-GAME-DATE AND
                          DSP-VENUE = YSF-VENUE THEN
                          MOVE "Y" TO WS-CARD-DISPUTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.
       END-CHECK-CARD-DISPUTED.


       POST-GAME-TOTAL-TO-HIGH-SCORES.
      * The scorecard just filled its last open slot, so the game is
      * over. Drop the player's final total onto the shared leaderboard
      * file yet plays on unvalidated, so the games don't stop the
      * night before the master has been set up.
         MOVE "Y" TO WS-PLAYER-VALID
         MOVE SPACES TO WS-MEMBER-ID
         OPEN INPUT PLAYER-MASTER
         IF WS-PM-STATUS = "00" THEN
            MOVE "N" TO WS-PLAYER-VALID
               NOT INVALID KEY
                  IF PM-ACTIVE = "Y" THEN
                     MOVE "Y" TO WS-PLAYER-VALID
                     MOVE PM-ID TO WS-MEMBER-ID
                  END-IF
            END-READ
            CLOSE PLAYER-MASTER
         END-IF.
         IF WS-MEMBER-ID NOT = SPACES THEN
            PERFORM CHECK-MEMBER-DUES
         END-IF.
       END-VALIDATE-PLAYER.


       CHECK-MEMBER-DUES.
      * The member's standing on the dues ledger. Paid up, or still
      * inside the grace period after the paid-to date, plays as
      * normal; past it the posting goes through with a warning for
      * the warning period, and after that it is refused until the
      * arrears are paid. No ledger on file, no row for the
      * member, or a member who pays no fee, means nothing is
      * checked.
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
           IF WS-BUSI-DATE = SPACES THEN
              PERFORM GET-BUSINESS-DATE
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
                    STRING "YACHT - " WS-PLAYER
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


       LOG-SCORECARD-AUDIT.
      * One journal line per scorecard REWRITE: whose card, which
      * slot, what it held before and what it holds now. This is the
       END-LOG-SCORECARD-AUDIT.


       LOG-DICE-ROLL.
      * One line per roll played, filed under the business date so a
      * rerun of a prior night lands in that night's figures.
         OPEN EXTEND ROLL-LOG
         IF WS-ROLLLOG-STATUS = "05" OR WS-ROLLLOG-STATUS = "35"
            CLOSE ROLL-LOG
            OPEN OUTPUT ROLL-LOG
         END-IF
         IF WS-BUSI-DATE = SPACES
            PERFORM GET-BUSINESS-DATE
         END-IF
         ACCEPT WS-ROLL-TIME FROM TIME
         MOVE WS-BUSI-DATE TO RL-DATE
         MOVE WS-ROLL-TIME(1:6) TO RL-TIME
         MOVE WS-PLAYER TO RL-PLAYER
         MOVE WS-VENUE TO RL-VENUE
         MOVE WS-TABLE TO RL-TABLE
         MOVE WS-OPERATOR TO RL-OPERATOR
         MOVE WS-DICESTRING TO RL-DICE
         MOVE FUNCTION UPPER-CASE(WS-CATEGORY) TO RL-CATEGORY
         WRITE ROLL-LOG-REC
         CLOSE ROLL-LOG.
       END-LOG-DICE-ROLL.


       LOG-REJECTED-INPUT.
      * Builds the reject line; the stamped write itself happens in
      * WRITE-REJECT-LINE.
