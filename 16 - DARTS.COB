           SELECT REJECTED-INPUT-LOG ASSIGN TO "REJECTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJECTLOG-STATUS.
      * The open scorecard disputes SCORE-DISPUTE keeps; a session
      * on here closes without its total going to the leaderboard,
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
      * The house checkout table REF-MAINT keeps: the finishing route
      * the attendants want called for a remaining score and the
      * darts left in the visit.
           SELECT CHECKOUT-TABLE ASSIGN TO "CHKOUTBL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHKOUT-STATUS.
      * The shop's processing-date control file, advanced by the
      * start-of-night step; outputs file under this date, so a
      * rerun of a prior night lands where it belongs.
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
       FD  CHECKOUT-TABLE.
       01 CHECKOUT-TABLE-REC.
           05 CKO-SCORE       PIC 99.
           05 CKO-DARTS       PIC 9.
           05 CKO-ROUTE       PIC X(20).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-DATE PIC X(8).
       01 WS-JOURNAL-TIME PIC X(8).
       01 WS-END-SESSION     PIC X.
       01 WS-DISPUTE-STATUS  PIC XX.
       01 WS-DISPUTE-EOF     PIC X.
       01 WS-CARD-DISPUTED   PIC X.
      * Set by CHECK-MEMBER-DUES: P paid up (or dues not kept for
      * this member), W past the grace period and warned, R past
      * the warning period too and refused. The periods default
      * to thirty days each until DUESCTL says otherwise.
       01 WS-DUES-STATUS     PIC XX.
       01 WS-DUESCTL-STATUS  PIC XX.
       01 WS-DUES-EOF        PIC X.
       01 WS-MEMBER-ID       PIC X(6).
       01 WS-DUES-STANDING   PIC X VALUE "P".
       01 WS-DUES-PAID-TO    PIC X(8).
       01 WS-GRACE-DAYS      PIC 999 VALUE 30.
       01 WS-WARN-DAYS       PIC 999 VALUE 30.
       01 WS-DAYS-OVERDUE    PIC 9(6).
      * Set to "301" or "501" on the first throw of a session to run
      * it as a countdown game; left blank the session plays the
      * ordinary rings-total game. Only read when the session card is
      * first created.
       01 WS-GAME-MODE       PIC X(3) VALUE SPACES.
      * "Y" asks for checkout advice only: the player's countdown
      * card is read, not posted to, and the recommended finish for
      * what it has left comes back in WS-CHECKOUT-ROUTE. Every
      * countdown throw that leaves a finish on also says the route.
       01 WS-ADVICE-ONLY     PIC X VALUE "N".
       01 WS-CHECKOUT-ROUTE  PIC X(20).
       01 WS-CHECKOUT-ON     PIC X.
       01 WS-CHKOUT-STATUS   PIC XX.
       01 WS-CHKOUT-EOF      PIC X.
       01 WS-DARTS-LEFT      PIC 9.
       01 WS-ROUTE-TENS      PIC 999.
       01 WS-ROUTE-REST      PIC 9.
       01 WS-ROUTE-FIVES     PIC 9.
       01 WS-ROUTE-ONES      PIC 9.
       01 WS-ROUTE-DARTS     PIC 999.
       01 WS-ROUTE-PTR       PIC 99.
      * "Y" once this call closed the session, whichever way it
      * closed: caller's end flag or an exact-zero checkout.
       01 WS-SESSION-OVER    PIC X.
       END-IF.
       IF WS-PLAYER IS NOT EQUAL TO SPACES THEN
          PERFORM VALIDATE-PLAYER
          IF WS-PLAYER-VALID = "Y" AND WS-ADVICE-ONLY = "Y" THEN
             PERFORM ADVISE-FROM-CARD
          ELSE
          IF WS-PLAYER-VALID = "Y" AND WS-DUES-STANDING = "R" THEN
             DISPLAY "MEMBER IN ARREARS - NOT POSTED: " WS-PLAYER
             MOVE "MEMBER IN ARREARS" TO WS-REJECT-REASON
             PERFORM LOG-REJECTED-INPUT
          ELSE
          IF WS-PLAYER-VALID = "Y" THEN
             PERFORM POST-TO-SESSION
          ELSE
             MOVE "PLAYER NOT ON REGISTRY" TO WS-REJECT-REASON
             PERFORM LOG-REJECTED-INPUT
          END-IF
          END-IF
          END-IF
       END-IF.
       PERFORM LOG-DAILY-OPERATION.
       PERFORM LOG-RUN-END.
               MOVE "Y" TO DSF-CLOSED
               MOVE "Y" TO WS-SESSION-OVER
            END-IF
      * A countdown still open with a finish on says how to go out
      * before the next dart is thrown.
            IF DSF-MODE NOT = SPACES AND DSF-CLOSED = "N" THEN
               PERFORM CHECKOUT-ADVICE
               IF WS-CHECKOUT-ON = "Y" THEN
                  DISPLAY "CHECKOUT ON: " DSF-REMAINING " WITH "
                     WS-DARTS-LEFT " DART(S) LEFT - "
                     WS-CHECKOUT-ROUTE
               END-IF
            END-IF
            REWRITE DARTS-SCOREFILE-REC
            PERFORM LOG-SCORECARD-AUDIT
            PERFORM LOG-THROW-DETAIL
            MOVE DSF-THROW-COUNT TO WS-THROW-COUNT
            MOVE DSF-TOTAL TO WS-SESSION-TOTAL
            IF WS-SESSION-OVER = "Y" THEN
      * A session under dispute closes without its total going to
      * the leaderboard; the ruling releases it.
               PERFORM CHECK-CARD-DISPUTED
               IF WS-CARD-DISPUTED = "Y" THEN
                  DISPLAY "SESSION UNDER DISPUTE - LEADERBOARD POST "
                     "HELD"
                  MOVE SPACES TO WS-LOG-TEXT
                  STRING "DARTS - " WS-PLAYER
                     " SESSION UNDER DISPUTE - POST HELD"
                     DELIMITED BY SIZE INTO WS-LOG-TEXT
                  MOVE "W" TO WS-LOG-SEVERITY
                  PERFORM WRITE-OPERATIONS-LINE
               ELSE
                  PERFORM POST-SESSION-TOTAL-TO-HIGH-SCORES
               END-IF
            END-IF
         END-IF
         CLOSE DARTS-SCOREFILE
       END-SCORE-COUNTDOWN-THROW.


       ADVISE-FROM-CARD.
      * Advice only, in the manner of YACHT's card-aware advice: the
      * player's session card is read where it stands, without the
      * lock since nothing is written, and the finish for what it
      * has left is said and handed back. No throw is posted.
         MOVE SPACES TO WS-CHECKOUT-ROUTE
         MOVE "N" TO WS-CHECKOUT-ON
         OPEN INPUT DARTS-SCOREFILE
         IF WS-SCOREFILE-STATUS NOT = "00" THEN
            DISPLAY "NO SESSION CARD TO ADVISE ON: " WS-PLAYER
         ELSE
            MOVE WS-PLAYER TO DSF-PLAYER
            MOVE WS-SESSION-DATE TO DSF-SESSION-DATE
            MOVE WS-VENUE TO DSF-VENUE
            READ DARTS-SCOREFILE
               INVALID KEY
                  DISPLAY "NO SESSION CARD TO ADVISE ON: " WS-PLAYER
               NOT INVALID KEY
                  IF DSF-MODE = SPACES THEN
                     DISPLAY "NOT A COUNTDOWN SESSION - NO CHECKOUT "
                        "TO ADVISE"
                  ELSE
                  IF DSF-CLOSED = "Y" THEN
                     DISPLAY "SESSION ALREADY CLOSED - NO CHECKOUT "
                        "TO ADVISE"
                  ELSE
                     PERFORM CHECKOUT-ADVICE
                     IF WS-CHECKOUT-ON = "Y" THEN
                        DISPLAY "CHECKOUT ADVICE: " DSF-REMAINING
                           " WITH " WS-DARTS-LEFT " DART(S) LEFT - "
                           WS-CHECKOUT-ROUTE
                     ELSE
                        DISPLAY "NO CHECKOUT ON: " DSF-REMAINING
                           " WITH " WS-DARTS-LEFT " DART(S) LEFT"
                     END-IF
                  END-IF
                  END-IF
            END-READ
            CLOSE DARTS-SCOREFILE
         END-IF.
       END-ADVISE-FROM-CARD.


       CHECKOUT-ADVICE.
      * Darts go in visits of three and a bust dart still counts as
      * thrown, so the card's throw count says how many are left in
      * this visit; a fresh visit has all three. The rings score
      * 10, 5 and 1, so the fewest darts that make a score are as
      * many tens as fit, then fives, then ones -- more darts than
      * are left means no finish is on this visit. When one is, the
      * house checkout table names the route, and a score the table
      * doesn't carry gets the fewest-darts route.
         COMPUTE WS-DARTS-LEFT = 3 - FUNCTION MOD(DSF-THROW-COUNT, 3)
         MOVE "N" TO WS-CHECKOUT-ON
         MOVE SPACES TO WS-CHECKOUT-ROUTE
         DIVIDE DSF-REMAINING BY 10 GIVING WS-ROUTE-TENS
            REMAINDER WS-ROUTE-REST
         DIVIDE WS-ROUTE-REST BY 5 GIVING WS-ROUTE-FIVES
            REMAINDER WS-ROUTE-ONES
         COMPUTE WS-ROUTE-DARTS = WS-ROUTE-TENS + WS-ROUTE-FIVES +
            WS-ROUTE-ONES
         IF DSF-REMAINING > 0 AND WS-ROUTE-DARTS NOT > WS-DARTS-LEFT
            THEN
            MOVE "Y" TO WS-CHECKOUT-ON
            PERFORM FIND-CHECKOUT-ROUTE
            IF WS-CHECKOUT-ROUTE = SPACES THEN
               MOVE 1 TO WS-ROUTE-PTR
               PERFORM WS-ROUTE-TENS TIMES
                  STRING "10 " DELIMITED BY SIZE
                     INTO WS-CHECKOUT-ROUTE WITH POINTER WS-ROUTE-PTR
               END-PERFORM
               PERFORM WS-ROUTE-FIVES TIMES
                  STRING "5 " DELIMITED BY SIZE
                     INTO WS-CHECKOUT-ROUTE WITH POINTER WS-ROUTE-PTR
               END-PERFORM
               PERFORM WS-ROUTE-ONES TIMES
                  STRING "1 " DELIMITED BY SIZE
                     INTO WS-CHECKOUT-ROUTE WITH POINTER WS-ROUTE-PTR
               END-PERFORM
            END-IF
         END-IF.
       END-CHECKOUT-ADVICE.


       FIND-CHECKOUT-ROUTE.
      * The table's route for this score with exactly these darts
      * left; no table on file just means every finish is called
      * the fewest-darts way.
         MOVE "N" TO WS-CHKOUT-EOF
         OPEN INPUT CHECKOUT-TABLE
         IF WS-CHKOUT-STATUS NOT = "00" THEN
            CONTINUE
         ELSE
            PERFORM UNTIL WS-CHKOUT-EOF = "Y"
               READ CHECKOUT-TABLE
                  AT END
                     MOVE "Y" TO WS-CHKOUT-EOF
                  NOT AT END
                     IF CKO-SCORE = DSF-REMAINING AND
                        CKO-DARTS = WS-DARTS-LEFT THEN
                        MOVE CKO-ROUTE TO WS-CHECKOUT-ROUTE
                        MOVE "Y" TO WS-CHKOUT-EOF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CHECKOUT-TABLE
         END-IF.
       END-FIND-CHECKOUT-ROUTE.


       PUBLISH-TICKER-EVENT.
      * One stamped line onto the shared venue ticker, creating the
      * file on the first event; TICKER-FORMAT rolls these up into
       END-PUBLISH-TICKER-EVENT.


       CHECK-CARD-DISPUTED.
      * Is this session on the open-dispute file? No file on disk
      * just means nothing has ever been disputed.
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
                       IF DSP-GAME = "DARTS" AND
                          DSP-PLAYER = DSF-PLAYER AND
                          DSP-DATE = DSF-SESSION-DATE AND
                          DSP-VENUE = DSF-VENUE THEN
                          MOVE "Y" TO WS-CARD-DISPUTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.
       END-CHECK-CARD-DISPUTED.


       POST-SESSION-TOTAL-TO-HIGH-SCORES.
      * The caller signaled the session is over; drop the player's
      * running total onto the shared leaderboard feed that
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
                    STRING "DARTS - " WS-PLAYER
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


       LOG-THROW-DETAIL.
      * One detail record per throw, keyed the same way the session
      * card is, holding the landing point and the ring value it
